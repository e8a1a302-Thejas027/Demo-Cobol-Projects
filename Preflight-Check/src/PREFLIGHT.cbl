           SELECT PRE-FCALCIN-FILE ASSIGN TO "FCALCIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRE-CHECK-STATUS.
           SELECT PRE-LINSIN-FILE ASSIGN TO "LINSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRE-CHECK-STATUS.
           SELECT PRE-FRACIN-FILE ASSIGN TO "FRACIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRE-CHECK-STATUS.
           SELECT PRE-MASTER-FILE ASSIGN TO "QUADMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QMS-KEY
               ALTERNATE RECORD KEY IS QMS-ROOT-CASE WITH DUPLICATES
               ALTERNATE RECORD KEY IS QMS-ROOT1-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS QMS-ROOT2-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS QMS-DISC-KEY WITH DUPLICATES
               FILE STATUS IS PRE-MASTER-STATUS.
           SELECT PRE-REPORT-FILE ASSIGN TO "PREFLGHT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  PRE-FCALCIN-FILE.
       01  PRE-FCALCIN-RECORD         PIC X(80).

       FD  PRE-LINSIN-FILE.
       01  PRE-LINSIN-RECORD          PIC X(200).

       FD  PRE-FRACIN-FILE.
       01  PRE-FRACIN-RECORD          PIC X(80).

       FD  PRE-MASTER-FILE.
           COPY QUADMSTR.

               88  PRE-NOGO               VALUE 'Y'.
           05  PRE-FAIL-COUNT         PIC 9(3) VALUE 0.
           05  PRE-CHECK-COUNT        PIC 9(3) VALUE 0.
           05  PRE-WARN-COUNT         PIC 9(3) VALUE 0.

       01  PRE-CONTROL-FIELDS.
           05  PRE-CTL-EOF-SWITCH     PIC X(1) VALUE 'N'.
               88  PRE-PRIM-SCHEDULED     VALUE 'Y'.
           05  PRE-FRAC-SCHED-SW      PIC X(1) VALUE 'N'.
               88  PRE-FRAC-SCHEDULED     VALUE 'Y'.
           05  PRE-LINS-SCHED-SW      PIC X(1) VALUE 'N'.
               88  PRE-LINS-SCHEDULED     VALUE 'Y'.
           05  PRE-FSIMP-SCHED-SW     PIC X(1) VALUE 'N'.
               88  PRE-FSIMP-SCHEDULED    VALUE 'Y'.
           05  PRE-QUAD-RERUN-SW      PIC X(1) VALUE 'N'.
           05  PRE-GCD-RERUN-SW       PIC X(1) VALUE 'N'.
           05  PRE-PRIM-RERUN-SW      PIC X(1) VALUE 'N'.
           05  PRE-FRAC-RERUN-SW      PIC X(1) VALUE 'N'.
           05  PRE-LINS-RERUN-SW      PIC X(1) VALUE 'N'.
           05  PRE-FSIMP-RERUN-SW     PIC X(1) VALUE 'N'.
           05  PRE-PARSE-POINTER      PIC 9(3).
           05  PRE-STEP-TOKEN         PIC X(40).
           05  PRE-OPTION-VALUE       PIC X(34).
           05  PRE-STEP-AFTER         PIC 9(3).

       01  PRE-SYSPARM-FIELDS.
           05  PRE-PARM-VALUE         PIC S9(5)V9(4).
           05  PRE-PARM-FLAG          PIC X(3).

       01  PRE-RUN-DATE-TEXT          PIC X(26).
       01  PRE-BUSINESS-DATE          PIC X(8).

       01  PRE-ALERT-FIELDS.
           05  PRE-ALERT-PROGRAM-ID   PIC X(15) VALUE "PREFLIGHT".
           05  PRE-ALERT-SEVERITY     PIC X(1).
           05  PRE-ALERT-MESSAGE      PIC X(80).
           05  PRE-ALERT-SAVE-RC      PIC S9(9).

       01  PRE-FEED-FIELDS.
           05  PRE-FEED-FUNCTION      PIC X(8) VALUE "PROBE".
           05  PRE-FEED-FILE-NAME     PIC X(20).
           05  PRE-FEED-OPERATOR-ID   PIC X(8) VALUE SPACES.
           05  PRE-FEED-RESULT        PIC X(1).
               88  PRE-FEED-DUPLICATE     VALUE 'D'.
           05  PRE-FEED-DETAIL-TEXT   PIC X(60).
           05  PRE-FEED-STEP-NAME     PIC X(9).
           05  PRE-FEED-RERUN-SW      PIC X(1).
               88  PRE-FEED-RERUN-GIVEN   VALUE 'Y'.

       COPY SYSPARMW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING PRE-BUSINESS-DATE.
           OPEN OUTPUT PRE-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.

           IF PRE-NOGO
               DISPLAY "PREFLIGHT - NO-GO - " PRE-FAIL-COUNT
                   " CHECK(S) FAILED - SEE PREFLGHT.DAT"
               PERFORM POST-NOGO-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PREFLIGHT - GO - ALL " PRE-CHECK-COUNT
                   " CHECK(S) PASSED"
               IF PRE-WARN-COUNT > 0
                   DISPLAY "PREFLIGHT - " PRE-WARN-COUNT
                       " WARNING(S) - DUPLICATE INPUT FEED - "
                       "SEE PREFLGHT.DAT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           GOBACK.

       POST-NOGO-ALERT.
           MOVE "H" TO PRE-ALERT-SEVERITY.
           MOVE SPACES TO PRE-ALERT-MESSAGE.
           STRING "NO-GO - " PRE-FAIL-COUNT
               " CHECK(S) FAILED - AUTO RUN SHOULD NOT START - "
               "SEE PREFLGHT.DAT"
               DELIMITED BY SIZE INTO PRE-ALERT-MESSAGE.
           MOVE RETURN-CODE TO PRE-ALERT-SAVE-RC.
           CALL "ALERTPST" USING PRE-ALERT-PROGRAM-ID
               PRE-ALERT-SEVERITY PRE-ALERT-MESSAGE.
           MOVE PRE-ALERT-SAVE-RC TO RETURN-CODE.

       FLAG-CHECK-FAILED.
           SET PRE-NOGO TO TRUE.
           ADD 1 TO PRE-FAIL-COUNT.
                   IF PRE-CONTROL-RECORD NOT = SPACES
                       ADD 1 TO PRE-STEP-NUMBER
                       MOVE SPACES TO PRE-STEP-NAME
                       MOVE 1 TO PRE-PARSE-POINTER
                       UNSTRING PRE-CONTROL-RECORD
                           DELIMITED BY SPACE
                           INTO PRE-STEP-NAME
                           WITH POINTER PRE-PARSE-POINTER
                       PERFORM VALIDATE-STEP-NAME
                       PERFORM VALIDATE-STEP-OPTION
                           UNTIL PRE-PARSE-POINTER > 80
                   END-IF
           END-READ.

                   SET PRE-PRIM-SCHEDULED TO TRUE
               WHEN "FRACCALC"
                   SET PRE-FRAC-SCHEDULED TO TRUE
               WHEN "LINSOLVE"
                   SET PRE-LINS-SCHEDULED TO TRUE
               WHEN "FRACSIMP"
                   SET PRE-FSIMP-SCHEDULED TO TRUE
               WHEN "QRBALANCE"
               WHEN "QUADFACT"
               WHEN "QMSTMAINT"
               WHEN "QMSTINQ"
               WHEN "REJRESUB"
               WHEN "AUDITRPT"
               WHEN "AUDITARC"
               WHEN "AUDITHST"
               WHEN "STATTRND"
               WHEN "RUNSTATQ"
               WHEN "SECVRPT"
               WHEN "GENREST"
               WHEN "DATEROLL"
               WHEN "CHGBACK"
               WHEN "ALERTMGR"
               WHEN "PARCOMP"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO PRE-REPORT-RECORD
                   STRING "*** STEP " PRE-STEP-NUMBER
                   PERFORM FLAG-CHECK-FAILED
           END-EVALUATE.

       VALIDATE-STEP-OPTION.
           MOVE SPACES TO PRE-STEP-TOKEN.
           UNSTRING PRE-CONTROL-RECORD DELIMITED BY ALL SPACE
               INTO PRE-STEP-TOKEN
               WITH POINTER PRE-PARSE-POINTER.
           MOVE PRE-STEP-TOKEN(7:) TO PRE-OPTION-VALUE.

           EVALUATE PRE-STEP-TOKEN(1:6)
               WHEN "AFTER="
                   IF FUNCTION TEST-NUMVAL(PRE-OPTION-VALUE) NOT = 0
                       MOVE SPACES TO PRE-REPORT-RECORD
                       STRING "*** STEP " PRE-STEP-NUMBER
                           " AFTER VALUE '" PRE-OPTION-VALUE
                           "' NOT NUMERIC"
                           DELIMITED BY SIZE INTO PRE-REPORT-RECORD
                       PERFORM FLAG-CHECK-FAILED
                   ELSE
                       COMPUTE PRE-STEP-AFTER =
                           FUNCTION NUMVAL(PRE-OPTION-VALUE)
                       IF PRE-STEP-AFTER NOT < PRE-STEP-NUMBER
                           MOVE SPACES TO PRE-REPORT-RECORD
                           STRING "*** STEP " PRE-STEP-NUMBER
                               " AFTER=" PRE-STEP-AFTER
                               " IS NOT AN EARLIER STEP"
                               DELIMITED BY SIZE
                               INTO PRE-REPORT-RECORD
                           PERFORM FLAG-CHECK-FAILED
                       END-IF
                   END-IF
               WHEN "MAXRC="
                   IF FUNCTION TEST-NUMVAL(PRE-OPTION-VALUE) NOT = 0
                       MOVE SPACES TO PRE-REPORT-RECORD
                       STRING "*** STEP " PRE-STEP-NUMBER
                           " MAXRC VALUE '" PRE-OPTION-VALUE
                           "' NOT NUMERIC"
                           DELIMITED BY SIZE INTO PRE-REPORT-RECORD
                       PERFORM FLAG-CHECK-FAILED
                   END-IF
               WHEN "RERUN="
                   IF PRE-OPTION-VALUE = SPACES
                       MOVE SPACES TO PRE-REPORT-RECORD
                       STRING "*** STEP " PRE-STEP-NUMBER
                           " RERUN= HAS NO OPERATOR ID"
                           DELIMITED BY SIZE INTO PRE-REPORT-RECORD
                       PERFORM FLAG-CHECK-FAILED
                   ELSE
                       PERFORM RECORD-RERUN-OPTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RECORD-RERUN-OPTION.
           EVALUATE PRE-STEP-NAME
               WHEN "QUAD"
                   MOVE 'Y' TO PRE-QUAD-RERUN-SW
               WHEN "GCD"
                   MOVE 'Y' TO PRE-GCD-RERUN-SW
               WHEN "PRIMFACT"
                   MOVE 'Y' TO PRE-PRIM-RERUN-SW
               WHEN "FRACCALC"
                   MOVE 'Y' TO PRE-FRAC-RERUN-SW
               WHEN "LINSOLVE"
                   MOVE 'Y' TO PRE-LINS-RERUN-SW
               WHEN "FRACSIMP"
                   MOVE 'Y' TO PRE-FSIMP-RERUN-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-SYSPARM-FILE.
           ADD 1 TO PRE-CHECK-COUNT.
           OPEN INPUT SYSPARM-FILE.
                   PERFORM VALIDATE-YES-NO-VALUE
               WHEN "RESTART"
                   PERFORM VALIDATE-YES-NO-VALUE
               WHEN "ALERTAGE"
                   PERFORM VALIDATE-ALERTAGE-VALUE
               WHEN OTHER
                   MOVE SPACES TO PRE-REPORT-RECORD
                   STRING "*** SYSPARM UNKNOWN KEYWORD '"
               END-IF
           END-IF.

       VALIDATE-ALERTAGE-VALUE.
           IF FUNCTION TEST-NUMVAL(SP-VALUE-TEXT) NOT = 0
               MOVE SPACES TO PRE-REPORT-RECORD
               STRING "*** SYSPARM ALERTAGE VALUE '"
                   SP-VALUE-TEXT "' NOT NUMERIC"
                   DELIMITED BY SIZE INTO PRE-REPORT-RECORD
               PERFORM FLAG-CHECK-FAILED
           ELSE
               COMPUTE PRE-PARM-VALUE =
                   FUNCTION NUMVAL(SP-VALUE-TEXT)
               IF PRE-PARM-VALUE LESS THAN ZERO
                   OR PRE-PARM-VALUE GREATER THAN 999
                   MOVE SPACES TO PRE-REPORT-RECORD
                   STRING "*** SYSPARM ALERTAGE VALUE '"
                       SP-VALUE-TEXT "' OUT OF RANGE (0-999 HOURS)"
                       DELIMITED BY SIZE INTO PRE-REPORT-RECORD
                   PERFORM FLAG-CHECK-FAILED
               END-IF
           END-IF.

       VALIDATE-YES-NO-VALUE.
           MOVE SP-VALUE-TEXT(1:3) TO PRE-PARM-FLAG.
           IF PRE-PARM-FLAG NOT = "YES" AND
               IF PRE-CHECK-STATUS = "00"
                   CLOSE PRE-QUADIN-FILE
                   PERFORM WRITE-INPUT-OK-LINE
                   MOVE "QUADIN.DAT" TO PRE-FEED-FILE-NAME
                   MOVE "QUAD" TO PRE-FEED-STEP-NAME
                   MOVE PRE-QUAD-RERUN-SW TO PRE-FEED-RERUN-SW
                   PERFORM CHECK-DUPLICATE-FEED
               ELSE
                   MOVE SPACES TO PRE-REPORT-RECORD
                   STRING "*** QUAD STEP SCHEDULED BUT QUADIN.DAT"
               IF PRE-CHECK-STATUS = "00"
                   CLOSE PRE-GCDIN-FILE
                   PERFORM WRITE-INPUT-OK-LINE
                   MOVE "GCDIN.DAT" TO PRE-FEED-FILE-NAME
                   MOVE "GCD" TO PRE-FEED-STEP-NAME
                   MOVE PRE-GCD-RERUN-SW TO PRE-FEED-RERUN-SW
                   PERFORM CHECK-DUPLICATE-FEED
               ELSE
                   MOVE SPACES TO PRE-REPORT-RECORD
                   STRING "*** GCD STEP SCHEDULED BUT GCDIN.DAT"
               IF PRE-CHECK-STATUS = "00"
                   CLOSE PRE-PRIMIN-FILE
                   PERFORM WRITE-INPUT-OK-LINE
                   MOVE "PRIMIN.DAT" TO PRE-FEED-FILE-NAME
                   MOVE "PRIMFACT" TO PRE-FEED-STEP-NAME
                   MOVE PRE-PRIM-RERUN-SW TO PRE-FEED-RERUN-SW
                   PERFORM CHECK-DUPLICATE-FEED
               ELSE
                   MOVE SPACES TO PRE-REPORT-RECORD
                   STRING "*** PRIMFACT STEP SCHEDULED BUT "
               IF PRE-CHECK-STATUS = "00"
                   CLOSE PRE-FCALCIN-FILE
                   PERFORM WRITE-INPUT-OK-LINE
                   MOVE "FCALCIN.DAT" TO PRE-FEED-FILE-NAME
                   MOVE "FRACCALC" TO PRE-FEED-STEP-NAME
                   MOVE PRE-FRAC-RERUN-SW TO PRE-FEED-RERUN-SW
                   PERFORM CHECK-DUPLICATE-FEED
               ELSE
                   MOVE SPACES TO PRE-REPORT-RECORD
                   STRING "*** FRACCALC STEP SCHEDULED BUT "
               END-IF
           END-IF.

           IF PRE-LINS-SCHEDULED
               ADD 1 TO PRE-CHECK-COUNT
               OPEN INPUT PRE-LINSIN-FILE
               IF PRE-CHECK-STATUS = "00"
                   CLOSE PRE-LINSIN-FILE
                   PERFORM WRITE-INPUT-OK-LINE
                   MOVE "LINSIN.DAT" TO PRE-FEED-FILE-NAME
                   MOVE "LINSOLVE" TO PRE-FEED-STEP-NAME
                   MOVE PRE-LINS-RERUN-SW TO PRE-FEED-RERUN-SW
                   PERFORM CHECK-DUPLICATE-FEED
               ELSE
                   MOVE SPACES TO PRE-REPORT-RECORD
                   STRING "*** LINSOLVE STEP SCHEDULED BUT "
                       "LINSIN.DAT MISSING OR UNREADABLE, "
                       "STATUS = " PRE-CHECK-STATUS
                       DELIMITED BY SIZE INTO PRE-REPORT-RECORD
                   PERFORM FLAG-CHECK-FAILED
               END-IF
           END-IF.

           IF PRE-FSIMP-SCHEDULED
               ADD 1 TO PRE-CHECK-COUNT
               OPEN INPUT PRE-FRACIN-FILE
               IF PRE-CHECK-STATUS = "00"
                   CLOSE PRE-FRACIN-FILE
                   PERFORM WRITE-INPUT-OK-LINE
                   MOVE "FRACIN.DAT" TO PRE-FEED-FILE-NAME
                   MOVE "FRACSIMP" TO PRE-FEED-STEP-NAME
                   MOVE PRE-FSIMP-RERUN-SW TO PRE-FEED-RERUN-SW
                   PERFORM CHECK-DUPLICATE-FEED
               ELSE
                   MOVE SPACES TO PRE-REPORT-RECORD
                   STRING "*** FRACSIMP STEP SCHEDULED BUT "
                       "FRACIN.DAT MISSING OR UNREADABLE, "
                       "STATUS = " PRE-CHECK-STATUS
                       DELIMITED BY SIZE INTO PRE-REPORT-RECORD
                   PERFORM FLAG-CHECK-FAILED
               END-IF
           END-IF.

       WRITE-INPUT-OK-LINE.
           MOVE SPACES TO PRE-REPORT-RECORD.
           STRING "INPUT FILE FOR SCHEDULED STEP PRESENT AND "
               DELIMITED BY SIZE INTO PRE-REPORT-RECORD.
           WRITE PRE-REPORT-RECORD.

       CHECK-DUPLICATE-FEED.
           MOVE RETURN-CODE TO PRE-ALERT-SAVE-RC.
           CALL "FEEDCHK" USING PRE-ALERT-PROGRAM-ID
               PRE-FEED-FUNCTION PRE-FEED-FILE-NAME
               PRE-FEED-OPERATOR-ID PRE-FEED-RESULT
               PRE-FEED-DETAIL-TEXT.
           MOVE PRE-ALERT-SAVE-RC TO RETURN-CODE.

           IF PRE-FEED-DUPLICATE
               MOVE SPACES TO PRE-REPORT-RECORD
               IF PRE-FEED-RERUN-GIVEN
                   STRING "DUPLICATE FEED - "
                       PRE-FEED-DETAIL-TEXT DELIMITED BY "  "
                       " - RERUN= ON " DELIMITED BY SIZE
                       PRE-FEED-STEP-NAME DELIMITED BY SPACE
                       " CARD - AUTHORITY CHECKED AT RUN"
                       DELIMITED BY SIZE INTO PRE-REPORT-RECORD
               ELSE
                   STRING "*** WARNING - DUPLICATE FEED - "
                       PRE-FEED-DETAIL-TEXT DELIMITED BY "  "
                       " - " DELIMITED BY SIZE
                       PRE-FEED-STEP-NAME DELIMITED BY SPACE
                       " STEP NEEDS RERUN=<OPERATOR-ID>"
                       DELIMITED BY SIZE INTO PRE-REPORT-RECORD
                   ADD 1 TO PRE-WARN-COUNT
               END-IF
               WRITE PRE-REPORT-RECORD
           END-IF.

       CHECK-MASTER-FILE.
           IF PRE-QUAD-SCHEDULED
               ADD 1 TO PRE-CHECK-COUNT

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO PRE-RUN-DATE-TEXT.
           MOVE PRE-BUSINESS-DATE TO PRE-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO PRE-REPORT-RECORD.
           STRING "===== NIGHTLY RUN PRE-FLIGHT CHECK ====="
                   DELIMITED BY SIZE INTO PRE-REPORT-RECORD
           END-IF.
           WRITE PRE-REPORT-RECORD.

           IF PRE-WARN-COUNT > 0
               MOVE SPACES TO PRE-REPORT-RECORD
               STRING "WARNINGS: " PRE-WARN-COUNT
                   " DUPLICATE INPUT FEED(S) - AFFECTED STEPS WILL "
                   "BE REFUSED"
                   DELIMITED BY SIZE INTO PRE-REPORT-RECORD
               WRITE PRE-REPORT-RECORD
           END-IF.

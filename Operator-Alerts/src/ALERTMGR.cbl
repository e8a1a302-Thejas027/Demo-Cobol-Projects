       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTMGR.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AM-ALERT-STATUS.
           SELECT ALERT-ACK-FILE ASSIGN TO "ALERTACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AM-ACK-STATUS.
           SELECT AM-LIST-FILE ASSIGN TO "ALERTLST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AM-AGED-FILE ASSIGN TO "ALERTEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AM-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY ALERTREC.

       FD  ALERT-ACK-FILE.
           COPY ALRTACKR.

       FD  AM-LIST-FILE.
       01  AM-LIST-RECORD             PIC X(132).

       FD  AM-AGED-FILE.
       01  AM-AGED-RECORD             PIC X(132).

       FD  SYSPARM-FILE.
       01  SYSPARM-RECORD             PIC X(80).

       FD  RUN-STATUS-FILE.
           COPY RUNSTATR.

       WORKING-STORAGE SECTION.
       01  AM-ALERT-STATUS            PIC X(2).
       01  AM-ACK-STATUS              PIC X(2).
       01  AM-RUNSTAT-STATUS          PIC X(2).

       01  AM-PARM-FIELDS.
           05  AM-PARM-LINE           PIC X(80).
           05  AM-FUNCTION            PIC X(8).
               88  AM-LIST-FUNCTION       VALUE "LIST" SPACES.
               88  AM-ACK-FUNCTION        VALUE "ACK".
               88  AM-AGED-FUNCTION       VALUE "AGED".
           05  AM-PARM-WORD-2         PIC X(20).
           05  AM-PARM-WORD-3         PIC X(20).
           05  AM-PARM-POINTER        PIC 9(3).
           05  AM-PARM-ERROR-SW       PIC X(1) VALUE 'N'.
               88  AM-PARM-ERROR          VALUE 'Y'.
           05  AM-PARM-ERROR-TEXT     PIC X(50) VALUE SPACES.
           05  AM-LIST-ALL-SW         PIC X(1) VALUE 'N'.
               88  AM-LIST-ALL            VALUE 'Y'.
           05  AM-TARGET-ID           PIC 9(7) VALUE 0.
           05  AM-OPERATOR-ID         PIC X(8).
           05  AM-COMMENT             PIC X(60).
           05  AM-AGE-HOURS           PIC 9(3).

       01  AM-SECURITY-FIELDS.
           05  AM-PROGRAM-ID          PIC X(15) VALUE "ALERTMGR".
           05  AM-AUTH-FUNCTION       PIC X(8) VALUE "ALERTACK".
           05  AM-AUTH-DETAIL         PIC X(60).
           05  AM-AUTH-RESULT         PIC X(1).
               88  AM-AUTHORIZED          VALUE 'Y'.

       01  AM-READ-FIELDS.
           05  AM-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  AM-EOF-YES             VALUE 'Y'.
           05  AM-ALERT-FOUND-SW      PIC X(1) VALUE 'N'.
               88  AM-ALERT-FOUND         VALUE 'Y'.
           05  AM-FOUND-SEVERITY      PIC X(1).
           05  AM-FOUND-PROGRAM-ID    PIC X(15).
           05  AM-FOUND-MESSAGE       PIC X(80).

       01  AM-ACK-TABLE.
           05  AM-ACK-MAX             PIC 9(4) VALUE 2000.
           05  AM-ACK-COUNT           PIC 9(4) VALUE 0.
           05  AM-ACK-SUB             PIC 9(4).
           05  AM-ACK-DROPPED         PIC 9(5) VALUE 0.
           05  AM-ACK-FOUND-SW        PIC X(1).
               88  AM-ACK-FOUND           VALUE 'Y'.
           05  AM-ACK-ENTRY OCCURS 2000 TIMES.
               10  AM-ACK-ID              PIC 9(7).
               10  AM-ACK-OPERATOR        PIC X(8).
               10  AM-ACK-STAMP           PIC X(14).
               10  AM-ACK-COMMENT         PIC X(60).

       01  AM-COUNT-FIELDS.
           05  AM-ALERT-COUNT         PIC 9(7) VALUE 0.
           05  AM-OPEN-COUNT          PIC 9(7) VALUE 0.
           05  AM-OPEN-HIGH-COUNT     PIC 9(7) VALUE 0.
           05  AM-ACKED-COUNT         PIC 9(7) VALUE 0.
           05  AM-LISTED-COUNT        PIC 9(7) VALUE 0.
           05  AM-AGED-COUNT          PIC 9(7) VALUE 0.

       01  AM-AGE-FIELDS.
           05  AM-NOW-STAMP.
               10  AM-NOW-DATE            PIC 9(8).
               10  AM-NOW-HOUR            PIC 9(2).
               10  AM-NOW-MINUTE          PIC 9(2).
               10  AM-NOW-SECOND          PIC 9(2).
           05  AM-ALERT-STAMP.
               10  AM-ALERT-DATE          PIC 9(8).
               10  AM-ALERT-HOUR          PIC 9(2).
               10  AM-ALERT-MINUTE        PIC 9(2).
               10  AM-ALERT-SECOND        PIC 9(2).
           05  AM-AGE-MINUTES         PIC S9(9).
           05  AM-AGE-LIMIT-MINUTES   PIC S9(9).
           05  AM-AGE-IN-HOURS        PIC 9(6).

       01  AM-EDIT-FIELDS.
           05  AM-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  AM-OPEN-EDIT           PIC ZZZ,ZZ9.
           05  AM-HIGH-EDIT           PIC ZZZ,ZZ9.
           05  AM-ACKED-EDIT          PIC ZZZ,ZZ9.
           05  AM-AGE-EDIT            PIC ZZ,ZZ9.
           05  AM-HOURS-EDIT          PIC ZZ9.
           05  AM-FLAG-TEXT           PIC X(4).
           05  AM-STATE-TEXT          PIC X(4).

       01  AM-RUN-DATE-TEXT           PIC X(26).
       01  AM-BUSINESS-DATE           PIC X(8).

       COPY SYSPARMW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING AM-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM READ-SYSPARM-FILE.
           PERFORM GET-ALERT-PARMS.

           IF AM-PARM-ERROR
               DISPLAY "ALERTMGR - " AM-PARM-ERROR-TEXT
               DISPLAY "ALERTMGR - PARM IS LIST [ALL], "
                   "ACK ALERT-ID OPERATOR COMMENT, OR AGED [HOURS]"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-ACKNOWLEDGEMENTS
               EVALUATE TRUE
                   WHEN AM-ACK-FUNCTION
                       PERFORM ACKNOWLEDGE-ALERT
                   WHEN AM-AGED-FUNCTION
                       PERFORM PRINT-AGED-ALERT-REPORT
                   WHEN OTHER
                       PERFORM PRINT-ALERT-LISTING
               END-EVALUATE
           END-IF.

           PERFORM WRITE-RUN-END-RECORD.

           GOBACK.

       OPEN-RUN-STATUS-FILE.
           OPEN EXTEND RUN-STATUS-FILE.
           IF AM-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF.

       WRITE-RUN-START-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-START TO TRUE.
           MOVE "ALERTMGR" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO AM-RUN-DATE-TEXT.
           MOVE AM-BUSINESS-DATE TO AM-RUN-DATE-TEXT(1:8).
           MOVE AM-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       WRITE-RUN-END-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-END TO TRUE.
           MOVE "ALERTMGR" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO AM-RUN-DATE-TEXT.
           MOVE AM-BUSINESS-DATE TO AM-RUN-DATE-TEXT(1:8).
           MOVE AM-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE AM-LISTED-COUNT TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       READ-SYSPARM-FILE.
           OPEN INPUT SYSPARM-FILE.
           IF SP-FILE-STATUS = "00"
               MOVE 'N' TO SP-EOF-SWITCH
               PERFORM PROCESS-SYSPARM-RECORD UNTIL SP-EOF-YES
               CLOSE SYSPARM-FILE
           END-IF.

       PROCESS-SYSPARM-RECORD.
           READ SYSPARM-FILE
               AT END
                   SET SP-EOF-YES TO TRUE
               NOT AT END
                   MOVE SPACES TO SP-KEYWORD
                   MOVE SPACES TO SP-VALUE-TEXT
                   UNSTRING SYSPARM-RECORD DELIMITED BY "="
                       INTO SP-KEYWORD SP-VALUE-TEXT
                   EVALUATE SP-KEYWORD
                       WHEN "ALERTAGE"
                           IF FUNCTION TEST-NUMVAL(SP-VALUE-TEXT) = 0
                               COMPUTE SP-ALERT-AGE-HOURS =
                                   FUNCTION NUMVAL(SP-VALUE-TEXT)
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       GET-ALERT-PARMS.
           MOVE SPACES TO AM-PARM-LINE.
           ACCEPT AM-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO AM-FUNCTION.
           MOVE SPACES TO AM-PARM-WORD-2.
           MOVE SPACES TO AM-PARM-WORD-3.
           MOVE SPACES TO AM-COMMENT.
           MOVE 1 TO AM-PARM-POINTER.
           UNSTRING AM-PARM-LINE DELIMITED BY ALL SPACE
               INTO AM-FUNCTION AM-PARM-WORD-2 AM-PARM-WORD-3
               WITH POINTER AM-PARM-POINTER.
           IF AM-PARM-POINTER < 81
               MOVE AM-PARM-LINE(AM-PARM-POINTER:) TO AM-COMMENT
           END-IF.
           MOVE SP-ALERT-AGE-HOURS TO AM-AGE-HOURS.

           EVALUATE TRUE
               WHEN AM-LIST-FUNCTION
                   PERFORM CHECK-LIST-PARMS
               WHEN AM-ACK-FUNCTION
                   PERFORM CHECK-ACK-PARMS
               WHEN AM-AGED-FUNCTION
                   PERFORM CHECK-AGED-PARMS
               WHEN OTHER
                   SET AM-PARM-ERROR TO TRUE
                   STRING "UNKNOWN FUNCTION '" AM-FUNCTION "'"
                       DELIMITED BY SIZE INTO AM-PARM-ERROR-TEXT
           END-EVALUATE.

       CHECK-LIST-PARMS.
           IF AM-PARM-WORD-2 = "ALL"
               SET AM-LIST-ALL TO TRUE
           ELSE
               IF AM-PARM-WORD-2 NOT = SPACES
                   SET AM-PARM-ERROR TO TRUE
                   MOVE "LIST TAKES ONLY THE WORD ALL"
                       TO AM-PARM-ERROR-TEXT
               END-IF
           END-IF.

       CHECK-ACK-PARMS.
           EVALUATE TRUE
               WHEN AM-PARM-WORD-2 = SPACES
                   OR FUNCTION TEST-NUMVAL(AM-PARM-WORD-2) NOT = 0
                   SET AM-PARM-ERROR TO TRUE
                   MOVE "ACK NEEDS A NUMERIC ALERT ID"
                       TO AM-PARM-ERROR-TEXT
               WHEN AM-PARM-WORD-3 = SPACES
                   OR AM-PARM-WORD-3(9:) NOT = SPACES
                   SET AM-PARM-ERROR TO TRUE
                   MOVE "ACK NEEDS AN OPERATOR ID OF UP TO 8 CHARACTERS"
                       TO AM-PARM-ERROR-TEXT
               WHEN AM-COMMENT = SPACES
                   SET AM-PARM-ERROR TO TRUE
                   MOVE "ACK NEEDS A COMMENT AFTER THE OPERATOR ID"
                       TO AM-PARM-ERROR-TEXT
               WHEN OTHER
                   COMPUTE AM-TARGET-ID =
                       FUNCTION NUMVAL(AM-PARM-WORD-2)
                   MOVE AM-PARM-WORD-3 TO AM-OPERATOR-ID
           END-EVALUATE.

       CHECK-AGED-PARMS.
           IF AM-PARM-WORD-2 NOT = SPACES
               IF FUNCTION TEST-NUMVAL(AM-PARM-WORD-2) NOT = 0
                   SET AM-PARM-ERROR TO TRUE
                   MOVE "AGED TAKES AN AGE IN WHOLE HOURS (0-999)"
                       TO AM-PARM-ERROR-TEXT
               ELSE
                   COMPUTE AM-AGE-HOURS =
                       FUNCTION NUMVAL(AM-PARM-WORD-2)
               END-IF
           END-IF.

       LOAD-ACKNOWLEDGEMENTS.
           OPEN INPUT ALERT-ACK-FILE.
           IF AM-ACK-STATUS = "00"
               MOVE 'N' TO AM-EOF-SWITCH
               PERFORM LOAD-ACK-RECORD UNTIL AM-EOF-YES
               CLOSE ALERT-ACK-FILE
           END-IF.

       LOAD-ACK-RECORD.
           READ ALERT-ACK-FILE
               AT END
                   SET AM-EOF-YES TO TRUE
               NOT AT END
                   IF AM-ACK-COUNT < AM-ACK-MAX
                       ADD 1 TO AM-ACK-COUNT
                       MOVE ACK-ALERT-ID TO AM-ACK-ID(AM-ACK-COUNT)
                       MOVE ACK-OPERATOR-ID
                           TO AM-ACK-OPERATOR(AM-ACK-COUNT)
                       MOVE ACK-TIMESTAMP TO AM-ACK-STAMP(AM-ACK-COUNT)
                       MOVE ACK-COMMENT TO AM-ACK-COMMENT(AM-ACK-COUNT)
                   ELSE
                       ADD 1 TO AM-ACK-DROPPED
                   END-IF
           END-READ.

       FIND-ACKNOWLEDGEMENT.
           MOVE 'N' TO AM-ACK-FOUND-SW.
           MOVE 1 TO AM-ACK-SUB.
           PERFORM LOCATE-ACK-ENTRY
               UNTIL AM-ACK-FOUND OR AM-ACK-SUB > AM-ACK-COUNT.

       LOCATE-ACK-ENTRY.
           IF AM-ACK-ID(AM-ACK-SUB) = ALR-ALERT-ID
               SET AM-ACK-FOUND TO TRUE
           ELSE
               ADD 1 TO AM-ACK-SUB
           END-IF.

       ACKNOWLEDGE-ALERT.
           MOVE SPACES TO AM-AUTH-DETAIL.
           STRING "ALERT " AM-TARGET-ID " " AM-COMMENT
               DELIMITED BY SIZE INTO AM-AUTH-DETAIL.
           CALL "OPERCHK" USING AM-PROGRAM-ID AM-OPERATOR-ID
               AM-AUTH-FUNCTION AM-AUTH-DETAIL AM-AUTH-RESULT.

           PERFORM FIND-TARGET-ALERT.
           IF AM-ALERT-FOUND
               MOVE AM-TARGET-ID TO ALR-ALERT-ID
               PERFORM FIND-ACKNOWLEDGEMENT
           END-IF.

           EVALUATE TRUE
               WHEN NOT AM-AUTHORIZED
                   DISPLAY "ALERTMGR - OPERATOR '" AM-OPERATOR-ID
                       "' NOT AUTHORIZED TO ACKNOWLEDGE ALERTS"
                   MOVE 8 TO RETURN-CODE
               WHEN NOT AM-ALERT-FOUND
                   DISPLAY "ALERTMGR - ALERT " AM-TARGET-ID
                       " IS NOT ON ALERTS.DAT"
                   MOVE 8 TO RETURN-CODE
               WHEN AM-ACK-FOUND
                   DISPLAY "ALERTMGR - ALERT " AM-TARGET-ID
                       " ALREADY ACKNOWLEDGED BY "
                       AM-ACK-OPERATOR(AM-ACK-SUB) " AT "
                       AM-ACK-STAMP(AM-ACK-SUB)
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM WRITE-ACK-RECORD
                   ADD 1 TO AM-LISTED-COUNT
                   DISPLAY "ALERTMGR - ALERT " AM-TARGET-ID " ("
                       AM-FOUND-SEVERITY ") " AM-FOUND-PROGRAM-ID
                       " ACKNOWLEDGED BY " AM-OPERATOR-ID
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

       FIND-TARGET-ALERT.
           MOVE 'N' TO AM-ALERT-FOUND-SW.
           OPEN INPUT ALERT-FILE.
           IF AM-ALERT-STATUS = "00"
               MOVE 'N' TO AM-EOF-SWITCH
               PERFORM CHECK-TARGET-ALERT
                   UNTIL AM-EOF-YES OR AM-ALERT-FOUND
               CLOSE ALERT-FILE
           END-IF.

       CHECK-TARGET-ALERT.
           READ ALERT-FILE
               AT END
                   SET AM-EOF-YES TO TRUE
               NOT AT END
                   IF ALR-ALERT-ID = AM-TARGET-ID
                       SET AM-ALERT-FOUND TO TRUE
                       MOVE ALR-SEVERITY TO AM-FOUND-SEVERITY
                       MOVE ALR-PROGRAM-ID TO AM-FOUND-PROGRAM-ID
                       MOVE ALR-MESSAGE TO AM-FOUND-MESSAGE
                   END-IF
           END-READ.

       WRITE-ACK-RECORD.
           OPEN EXTEND ALERT-ACK-FILE.
           IF AM-ACK-STATUS = "35"
               OPEN OUTPUT ALERT-ACK-FILE
           END-IF.

           MOVE SPACES TO ALERT-ACK-RECORD.
           MOVE AM-TARGET-ID TO ACK-ALERT-ID.
           MOVE AM-OPERATOR-ID TO ACK-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AM-RUN-DATE-TEXT.
           MOVE AM-RUN-DATE-TEXT(1:14) TO ACK-TIMESTAMP.
           MOVE AM-COMMENT TO ACK-COMMENT.
           WRITE ALERT-ACK-RECORD.

           CLOSE ALERT-ACK-FILE.

       PRINT-ALERT-LISTING.
           OPEN OUTPUT AM-LIST-FILE.
           PERFORM WRITE-LISTING-HEADING.

           OPEN INPUT ALERT-FILE.
           IF AM-ALERT-STATUS = "00"
               MOVE 'N' TO AM-EOF-SWITCH
               PERFORM PROCESS-LISTING-ALERT UNTIL AM-EOF-YES
               CLOSE ALERT-FILE
           ELSE
               MOVE SPACES TO AM-LIST-RECORD
               STRING "ALERTS.DAT NOT PRESENT - NO ALERT HAS "
                   "BEEN POSTED"
                   DELIMITED BY SIZE INTO AM-LIST-RECORD
               WRITE AM-LIST-RECORD
           END-IF.

           PERFORM WRITE-LISTING-SUMMARY.

           CLOSE AM-LIST-FILE.

           IF AM-OPEN-HIGH-COUNT > 0 OR AM-ACK-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "ALERTMGR LIST COMPLETE - " AM-ALERT-COUNT
               " ALERT(S) ON FILE, " AM-OPEN-COUNT " OPEN, "
               AM-OPEN-HIGH-COUNT " OPEN HIGH.".

       WRITE-LISTING-HEADING.
           MOVE FUNCTION CURRENT-DATE TO AM-RUN-DATE-TEXT.
           MOVE AM-BUSINESS-DATE TO AM-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO AM-LIST-RECORD.
           STRING "===== OPERATOR ALERT LISTING ====="
               DELIMITED BY SIZE INTO AM-LIST-RECORD.
           WRITE AM-LIST-RECORD.

           MOVE SPACES TO AM-LIST-RECORD.
           STRING "RUN DATE/TIME: " AM-RUN-DATE-TEXT
               DELIMITED BY SIZE INTO AM-LIST-RECORD.
           WRITE AM-LIST-RECORD.

           MOVE SPACES TO AM-LIST-RECORD.
           IF AM-LIST-ALL
               STRING "ALERTS: OPEN AND ACKNOWLEDGED"
                   DELIMITED BY SIZE INTO AM-LIST-RECORD
           ELSE
               STRING "ALERTS: OPEN ONLY"
                   DELIMITED BY SIZE INTO AM-LIST-RECORD
           END-IF.
           WRITE AM-LIST-RECORD.

           MOVE SPACES TO AM-LIST-RECORD.
           WRITE AM-LIST-RECORD.

           MOVE SPACES TO AM-LIST-RECORD.
           STRING "----- ALERT LISTING -----"
               DELIMITED BY SIZE INTO AM-LIST-RECORD.
           WRITE AM-LIST-RECORD.

       PROCESS-LISTING-ALERT.
           READ ALERT-FILE
               AT END
                   SET AM-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO AM-ALERT-COUNT
                   PERFORM FIND-ACKNOWLEDGEMENT
                   IF AM-ACK-FOUND
                       ADD 1 TO AM-ACKED-COUNT
                   ELSE
                       ADD 1 TO AM-OPEN-COUNT
                       IF ALR-HIGH
                           ADD 1 TO AM-OPEN-HIGH-COUNT
                       END-IF
                   END-IF
                   IF AM-LIST-ALL OR NOT AM-ACK-FOUND
                       ADD 1 TO AM-LISTED-COUNT
                       PERFORM WRITE-LISTING-DETAIL
                   END-IF
           END-READ.

       WRITE-LISTING-DETAIL.
           IF ALR-HIGH AND NOT AM-ACK-FOUND
               MOVE "*** " TO AM-FLAG-TEXT
           ELSE
               MOVE SPACES TO AM-FLAG-TEXT
           END-IF.
           IF AM-ACK-FOUND
               MOVE "ACK " TO AM-STATE-TEXT
           ELSE
               MOVE "OPEN" TO AM-STATE-TEXT
           END-IF.
           MOVE SPACES TO AM-LIST-RECORD.
           STRING AM-FLAG-TEXT ALR-ALERT-ID " " AM-STATE-TEXT " "
               ALR-SEVERITY " " ALR-PROGRAM-ID " " ALR-TIMESTAMP " "
               ALR-MESSAGE
               DELIMITED BY SIZE INTO AM-LIST-RECORD.
           WRITE AM-LIST-RECORD.

           IF AM-ACK-FOUND
               MOVE SPACES TO AM-LIST-RECORD
               STRING "             ACKNOWLEDGED BY "
                   AM-ACK-OPERATOR(AM-ACK-SUB) " AT "
                   AM-ACK-STAMP(AM-ACK-SUB) " - "
                   AM-ACK-COMMENT(AM-ACK-SUB)
                   DELIMITED BY SIZE INTO AM-LIST-RECORD
               WRITE AM-LIST-RECORD
           END-IF.

       WRITE-LISTING-SUMMARY.
           MOVE SPACES TO AM-LIST-RECORD.
           WRITE AM-LIST-RECORD.

           IF AM-ACK-DROPPED > 0
               MOVE SPACES TO AM-LIST-RECORD
               STRING "*** ACKNOWLEDGEMENT TABLE FULL - " AM-ACK-DROPPED
                   " ACKNOWLEDGEMENT(S) NOT LOADED, THEIR ALERTS "
                   "SHOW AS OPEN"
                   DELIMITED BY SIZE INTO AM-LIST-RECORD
               WRITE AM-LIST-RECORD
           END-IF.

           MOVE AM-ALERT-COUNT TO AM-COUNT-EDIT.
           MOVE AM-OPEN-COUNT TO AM-OPEN-EDIT.
           MOVE AM-OPEN-HIGH-COUNT TO AM-HIGH-EDIT.
           MOVE AM-ACKED-COUNT TO AM-ACKED-EDIT.
           MOVE SPACES TO AM-LIST-RECORD.
           STRING "ALERTS = " AM-COUNT-EDIT
               "   OPEN = " AM-OPEN-EDIT
               "   OPEN HIGH = " AM-HIGH-EDIT
               "   ACKNOWLEDGED = " AM-ACKED-EDIT
               DELIMITED BY SIZE INTO AM-LIST-RECORD.
           WRITE AM-LIST-RECORD.

       PRINT-AGED-ALERT-REPORT.
           OPEN OUTPUT AM-AGED-FILE.
           PERFORM WRITE-AGED-HEADING.

           MOVE FUNCTION CURRENT-DATE TO AM-RUN-DATE-TEXT.
           MOVE AM-RUN-DATE-TEXT(1:14) TO AM-NOW-STAMP.
           COMPUTE AM-AGE-LIMIT-MINUTES = AM-AGE-HOURS * 60.

           OPEN INPUT ALERT-FILE.
           IF AM-ALERT-STATUS = "00"
               MOVE 'N' TO AM-EOF-SWITCH
               PERFORM PROCESS-AGED-ALERT UNTIL AM-EOF-YES
               CLOSE ALERT-FILE
           END-IF.

           IF AM-AGED-COUNT = 0
               MOVE SPACES TO AM-AGED-RECORD
               STRING "NO UNACKNOWLEDGED HIGH-SEVERITY ALERT IS "
                   "OLDER THAN THE AGE LIMIT"
                   DELIMITED BY SIZE INTO AM-AGED-RECORD
               WRITE AM-AGED-RECORD
           END-IF.

           MOVE SPACES TO AM-AGED-RECORD.
           WRITE AM-AGED-RECORD.

           IF AM-ACK-DROPPED > 0
               MOVE SPACES TO AM-AGED-RECORD
               STRING "*** ACKNOWLEDGEMENT TABLE FULL - " AM-ACK-DROPPED
                   " ACKNOWLEDGEMENT(S) NOT LOADED, THEIR ALERTS "
                   "SHOW AS OPEN"
                   DELIMITED BY SIZE INTO AM-AGED-RECORD
               WRITE AM-AGED-RECORD
           END-IF.

           MOVE AM-OPEN-HIGH-COUNT TO AM-HIGH-EDIT.
           MOVE AM-AGED-COUNT TO AM-COUNT-EDIT.
           MOVE SPACES TO AM-AGED-RECORD.
           STRING "OPEN HIGH ALERTS = " AM-HIGH-EDIT
               "   AGED = " AM-COUNT-EDIT
               DELIMITED BY SIZE INTO AM-AGED-RECORD.
           WRITE AM-AGED-RECORD.

           CLOSE AM-AGED-FILE.

           IF AM-AGED-COUNT > 0 OR AM-ACK-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "ALERTMGR AGED COMPLETE - " AM-AGED-COUNT
               " UNACKNOWLEDGED HIGH ALERT(S) OLDER THAN "
               AM-AGE-HOURS " HOUR(S).".

       WRITE-AGED-HEADING.
           MOVE FUNCTION CURRENT-DATE TO AM-RUN-DATE-TEXT.
           MOVE AM-BUSINESS-DATE TO AM-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO AM-AGED-RECORD.
           STRING "===== AGED OPERATOR ALERT EXCEPTION REPORT ====="
               DELIMITED BY SIZE INTO AM-AGED-RECORD.
           WRITE AM-AGED-RECORD.

           MOVE SPACES TO AM-AGED-RECORD.
           STRING "RUN DATE/TIME: " AM-RUN-DATE-TEXT
               DELIMITED BY SIZE INTO AM-AGED-RECORD.
           WRITE AM-AGED-RECORD.

           MOVE AM-AGE-HOURS TO AM-HOURS-EDIT.
           MOVE SPACES TO AM-AGED-RECORD.
           STRING "UNACKNOWLEDGED HIGH-SEVERITY ALERTS OLDER THAN "
               AM-HOURS-EDIT " HOUR(S)"
               DELIMITED BY SIZE INTO AM-AGED-RECORD.
           WRITE AM-AGED-RECORD.

           MOVE SPACES TO AM-AGED-RECORD.
           WRITE AM-AGED-RECORD.

           MOVE SPACES TO AM-AGED-RECORD.
           STRING "----- AGED ALERTS -----"
               DELIMITED BY SIZE INTO AM-AGED-RECORD.
           WRITE AM-AGED-RECORD.

       PROCESS-AGED-ALERT.
           READ ALERT-FILE
               AT END
                   SET AM-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO AM-ALERT-COUNT
                   IF ALR-HIGH
                       PERFORM FIND-ACKNOWLEDGEMENT
                       IF NOT AM-ACK-FOUND
                           ADD 1 TO AM-OPEN-HIGH-COUNT
                           PERFORM COMPUTE-ALERT-AGE
                           IF AM-AGE-MINUTES NOT < AM-AGE-LIMIT-MINUTES
                               ADD 1 TO AM-AGED-COUNT
                               ADD 1 TO AM-LISTED-COUNT
                               PERFORM WRITE-AGED-DETAIL
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       COMPUTE-ALERT-AGE.
           MOVE ALR-TIMESTAMP TO AM-ALERT-STAMP.
           IF AM-ALERT-STAMP IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(AM-ALERT-DATE) = 0
               COMPUTE AM-AGE-MINUTES =
                   (FUNCTION INTEGER-OF-DATE(AM-NOW-DATE)
                   - FUNCTION INTEGER-OF-DATE(AM-ALERT-DATE)) * 1440
                   + (AM-NOW-HOUR * 60) + AM-NOW-MINUTE
                   - (AM-ALERT-HOUR * 60) - AM-ALERT-MINUTE
           ELSE
               MOVE AM-AGE-LIMIT-MINUTES TO AM-AGE-MINUTES
           END-IF.
           IF AM-AGE-MINUTES > 0
               COMPUTE AM-AGE-IN-HOURS = AM-AGE-MINUTES / 60
           ELSE
               MOVE 0 TO AM-AGE-IN-HOURS
           END-IF.

       WRITE-AGED-DETAIL.
           MOVE AM-AGE-IN-HOURS TO AM-AGE-EDIT.
           MOVE SPACES TO AM-AGED-RECORD.
           STRING ALR-ALERT-ID " " ALR-PROGRAM-ID " " ALR-TIMESTAMP
               " AGE=" AM-AGE-EDIT "H " ALR-MESSAGE
               DELIMITED BY SIZE INTO AM-AGED-RECORD.
           WRITE AM-AGED-RECORD.

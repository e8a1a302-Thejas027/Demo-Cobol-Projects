           SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATHIST-STATUS.
           SELECT CHARGE-USAGE-FILE ASSIGN TO "CHGUSAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHGUSAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  GCD-INPUT-RECORD           PIC X(300).

       FD  GCD-OUTPUT-FILE.
       01  GCD-OUTPUT-RECORD          PIC X(300).

       FD  GCD-EXCEPTION-FILE.
       01  GCD-EXCEPTION-RECORD       PIC X(100).
       FD  STAT-HISTORY-FILE.
           COPY STATHSTR.

       FD  CHARGE-USAGE-FILE.
           COPY CHGUSAGR.

       FD  GCD-RESTART-FILE.
       01  GCD-RESTART-RECORD.
           05  GCD-RESTART-TOTAL-READ     PIC 9(10).
       01  RESTART-STATUS         PIC X(2).
       01  RUNSTAT-STATUS         PIC X(2).
       01  STATHIST-STATUS        PIC X(2).
       01  CHGUSAGE-STATUS        PIC X(2).
       01  RUN-STAMP-TEXT         PIC X(26).
       01  BUSINESS-DATE          PIC X(8).

       01  GENERATION-FIELDS.
           05  GEN-PROGRAM-ID         PIC X(15) VALUE "GCD".
           05  GEN-FILE-NAME          PIC X(20).
           05  GEN-SAVE-RC            PIC S9(9).

       01  ALERT-FIELDS.
           05  ALERT-PROGRAM-ID       PIC X(15) VALUE "GCD".
           05  ALERT-SEVERITY         PIC X(1).
           05  ALERT-MESSAGE          PIC X(80).
           05  ALERT-SAVE-RC          PIC S9(9).
           05  ALERT-PCT-EDIT         PIC ZZ9.99.
           05  ALERT-LIMIT-EDIT       PIC ZZ9.

       01  RUN-MODE-FIELDS.
           05  PARM-LINE              PIC X(80).
           05  RUN-MODE               PIC X(5).
               88  BATCH-MODE             VALUE "BATCH".

       01  FEED-FIELDS.
           05  FEED-PROGRAM-ID        PIC X(15) VALUE "GCD".
           05  FEED-FUNCTION          PIC X(8).
           05  FEED-FILE-NAME         PIC X(20) VALUE "GCDIN.DAT".
           05  FEED-OPERATOR-ID       PIC X(8) VALUE SPACES.
           05  FEED-RESULT            PIC X(1).
               88  FEED-RERUN-AUTHORIZED  VALUE 'R'.
               88  FEED-DUPLICATE         VALUE 'D'.
           05  FEED-DETAIL-TEXT       PIC X(60).
           05  FEED-PARM-MODE         PIC X(80).
           05  FEED-RERUN-TEXT        PIC X(80).
           05  FEED-SAVE-RC           PIC S9(9).

       01  BATCH-FIELDS.
           05  BATCH-EOF-SWITCH       PIC X(1) VALUE 'N'.
               88  BATCH-EOF-YES          VALUE 'Y'.
               88  BATCH-RECORD-VALID     VALUE 'Y'.
               88  BATCH-RECORD-INVALID   VALUE 'N'.
           05  BATCH-REJECT-REASON    PIC X(30).
           05  BATCH-INPUT-DATA       PIC X(300).
           05  BATCH-DEPT-CODE        PIC X(8) VALUE SPACES.

       01  VALUE-LIST-FIELDS.
           05  VALUE-LIMIT            PIC 9(2) VALUE 20.
           05  VALUE-COUNT            PIC 9(2) VALUE 0.
           05  VALUE-SUB              PIC 9(2).
           05  PARSE-POINTER          PIC 9(3).
           05  OUTPUT-POINTER         PIC 9(3).
           05  PARSE-TOKEN            PIC X(15).
           05  PARSE-DONE-SWITCH      PIC X(1).
               88  PARSE-DONE             VALUE 'Y'.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM DETERMINE-RUN-MODE.
           PERFORM OPEN-AUDIT-FILE.

           IF BATCH-MODE
               PERFORM CHECK-INPUT-FEED
               IF FEED-DUPLICATE
                   DISPLAY "GCD - BATCH RUN REFUSED - GCDIN.DAT"
                       " IS A REPEAT OF A FEED ALREADY PROCESSED"
                   DISPLAY "GCD - TO PROCESS IT AGAIN, ADD "
                       "RERUN=<OPERATOR-ID> TO THE BATCH PARM"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM BATCH-PROCEDURE
                   IF NOT SP-ABORT-YES
                       PERFORM REGISTER-INPUT-FEED
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO ANOTHER-CALCULATION
               PERFORM UNTIL ANOTHER-CALCULATION = 'N'
           SET RST-TYPE-START TO TRUE.
           MOVE "GCD" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP-TEXT.
           MOVE BUSINESS-DATE TO RUN-STAMP-TEXT(1:8).
           MOVE RUN-STAMP-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           SET RST-TYPE-END TO TRUE.
           MOVE "GCD" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP-TEXT.
           MOVE BUSINESS-DATE TO RUN-STAMP-TEXT(1:8).
           MOVE RUN-STAMP-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE BATCH-RECORD-COUNT TO RST-PROCESSED-COUNT.
           MOVE BATCH-REJECT-COUNT TO RST-REJECT-COUNT.
           ACCEPT PARM-LINE FROM COMMAND-LINE.
           UNSTRING PARM-LINE DELIMITED BY SPACE
               INTO RUN-MODE.
           PERFORM GET-RERUN-AUTHORITY.

       GET-RERUN-AUTHORITY.
           MOVE SPACES TO FEED-PARM-MODE.
           MOVE SPACES TO FEED-RERUN-TEXT.
           UNSTRING PARM-LINE DELIMITED BY "RERUN="
               INTO FEED-PARM-MODE FEED-RERUN-TEXT.
           UNSTRING FEED-RERUN-TEXT DELIMITED BY SPACE
               INTO FEED-OPERATOR-ID.

       CHECK-INPUT-FEED.
           MOVE "CHECK" TO FEED-FUNCTION.
           MOVE RETURN-CODE TO FEED-SAVE-RC.
           CALL "FEEDCHK" USING FEED-PROGRAM-ID FEED-FUNCTION
               FEED-FILE-NAME FEED-OPERATOR-ID FEED-RESULT
               FEED-DETAIL-TEXT.
           MOVE FEED-SAVE-RC TO RETURN-CODE.
           IF NOT FEED-RERUN-AUTHORIZED
               MOVE SPACES TO FEED-OPERATOR-ID
           END-IF.

       REGISTER-INPUT-FEED.
           MOVE "REGISTER" TO FEED-FUNCTION.
           MOVE RETURN-CODE TO FEED-SAVE-RC.
           CALL "FEEDCHK" USING FEED-PROGRAM-ID FEED-FUNCTION
               FEED-FILE-NAME FEED-OPERATOR-ID FEED-RESULT
               FEED-DETAIL-TEXT.
           MOVE FEED-SAVE-RC TO RETURN-CODE.

       READ-SYSPARM-FILE.
           OPEN INPUT SYSPARM-FILE.
                   (BATCH-REJECT-COUNT * 100) / BATCH-TOTAL-READ
               IF SP-REJECT-PCT > SP-MAX-REJECT-PCT
                   SET SP-ABORT-YES TO TRUE
                   PERFORM POST-MAXREJECT-ALERT
               END-IF
           END-IF.

       POST-MAXREJECT-ALERT.
           MOVE SP-REJECT-PCT TO ALERT-PCT-EDIT.
           MOVE SP-MAX-REJECT-PCT TO ALERT-LIMIT-EDIT.
           MOVE "H" TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-MESSAGE.
           STRING "BATCH RUN ABORTED - REJECT RATE " ALERT-PCT-EDIT
               "% EXCEEDS MAXREJECT " ALERT-LIMIT-EDIT
               "% - GCDIN.DAT"
               DELIMITED BY SIZE INTO ALERT-MESSAGE.
           PERFORM POST-OPERATOR-ALERT.

       POST-OPERATOR-ALERT.
           MOVE RETURN-CODE TO ALERT-SAVE-RC.
           CALL "ALERTPST" USING ALERT-PROGRAM-ID ALERT-SEVERITY
               ALERT-MESSAGE.
           MOVE ALERT-SAVE-RC TO RETURN-CODE.

       BATCH-PROCEDURE.
           IF SP-RESTART-ON
               PERFORM READ-RESTART-CONTROL
               OPEN OUTPUT GCD-REJECT-FILE
           END-IF.

           OPEN EXTEND CHARGE-USAGE-FILE.
           IF CHGUSAGE-STATUS = "35"
               OPEN OUTPUT CHARGE-USAGE-FILE
           END-IF.

           PERFORM PROCESS-BATCH-PAIR
               UNTIL BATCH-EOF-YES OR SP-ABORT-YES.

           CLOSE GCD-OUTPUT-FILE.
           CLOSE GCD-EXCEPTION-FILE.
           CLOSE GCD-REJECT-FILE.
           CLOSE CHARGE-USAGE-FILE.

           PERFORM KEEP-OUTPUT-GENERATIONS.

       KEEP-OUTPUT-GENERATIONS.
           MOVE RETURN-CODE TO GEN-SAVE-RC.
           MOVE "GCDSUM.DAT" TO GEN-FILE-NAME.
           CALL "OUTGEN" USING GEN-PROGRAM-ID GEN-FILE-NAME.
           MOVE GEN-SAVE-RC TO RETURN-CODE.
           MOVE RETURN-CODE TO GEN-SAVE-RC.
           MOVE "GCDOUT.DAT" TO GEN-FILE-NAME.
           CALL "OUTGEN" USING GEN-PROGRAM-ID GEN-FILE-NAME.
           MOVE GEN-SAVE-RC TO RETURN-CODE.

       WRITE-SUMMARY-FILE.
           OPEN OUTPUT GCD-SUMMARY-FILE.
           END-IF.
           MOVE SPACES TO STAT-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP-TEXT.
           MOVE BUSINESS-DATE TO RUN-STAMP-TEXT(1:8).
           MOVE RUN-STAMP-TEXT(1:8) TO STH-RUN-DATE.
           MOVE RUN-STAMP-TEXT(9:6) TO STH-RUN-TIME.
           MOVE "GCD" TO STH-PROGRAM-ID.
                   SET BATCH-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO BATCH-TOTAL-READ
                   PERFORM SPLIT-DEPT-CODE
                   PERFORM PARSE-INPUT-VALUES
                   PERFORM VALIDATE-BATCH-VALUES
                   IF BATCH-RECORD-VALID
                       ADD 1 TO BATCH-REJECT-COUNT
                       PERFORM CHECK-REJECT-THRESHOLD
                   END-IF
                   PERFORM WRITE-CHARGE-USAGE-RECORD
                   PERFORM WRITE-RESTART-CONTROL
           END-READ.

       SPLIT-DEPT-CODE.
           MOVE SPACES TO BATCH-INPUT-DATA.
           MOVE SPACES TO BATCH-DEPT-CODE.
           UNSTRING GCD-INPUT-RECORD DELIMITED BY ",DEPT="
               INTO BATCH-INPUT-DATA BATCH-DEPT-CODE.

       WRITE-CHARGE-USAGE-RECORD.
           MOVE SPACES TO CHARGE-USAGE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP-TEXT.
           MOVE BUSINESS-DATE TO RUN-STAMP-TEXT(1:8).
           MOVE BUSINESS-DATE TO CHU-BUSINESS-DATE.
           MOVE "GCD" TO CHU-PROGRAM-ID.
           MOVE BATCH-DEPT-CODE TO CHU-DEPT-CODE.
           IF BATCH-RECORD-VALID
               SET CHU-PROCESSED TO TRUE
           ELSE
               SET CHU-REJECTED TO TRUE
           END-IF.
           MOVE BATCH-TOTAL-READ TO CHU-SEQUENCE.
           MOVE RUN-STAMP-TEXT(1:14) TO CHU-TIMESTAMP.
           WRITE CHARGE-USAGE-RECORD.

       PARSE-INPUT-VALUES.
           MOVE 0 TO VALUE-COUNT.
           MOVE 1 TO PARSE-POINTER.

       PARSE-NEXT-VALUE.
           MOVE SPACES TO PARSE-TOKEN.
           UNSTRING BATCH-INPUT-DATA DELIMITED BY ","
               INTO PARSE-TOKEN
               WITH POINTER PARSE-POINTER.

           MOVE SPACES TO REJECT-RECORD.
           MOVE "GCD" TO REJ-SOURCE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO RUN-STAMP-TEXT.
           MOVE BUSINESS-DATE TO RUN-STAMP-TEXT(1:8).
           MOVE RUN-STAMP-TEXT(1:8) TO REJ-RUN-DATE.
           MOVE BATCH-TOTAL-READ TO REJ-SEQUENCE.
           MOVE GCD-INPUT-RECORD TO REJ-ORIGINAL-RECORD.
           MOVE BATCH-REJECT-REASON TO REJ-REASON-CODE.
           MOVE BATCH-DEPT-CODE TO REJ-DEPT-CODE.
           WRITE REJECT-RECORD.

       WRITE-OUTPUT-LINE.
           MOVE SPACES TO GCD-OUTPUT-RECORD.
           MOVE 1 TO OUTPUT-POINTER.
           STRING "VALUES=" VALUE-COUNT
               " GCD=" RESULT-GCD " LCM=" RESULT-LCM " INPUT="
               DELIMITED BY SIZE INTO GCD-OUTPUT-RECORD
               WITH POINTER OUTPUT-POINTER.
           MOVE 1 TO VALUE-SUB.
           PERFORM APPEND-OUTPUT-VALUE
               UNTIL VALUE-SUB > VALUE-COUNT.
           WRITE GCD-OUTPUT-RECORD.

       APPEND-OUTPUT-VALUE.
           IF VALUE-SUB > 1
               STRING "," DELIMITED BY SIZE INTO GCD-OUTPUT-RECORD
                   WITH POINTER OUTPUT-POINTER
           END-IF.
           STRING BATCH-VALUE(VALUE-SUB) DELIMITED BY SIZE
               INTO GCD-OUTPUT-RECORD
               WITH POINTER OUTPUT-POINTER.
           ADD 1 TO VALUE-SUB.

       GET-INPUT.
           DISPLAY " "
           DISPLAY "========== GCD CALCULATOR =========="

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE BUSINESS-DATE TO AUD-TIMESTAMP(1:8).
           MOVE "GCD" TO AUD-PROGRAM-ID.
           MOVE SPACES TO AUD-INPUT-TEXT.
           IF BATCH-MODE
               STRING "VALUES=" VALUE-COUNT
                   " LIST=" BATCH-INPUT-DATA(1:40)
                   DELIMITED BY SIZE INTO AUD-INPUT-TEXT
           ELSE
               STRING "NUM1=" NUM1-ORIGINAL " NUM2=" NUM2-ORIGINAL
           MOVE SPACES TO AUD-RESULT-TEXT.
           STRING "GCD=" RESULT-GCD " LCM=" RESULT-LCM
               DELIMITED BY SIZE INTO AUD-RESULT-TEXT.
           MOVE BATCH-DEPT-CODE TO AUD-DEPT-CODE.
           WRITE AUDIT-RECORD.

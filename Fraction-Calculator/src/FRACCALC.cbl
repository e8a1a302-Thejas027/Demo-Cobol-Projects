           SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FC-STATHIST-STATUS.
           SELECT CHARGE-USAGE-FILE ASSIGN TO "CHGUSAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FC-CHGUSAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAT-HISTORY-FILE.
           COPY STATHSTR.

       FD  CHARGE-USAGE-FILE.
           COPY CHGUSAGR.

       WORKING-STORAGE SECTION.
       01  FC-INPUT-STATUS            PIC X(2).
       01  FC-RUNSTAT-STATUS          PIC X(2).
       01  FC-STATHIST-STATUS         PIC X(2).
       01  FC-CHGUSAGE-STATUS         PIC X(2).
       01  FC-RUN-DATE-TEXT           PIC X(26).
       01  FC-BUSINESS-DATE           PIC X(8).

       01  FC-GENERATION-FIELDS.
           05  FC-GEN-PROGRAM-ID      PIC X(15) VALUE "FRACCALC".
           05  FC-GEN-FILE-NAME       PIC X(20).
           05  FC-GEN-SAVE-RC         PIC S9(9).

       01  FC-RUN-MODE-FIELDS.
           05  FC-PARM-LINE           PIC X(80).
           05  FC-RUN-MODE            PIC X(5).
               88  FC-BATCH-MODE          VALUE "BATCH".

       01  FC-FEED-FIELDS.
           05  FC-FEED-PROGRAM-ID     PIC X(15) VALUE "FRACCALC".
           05  FC-FEED-FUNCTION       PIC X(8).
           05  FC-FEED-FILE-NAME      PIC X(20) VALUE "FCALCIN.DAT".
           05  FC-FEED-OPERATOR-ID    PIC X(8) VALUE SPACES.
           05  FC-FEED-RESULT         PIC X(1).
               88  FC-FEED-RERUN-AUTHORIZED VALUE 'R'.
               88  FC-FEED-DUPLICATE      VALUE 'D'.
           05  FC-FEED-DETAIL-TEXT    PIC X(60).
           05  FC-FEED-PARM-MODE      PIC X(80).
           05  FC-FEED-RERUN-TEXT     PIC X(80).
           05  FC-FEED-SAVE-RC        PIC S9(9).

       01  FC-INTERACTIVE-FIELDS.
           05  FC-ANOTHER             PIC X(1).

               88  FC-EOF-YES             VALUE 'Y'.
           05  FC-RECORD-COUNT        PIC 9(7) VALUE 0.
           05  FC-REJECT-COUNT        PIC 9(7) VALUE 0.
           05  FC-TOTAL-READ          PIC 9(7) VALUE 0.
           05  FC-INPUT-DATA          PIC X(80).
           05  FC-DEPT-CODE           PIC X(8) VALUE SPACES.
           05  FC-IN-N1-TEXT          PIC X(15).
           05  FC-IN-D1-TEXT          PIC X(15).
           05  FC-IN-OP-TEXT          PIC X(15).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING FC-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM DETERMINE-RUN-MODE.

           IF FC-BATCH-MODE
               PERFORM CHECK-INPUT-FEED
               IF FC-FEED-DUPLICATE
                   DISPLAY "FRACCALC - BATCH RUN REFUSED - FCALCIN.DAT"
                       " IS A REPEAT OF A FEED ALREADY PROCESSED"
                   DISPLAY "FRACCALC - TO PROCESS IT AGAIN, ADD "
                       "RERUN=<OPERATOR-ID> TO THE BATCH PARM"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM BATCH-PROCEDURE
                   PERFORM REGISTER-INPUT-FEED
               END-IF
           ELSE
               MOVE SPACE TO FC-ANOTHER
               PERFORM UNTIL FC-ANOTHER = 'N' OR FC-ANOTHER = 'n'
           ACCEPT FC-PARM-LINE FROM COMMAND-LINE.
           UNSTRING FC-PARM-LINE DELIMITED BY SPACE
               INTO FC-RUN-MODE.
           PERFORM GET-RERUN-AUTHORITY.

       GET-RERUN-AUTHORITY.
           MOVE SPACES TO FC-FEED-PARM-MODE.
           MOVE SPACES TO FC-FEED-RERUN-TEXT.
           UNSTRING FC-PARM-LINE DELIMITED BY "RERUN="
               INTO FC-FEED-PARM-MODE FC-FEED-RERUN-TEXT.
           UNSTRING FC-FEED-RERUN-TEXT DELIMITED BY SPACE
               INTO FC-FEED-OPERATOR-ID.

       CHECK-INPUT-FEED.
           MOVE "CHECK" TO FC-FEED-FUNCTION.
           MOVE RETURN-CODE TO FC-FEED-SAVE-RC.
           CALL "FEEDCHK" USING FC-FEED-PROGRAM-ID FC-FEED-FUNCTION
               FC-FEED-FILE-NAME FC-FEED-OPERATOR-ID FC-FEED-RESULT
               FC-FEED-DETAIL-TEXT.
           MOVE FC-FEED-SAVE-RC TO RETURN-CODE.
           IF NOT FC-FEED-RERUN-AUTHORIZED
               MOVE SPACES TO FC-FEED-OPERATOR-ID
           END-IF.

       REGISTER-INPUT-FEED.
           MOVE "REGISTER" TO FC-FEED-FUNCTION.
           MOVE RETURN-CODE TO FC-FEED-SAVE-RC.
           CALL "FEEDCHK" USING FC-FEED-PROGRAM-ID FC-FEED-FUNCTION
               FC-FEED-FILE-NAME FC-FEED-OPERATOR-ID FC-FEED-RESULT
               FC-FEED-DETAIL-TEXT.
           MOVE FC-FEED-SAVE-RC TO RETURN-CODE.

       OPEN-RUN-STATUS-FILE.
           OPEN EXTEND RUN-STATUS-FILE.
           SET RST-TYPE-START TO TRUE.
           MOVE "FRACCALC" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO FC-RUN-DATE-TEXT.
           MOVE FC-BUSINESS-DATE TO FC-RUN-DATE-TEXT(1:8).
           MOVE FC-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           SET RST-TYPE-END TO TRUE.
           MOVE "FRACCALC" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO FC-RUN-DATE-TEXT.
           MOVE FC-BUSINESS-DATE TO FC-RUN-DATE-TEXT(1:8).
           MOVE FC-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE FC-RECORD-COUNT TO RST-PROCESSED-COUNT.
           MOVE FC-REJECT-COUNT TO RST-REJECT-COUNT.
           END-IF.
           MOVE SPACES TO STAT-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FC-RUN-DATE-TEXT.
           MOVE FC-BUSINESS-DATE TO FC-RUN-DATE-TEXT(1:8).
           MOVE FC-RUN-DATE-TEXT(1:8) TO STH-RUN-DATE.
           MOVE FC-RUN-DATE-TEXT(9:6) TO STH-RUN-TIME.
           MOVE "FRACCALC" TO STH-PROGRAM-ID.
           ELSE
               OPEN OUTPUT FC-OUTPUT-FILE
               OPEN OUTPUT FC-EXCEPTION-FILE
               OPEN EXTEND CHARGE-USAGE-FILE
               IF FC-CHGUSAGE-STATUS = "35"
                   OPEN OUTPUT CHARGE-USAGE-FILE
               END-IF

               PERFORM PROCESS-BATCH-RECORD UNTIL FC-EOF-YES

               CLOSE FC-INPUT-FILE
               CLOSE FC-OUTPUT-FILE
               CLOSE FC-EXCEPTION-FILE
               CLOSE CHARGE-USAGE-FILE

               PERFORM KEEP-OUTPUT-GENERATIONS

               DISPLAY "FRACCALC COMPLETE - " FC-RECORD-COUNT
                   " PROBLEM(S) SOLVED, " FC-REJECT-COUNT
                   " REJECTED."
           END-IF.

       KEEP-OUTPUT-GENERATIONS.
           MOVE RETURN-CODE TO FC-GEN-SAVE-RC.
           MOVE "FCALCOUT.DAT" TO FC-GEN-FILE-NAME.
           CALL "OUTGEN" USING FC-GEN-PROGRAM-ID FC-GEN-FILE-NAME.
           MOVE FC-GEN-SAVE-RC TO RETURN-CODE.

       PROCESS-BATCH-RECORD.
           READ FC-INPUT-FILE
               AT END
                   SET FC-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO FC-TOTAL-READ
                   PERFORM PARSE-INPUT-RECORD
                   PERFORM VALIDATE-BATCH-RECORD
                   IF FC-RECORD-VALID
                       PERFORM WRITE-EXCEPTION-RECORD
                       ADD 1 TO FC-REJECT-COUNT
                   END-IF
                   PERFORM WRITE-CHARGE-USAGE-RECORD
           END-READ.

       WRITE-CHARGE-USAGE-RECORD.
           MOVE SPACES TO CHARGE-USAGE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FC-RUN-DATE-TEXT.
           MOVE FC-BUSINESS-DATE TO FC-RUN-DATE-TEXT(1:8).
           MOVE FC-BUSINESS-DATE TO CHU-BUSINESS-DATE.
           MOVE "FRACCALC" TO CHU-PROGRAM-ID.
           MOVE FC-DEPT-CODE TO CHU-DEPT-CODE.
           IF FC-RECORD-VALID
               SET CHU-PROCESSED TO TRUE
           ELSE
               SET CHU-REJECTED TO TRUE
           END-IF.
           MOVE FC-TOTAL-READ TO CHU-SEQUENCE.
           MOVE FC-RUN-DATE-TEXT(1:14) TO CHU-TIMESTAMP.
           WRITE CHARGE-USAGE-RECORD.

       PARSE-INPUT-RECORD.
           MOVE SPACES TO FC-IN-N1-TEXT.
           MOVE SPACES TO FC-IN-D1-TEXT.
           MOVE SPACES TO FC-IN-OP-TEXT.
           MOVE SPACES TO FC-IN-N2-TEXT.
           MOVE SPACES TO FC-IN-D2-TEXT.
           MOVE SPACES TO FC-INPUT-DATA.
           MOVE SPACES TO FC-DEPT-CODE.
           UNSTRING FC-INPUT-RECORD DELIMITED BY ",DEPT="
               INTO FC-INPUT-DATA FC-DEPT-CODE.
           UNSTRING FC-INPUT-DATA DELIMITED BY ","
               INTO FC-IN-N1-TEXT FC-IN-D1-TEXT FC-IN-OP-TEXT
                   FC-IN-N2-TEXT FC-IN-D2-TEXT.


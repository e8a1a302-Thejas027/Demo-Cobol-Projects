           SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STATHIST-STATUS.
           SELECT CHARGE-USAGE-FILE ASSIGN TO "CHGUSAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-CHGUSAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAT-HISTORY-FILE.
           COPY STATHSTR.

       FD  CHARGE-USAGE-FILE.
           COPY CHGUSAGR.

       WORKING-STORAGE SECTION.
       01  FS-INPUT-STATUS            PIC X(2).
       01  FS-RUNSTAT-STATUS          PIC X(2).
       01  FS-STATHIST-STATUS         PIC X(2).
       01  FS-CHGUSAGE-STATUS         PIC X(2).
       01  FS-RUN-DATE-TEXT           PIC X(26).
       01  FS-BUSINESS-DATE           PIC X(8).

       01  FS-FEED-FIELDS.
           05  FS-PARM-LINE           PIC X(80).
           05  FS-FEED-PROGRAM-ID     PIC X(15) VALUE "FRACSIMP".
           05  FS-FEED-FUNCTION       PIC X(8).
           05  FS-FEED-FILE-NAME      PIC X(20) VALUE "FRACIN.DAT".
           05  FS-FEED-OPERATOR-ID    PIC X(8) VALUE SPACES.
           05  FS-FEED-RESULT         PIC X(1).
               88  FS-FEED-RERUN-AUTHORIZED VALUE 'R'.
               88  FS-FEED-DUPLICATE      VALUE 'D'.
           05  FS-FEED-DETAIL-TEXT    PIC X(60).
           05  FS-FEED-PARM-MODE      PIC X(80).
           05  FS-FEED-RERUN-TEXT     PIC X(80).
           05  FS-FEED-SAVE-RC        PIC S9(9).

       01  FS-GENERATION-FIELDS.
           05  FS-GEN-PROGRAM-ID      PIC X(15) VALUE "FRACSIMP".
           05  FS-GEN-FILE-NAME       PIC X(20).
           05  FS-GEN-SAVE-RC         PIC S9(9).

       01  FS-BATCH-FIELDS.
           05  FS-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  FS-EOF-YES             VALUE 'Y'.
           05  FS-RECORD-COUNT        PIC 9(7) VALUE 0.
           05  FS-REJECT-COUNT        PIC 9(7) VALUE 0.
           05  FS-TOTAL-READ          PIC 9(7) VALUE 0.
           05  FS-INPUT-DATA          PIC X(40).
           05  FS-DEPT-CODE           PIC X(8) VALUE SPACES.
           05  FS-IN-NUM-TEXT         PIC X(15).
           05  FS-IN-DEN-TEXT         PIC X(15).
           05  FS-IN-VALUE-SIGNED     PIC S9(10)V9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING FS-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM GET-RERUN-AUTHORITY.
           PERFORM CHECK-INPUT-FEED.
           IF FS-FEED-DUPLICATE
               DISPLAY "FRACSIMP - FRACIN.DAT IS A REPEAT OF A FEED "
                   "ALREADY PROCESSED - RUN REFUSED"
               DISPLAY "FRACSIMP - TO PROCESS IT AGAIN, RUN WITH "
                   "PARM RERUN=<OPERATOR-ID>"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-END-RECORD
               GOBACK
           END-IF.

           OPEN INPUT FS-INPUT-FILE.
           IF FS-INPUT-STATUS NOT = "00"
               DISPLAY "FRACSIMP - CANNOT OPEN FRACIN.DAT, STATUS = "

           OPEN OUTPUT FS-OUTPUT-FILE.
           OPEN OUTPUT FS-EXCEPTION-FILE.
           OPEN EXTEND CHARGE-USAGE-FILE.
           IF FS-CHGUSAGE-STATUS = "35"
               OPEN OUTPUT CHARGE-USAGE-FILE
           END-IF.

           PERFORM PROCESS-FRACTION-RECORD UNTIL FS-EOF-YES.

           CLOSE FS-INPUT-FILE.
           CLOSE FS-OUTPUT-FILE.
           CLOSE FS-EXCEPTION-FILE.
           CLOSE CHARGE-USAGE-FILE.

           PERFORM REGISTER-INPUT-FEED.

           PERFORM KEEP-OUTPUT-GENERATIONS.

           DISPLAY "FRACSIMP COMPLETE - " FS-RECORD-COUNT
               " FRACTION(S) REDUCED, " FS-REJECT-COUNT

           GOBACK.

       GET-RERUN-AUTHORITY.
           MOVE SPACES TO FS-PARM-LINE.
           ACCEPT FS-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO FS-FEED-PARM-MODE.
           MOVE SPACES TO FS-FEED-RERUN-TEXT.
           UNSTRING FS-PARM-LINE DELIMITED BY "RERUN="
               INTO FS-FEED-PARM-MODE FS-FEED-RERUN-TEXT.
           UNSTRING FS-FEED-RERUN-TEXT DELIMITED BY SPACE
               INTO FS-FEED-OPERATOR-ID.

       CHECK-INPUT-FEED.
           MOVE "CHECK" TO FS-FEED-FUNCTION.
           MOVE RETURN-CODE TO FS-FEED-SAVE-RC.
           CALL "FEEDCHK" USING FS-FEED-PROGRAM-ID FS-FEED-FUNCTION
               FS-FEED-FILE-NAME FS-FEED-OPERATOR-ID FS-FEED-RESULT
               FS-FEED-DETAIL-TEXT.
           MOVE FS-FEED-SAVE-RC TO RETURN-CODE.
           IF NOT FS-FEED-RERUN-AUTHORIZED
               MOVE SPACES TO FS-FEED-OPERATOR-ID
           END-IF.

       REGISTER-INPUT-FEED.
           MOVE "REGISTER" TO FS-FEED-FUNCTION.
           MOVE RETURN-CODE TO FS-FEED-SAVE-RC.
           CALL "FEEDCHK" USING FS-FEED-PROGRAM-ID FS-FEED-FUNCTION
               FS-FEED-FILE-NAME FS-FEED-OPERATOR-ID FS-FEED-RESULT
               FS-FEED-DETAIL-TEXT.
           MOVE FS-FEED-SAVE-RC TO RETURN-CODE.

       OPEN-RUN-STATUS-FILE.
           OPEN EXTEND RUN-STATUS-FILE.
           IF FS-RUNSTAT-STATUS = "35"
           SET RST-TYPE-START TO TRUE.
           MOVE "FRACSIMP" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO FS-RUN-DATE-TEXT.
           MOVE FS-BUSINESS-DATE TO FS-RUN-DATE-TEXT(1:8).
           MOVE FS-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           SET RST-TYPE-END TO TRUE.
           MOVE "FRACSIMP" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO FS-RUN-DATE-TEXT.
           MOVE FS-BUSINESS-DATE TO FS-RUN-DATE-TEXT(1:8).
           MOVE FS-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE FS-RECORD-COUNT TO RST-PROCESSED-COUNT.
           MOVE FS-REJECT-COUNT TO RST-REJECT-COUNT.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       KEEP-OUTPUT-GENERATIONS.
           MOVE RETURN-CODE TO FS-GEN-SAVE-RC.
           MOVE "FRACOUT.DAT" TO FS-GEN-FILE-NAME.
           CALL "OUTGEN" USING FS-GEN-PROGRAM-ID FS-GEN-FILE-NAME.
           MOVE FS-GEN-SAVE-RC TO RETURN-CODE.

       WRITE-STAT-HISTORY-RECORD.
           OPEN EXTEND STAT-HISTORY-FILE.
           IF FS-STATHIST-STATUS = "35"
           END-IF.
           MOVE SPACES TO STAT-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FS-RUN-DATE-TEXT.
           MOVE FS-BUSINESS-DATE TO FS-RUN-DATE-TEXT(1:8).
           MOVE FS-RUN-DATE-TEXT(1:8) TO STH-RUN-DATE.
           MOVE FS-RUN-DATE-TEXT(9:6) TO STH-RUN-TIME.
           MOVE "FRACSIMP" TO STH-PROGRAM-ID.
               AT END
                   SET FS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO FS-TOTAL-READ
                   PERFORM PARSE-FRACTION-RECORD
                   PERFORM VALIDATE-FRACTION-RECORD
                   IF FS-RECORD-VALID
                       PERFORM WRITE-EXCEPTION-RECORD
                       ADD 1 TO FS-REJECT-COUNT
                   END-IF
                   PERFORM WRITE-CHARGE-USAGE-RECORD
           END-READ.

       WRITE-CHARGE-USAGE-RECORD.
           MOVE SPACES TO CHARGE-USAGE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO FS-RUN-DATE-TEXT.
           MOVE FS-BUSINESS-DATE TO FS-RUN-DATE-TEXT(1:8).
           MOVE FS-BUSINESS-DATE TO CHU-BUSINESS-DATE.
           MOVE "FRACSIMP" TO CHU-PROGRAM-ID.
           MOVE FS-DEPT-CODE TO CHU-DEPT-CODE.
           IF FS-RECORD-VALID
               SET CHU-PROCESSED TO TRUE
           ELSE
               SET CHU-REJECTED TO TRUE
           END-IF.
           MOVE FS-TOTAL-READ TO CHU-SEQUENCE.
           MOVE FS-RUN-DATE-TEXT(1:14) TO CHU-TIMESTAMP.
           WRITE CHARGE-USAGE-RECORD.

       PARSE-FRACTION-RECORD.
           MOVE SPACES TO FS-IN-NUM-TEXT.
           MOVE SPACES TO FS-IN-DEN-TEXT.
           MOVE SPACES TO FS-INPUT-DATA.
           MOVE SPACES TO FS-DEPT-CODE.
           UNSTRING FS-INPUT-RECORD DELIMITED BY ",DEPT="
               INTO FS-INPUT-DATA FS-DEPT-CODE.
           UNSTRING FS-INPUT-DATA DELIMITED BY ","
               INTO FS-IN-NUM-TEXT FS-IN-DEN-TEXT.

       VALIDATE-FRACTION-RECORD.

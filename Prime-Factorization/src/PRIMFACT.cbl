           SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PF-STATHIST-STATUS.
           SELECT CHARGE-USAGE-FILE ASSIGN TO "CHGUSAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PF-CHGUSAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STAT-HISTORY-FILE.
           COPY STATHSTR.

       FD  CHARGE-USAGE-FILE.
           COPY CHGUSAGR.

       WORKING-STORAGE SECTION.
       01  PF-AUDIT-STATUS            PIC X(2).
       01  PF-RUNSTAT-STATUS          PIC X(2).
       01  PF-STATHIST-STATUS         PIC X(2).
       01  PF-CHGUSAGE-STATUS         PIC X(2).
       01  PF-RUN-DATE-TEXT           PIC X(26).
       01  PF-BUSINESS-DATE           PIC X(8).

       01  PF-GENERATION-FIELDS.
           05  PF-GEN-PROGRAM-ID      PIC X(15) VALUE "PRIMFACT".
           05  PF-GEN-FILE-NAME       PIC X(20).
           05  PF-GEN-SAVE-RC         PIC S9(9).

       01  PF-RUN-MODE-FIELDS.
           05  PF-PARM-LINE           PIC X(80).
           05  PF-RUN-MODE            PIC X(5).
               88  PF-BATCH-MODE          VALUE "BATCH".

       01  PF-FEED-FIELDS.
           05  PF-FEED-PROGRAM-ID     PIC X(15) VALUE "PRIMFACT".
           05  PF-FEED-FUNCTION       PIC X(8).
           05  PF-FEED-FILE-NAME      PIC X(20) VALUE "PRIMIN.DAT".
           05  PF-FEED-OPERATOR-ID    PIC X(8) VALUE SPACES.
           05  PF-FEED-RESULT         PIC X(1).
               88  PF-FEED-RERUN-AUTHORIZED VALUE 'R'.
               88  PF-FEED-DUPLICATE      VALUE 'D'.
           05  PF-FEED-DETAIL-TEXT    PIC X(60).
           05  PF-FEED-PARM-MODE      PIC X(80).
           05  PF-FEED-RERUN-TEXT     PIC X(80).
           05  PF-FEED-SAVE-RC        PIC S9(9).

       01  PF-INTERACTIVE-FIELDS.
           05  PF-ANOTHER             PIC X(1).
           05  PF-ACCEPT-NUMBER       PIC 9(10).
               88  PF-RECORD-VALID        VALUE 'Y'.
               88  PF-RECORD-INVALID      VALUE 'N'.
           05  PF-REJECT-REASON       PIC X(30).
           05  PF-INPUT-DATA          PIC X(40).
           05  PF-DEPT-CODE           PIC X(8) VALUE SPACES.
           05  PF-PAIR-SWITCH         PIC X(1).
               88  PF-PAIR-RECORD         VALUE 'Y'.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING PF-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM DETERMINE-RUN-MODE.
           PERFORM OPEN-AUDIT-FILE.

           IF PF-BATCH-MODE
               PERFORM CHECK-INPUT-FEED
               IF PF-FEED-DUPLICATE
                   DISPLAY "PRIMFACT - BATCH RUN REFUSED - PRIMIN.DAT"
                       " IS A REPEAT OF A FEED ALREADY PROCESSED"
                   DISPLAY "PRIMFACT - TO PROCESS IT AGAIN, ADD "
                       "RERUN=<OPERATOR-ID> TO THE BATCH PARM"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM BATCH-PROCEDURE
                   PERFORM REGISTER-INPUT-FEED
               END-IF
           ELSE
               MOVE SPACE TO PF-ANOTHER
               PERFORM UNTIL PF-ANOTHER = 'N' OR PF-ANOTHER = 'n'
           SET RST-TYPE-START TO TRUE.
           MOVE "PRIMFACT" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO PF-RUN-DATE-TEXT.
           MOVE PF-BUSINESS-DATE TO PF-RUN-DATE-TEXT(1:8).
           MOVE PF-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           SET RST-TYPE-END TO TRUE.
           MOVE "PRIMFACT" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO PF-RUN-DATE-TEXT.
           MOVE PF-BUSINESS-DATE TO PF-RUN-DATE-TEXT(1:8).
           MOVE PF-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE PF-RECORD-COUNT TO RST-PROCESSED-COUNT.
           MOVE PF-REJECT-COUNT TO RST-REJECT-COUNT.
           ACCEPT PF-PARM-LINE FROM COMMAND-LINE.
           UNSTRING PF-PARM-LINE DELIMITED BY SPACE
               INTO PF-RUN-MODE.
           PERFORM GET-RERUN-AUTHORITY.

       GET-RERUN-AUTHORITY.
           MOVE SPACES TO PF-FEED-PARM-MODE.
           MOVE SPACES TO PF-FEED-RERUN-TEXT.
           UNSTRING PF-PARM-LINE DELIMITED BY "RERUN="
               INTO PF-FEED-PARM-MODE PF-FEED-RERUN-TEXT.
           UNSTRING PF-FEED-RERUN-TEXT DELIMITED BY SPACE
               INTO PF-FEED-OPERATOR-ID.

       CHECK-INPUT-FEED.
           MOVE "CHECK" TO PF-FEED-FUNCTION.
           MOVE RETURN-CODE TO PF-FEED-SAVE-RC.
           CALL "FEEDCHK" USING PF-FEED-PROGRAM-ID PF-FEED-FUNCTION
               PF-FEED-FILE-NAME PF-FEED-OPERATOR-ID PF-FEED-RESULT
               PF-FEED-DETAIL-TEXT.
           MOVE PF-FEED-SAVE-RC TO RETURN-CODE.
           IF NOT PF-FEED-RERUN-AUTHORIZED
               MOVE SPACES TO PF-FEED-OPERATOR-ID
           END-IF.

       REGISTER-INPUT-FEED.
           MOVE "REGISTER" TO PF-FEED-FUNCTION.
           MOVE RETURN-CODE TO PF-FEED-SAVE-RC.
           CALL "FEEDCHK" USING PF-FEED-PROGRAM-ID PF-FEED-FUNCTION
               PF-FEED-FILE-NAME PF-FEED-OPERATOR-ID PF-FEED-RESULT
               PF-FEED-DETAIL-TEXT.
           MOVE PF-FEED-SAVE-RC TO RETURN-CODE.

       GET-NUMBER.
           DISPLAY " ".
           OPEN OUTPUT PF-OUTPUT-FILE.
           OPEN OUTPUT PF-EXCEPTION-FILE.
           OPEN OUTPUT PF-REJECT-FILE.
           OPEN EXTEND CHARGE-USAGE-FILE.
           IF PF-CHGUSAGE-STATUS = "35"
               OPEN OUTPUT CHARGE-USAGE-FILE
           END-IF.

           PERFORM PROCESS-BATCH-RECORD UNTIL PF-EOF-YES.

           CLOSE PF-OUTPUT-FILE.
           CLOSE PF-EXCEPTION-FILE.
           CLOSE PF-REJECT-FILE.
           CLOSE CHARGE-USAGE-FILE.

           PERFORM KEEP-OUTPUT-GENERATIONS.

           DISPLAY "BATCH RUN COMPLETE - " PF-RECORD-COUNT
               " RECORD(S) PROCESSED, " PF-REJECT-COUNT
               " REJECTED.".

       KEEP-OUTPUT-GENERATIONS.
           MOVE RETURN-CODE TO PF-GEN-SAVE-RC.
           MOVE "PRIMOUT.DAT" TO PF-GEN-FILE-NAME.
           CALL "OUTGEN" USING PF-GEN-PROGRAM-ID PF-GEN-FILE-NAME.
           MOVE PF-GEN-SAVE-RC TO RETURN-CODE.

       WRITE-STAT-HISTORY-RECORD.
           OPEN EXTEND STAT-HISTORY-FILE.
           IF PF-STATHIST-STATUS = "35"
           END-IF.
           MOVE SPACES TO STAT-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO PF-RUN-DATE-TEXT.
           MOVE PF-BUSINESS-DATE TO PF-RUN-DATE-TEXT(1:8).
           MOVE PF-RUN-DATE-TEXT(1:8) TO STH-RUN-DATE.
           MOVE PF-RUN-DATE-TEXT(9:6) TO STH-RUN-TIME.
           MOVE "PRIMFACT" TO STH-PROGRAM-ID.
                       PERFORM WRITE-EXCEPTION-RECORD
                       ADD 1 TO PF-REJECT-COUNT
                   END-IF
                   PERFORM WRITE-CHARGE-USAGE-RECORD
           END-READ.

       PARSE-INPUT-RECORD.
           MOVE SPACES TO PF-IN-NUM1-TEXT.
           MOVE SPACES TO PF-IN-NUM2-TEXT.
           MOVE SPACES TO PF-IN-EXTRA-TEXT.
           MOVE SPACES TO PF-INPUT-DATA.
           MOVE SPACES TO PF-DEPT-CODE.
           UNSTRING PF-INPUT-RECORD DELIMITED BY ",DEPT="
               INTO PF-INPUT-DATA PF-DEPT-CODE.
           UNSTRING PF-INPUT-DATA DELIMITED BY ","
               INTO PF-IN-NUM1-TEXT PF-IN-NUM2-TEXT
                   PF-IN-EXTRA-TEXT.

           MOVE SPACES TO REJECT-RECORD.
           MOVE "PRIMFACT" TO REJ-SOURCE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO PF-RUN-DATE-TEXT.
           MOVE PF-BUSINESS-DATE TO PF-RUN-DATE-TEXT(1:8).
           MOVE PF-RUN-DATE-TEXT(1:8) TO REJ-RUN-DATE.
           MOVE PF-TOTAL-READ TO REJ-SEQUENCE.
           MOVE PF-INPUT-RECORD TO REJ-ORIGINAL-RECORD.
           MOVE PF-REJECT-REASON TO REJ-REASON-CODE.
           MOVE PF-DEPT-CODE TO REJ-DEPT-CODE.
           WRITE REJECT-RECORD.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE PF-BUSINESS-DATE TO AUD-TIMESTAMP(1:8).
           MOVE "PRIMFACT" TO AUD-PROGRAM-ID.
           MOVE SPACES TO AUD-INPUT-TEXT.
           STRING "N=" PF-NUMBER
               DELIMITED BY SIZE INTO AUD-INPUT-TEXT.
           MOVE SPACES TO AUD-RESULT-TEXT.
           MOVE PF-FACTOR-TEXT(1:60) TO AUD-RESULT-TEXT.
           MOVE PF-DEPT-CODE TO AUD-DEPT-CODE.
           WRITE AUDIT-RECORD.

       WRITE-CHARGE-USAGE-RECORD.
           MOVE SPACES TO CHARGE-USAGE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO PF-RUN-DATE-TEXT.
           MOVE PF-BUSINESS-DATE TO PF-RUN-DATE-TEXT(1:8).
           MOVE PF-BUSINESS-DATE TO CHU-BUSINESS-DATE.
           MOVE "PRIMFACT" TO CHU-PROGRAM-ID.
           MOVE PF-DEPT-CODE TO CHU-DEPT-CODE.
           IF PF-RECORD-VALID
               SET CHU-PROCESSED TO TRUE
           ELSE
               SET CHU-REJECTED TO TRUE
           END-IF.
           MOVE PF-TOTAL-READ TO CHU-SEQUENCE.
           MOVE PF-RUN-DATE-TEXT(1:14) TO CHU-TIMESTAMP.
           WRITE CHARGE-USAGE-RECORD.

           SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATHIST-STATUS.
           SELECT CHARGE-USAGE-FILE ASSIGN TO "CHGUSAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGUSAGE-STATUS.
           SELECT QR-MASTER-FILE ASSIGN TO "QUADMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS QMS-KEY
               ALTERNATE RECORD KEY IS QMS-ROOT-CASE WITH DUPLICATES
               ALTERNATE RECORD KEY IS QMS-ROOT1-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS QMS-ROOT2-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS QMS-DISC-KEY WITH DUPLICATES
               FILE STATUS IS WS-MASTER-STATUS.

       DATA DIVISION.
       FD  QR-MASTER-FILE.
           COPY QUADMSTR.

       FD  CHARGE-USAGE-FILE.
           COPY CHGUSAGR.

       WORKING-STORAGE SECTION.
       01 WS-A                    PIC S9(5)V9(4).
       01 WS-B                    PIC S9(5)V9(4).
       01 WS-MASTER-STATUS        PIC X(2).
       01 WS-RUNSTAT-STATUS       PIC X(2).
       01 WS-STATHIST-STATUS      PIC X(2).
       01 WS-CHGUSAGE-STATUS      PIC X(2).
       01 WS-CHOICE               PIC 9(1).
       01 WS-ANOTHER              PIC X(1).

               88 WS-BATCH-VALID          VALUE 'Y'.
               88 WS-BATCH-INVALID        VALUE 'N'.
           05 WS-BATCH-REJECT-REASON  PIC X(30).
           05 WS-INPUT-DATA           PIC X(80).
           05 WS-DEPT-CODE            PIC X(8) VALUE SPACES.

       01 WS-INTERFACE-CONTROL-FIELDS.
           05 WS-IF-DETAIL-COUNT      PIC 9(7) VALUE 0.
           05 WS-MAX-DISCRIMINANT-EDIT PIC -9(10).9(4).

       01 WS-RUN-DATE-TEXT            PIC X(26).
       01 WS-BUSINESS-DATE            PIC X(8).

       01 WS-GENERATION-FIELDS.
           05 WS-GEN-PROGRAM-ID       PIC X(15) VALUE "QUADRATIC-ROOTS".
           05 WS-GEN-FILE-NAME        PIC X(20).
           05 WS-GEN-SAVE-RC          PIC S9(9).

       01 WS-FEED-FIELDS.
           05 WS-FEED-PROGRAM-ID      PIC X(15) VALUE "QUADRATIC-ROOTS".
           05 WS-FEED-FUNCTION        PIC X(8).
           05 WS-FEED-FILE-NAME       PIC X(20) VALUE "QUADIN.DAT".
           05 WS-FEED-OPERATOR-ID     PIC X(8) VALUE SPACES.
           05 WS-FEED-RESULT          PIC X(1).
               88 WS-FEED-RERUN-AUTHORIZED VALUE 'R'.
               88 WS-FEED-DUPLICATE       VALUE 'D'.
           05 WS-FEED-DETAIL-TEXT     PIC X(60).
           05 WS-FEED-PARM-MODE       PIC X(80).
           05 WS-FEED-RERUN-TEXT      PIC X(80).
           05 WS-FEED-SAVE-RC         PIC S9(9).

       01 WS-ALERT-FIELDS.
           05 WS-ALERT-PROGRAM-ID     PIC X(15) VALUE "QUADRATIC-ROOTS".
           05 WS-ALERT-SEVERITY       PIC X(1).
           05 WS-ALERT-MESSAGE        PIC X(80).
           05 WS-ALERT-SAVE-RC        PIC S9(9).
           05 WS-ALERT-PCT-EDIT       PIC ZZ9.99.
           05 WS-ALERT-LIMIT-EDIT     PIC ZZ9.

       COPY SYSPARMW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM DETERMINE-RUN-MODE.
           PERFORM OPEN-AUDIT-FILE.

           IF WS-BATCH-MODE
               PERFORM CHECK-INPUT-FEED
               IF WS-FEED-DUPLICATE
                   DISPLAY "QUADRATIC-ROOTS - BATCH RUN REFUSED - "
                       "QUADIN.DAT IS A REPEAT OF A FEED ALREADY "
                       "PROCESSED"
                   DISPLAY "QUADRATIC-ROOTS - TO PROCESS IT AGAIN, ADD "
                       "RERUN=<OPERATOR-ID> TO THE BATCH PARM"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM BATCH-PROCEDURE
                   IF NOT SP-ABORT-YES
                       PERFORM REGISTER-INPUT-FEED
                   END-IF
               END-IF
           ELSE
               MOVE SPACE TO WS-ANOTHER
               PERFORM UNTIL WS-ANOTHER = 'N' OR WS-ANOTHER = 'n'
           SET RST-TYPE-START TO TRUE.
           MOVE "QUADRATIC-ROOTS" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TEXT.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-TEXT(1:8).
           MOVE WS-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           SET RST-TYPE-END TO TRUE.
           MOVE "QUADRATIC-ROOTS" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TEXT.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-TEXT(1:8).
           MOVE WS-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE WS-BATCH-RECORD-COUNT TO RST-PROCESSED-COUNT.
           MOVE WS-BATCH-REJECT-COUNT TO RST-REJECT-COUNT.
       DETERMINE-RUN-MODE.
           MOVE SPACES TO WS-PARM-LINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           PERFORM GET-RERUN-AUTHORITY.
           UNSTRING WS-FEED-PARM-MODE DELIMITED BY SPACE
               INTO WS-RUN-MODE WS-INTERFACE-FLAG.

       GET-RERUN-AUTHORITY.
           MOVE SPACES TO WS-FEED-PARM-MODE.
           MOVE SPACES TO WS-FEED-RERUN-TEXT.
           UNSTRING WS-PARM-LINE DELIMITED BY "RERUN="
               INTO WS-FEED-PARM-MODE WS-FEED-RERUN-TEXT.
           UNSTRING WS-FEED-RERUN-TEXT DELIMITED BY SPACE
               INTO WS-FEED-OPERATOR-ID.

       CHECK-INPUT-FEED.
           MOVE "CHECK" TO WS-FEED-FUNCTION.
           MOVE RETURN-CODE TO WS-FEED-SAVE-RC.
           CALL "FEEDCHK" USING WS-FEED-PROGRAM-ID WS-FEED-FUNCTION
               WS-FEED-FILE-NAME WS-FEED-OPERATOR-ID WS-FEED-RESULT
               WS-FEED-DETAIL-TEXT.
           MOVE WS-FEED-SAVE-RC TO RETURN-CODE.
           IF NOT WS-FEED-RERUN-AUTHORIZED
               MOVE SPACES TO WS-FEED-OPERATOR-ID
           END-IF.

       REGISTER-INPUT-FEED.
           MOVE "REGISTER" TO WS-FEED-FUNCTION.
           MOVE RETURN-CODE TO WS-FEED-SAVE-RC.
           CALL "FEEDCHK" USING WS-FEED-PROGRAM-ID WS-FEED-FUNCTION
               WS-FEED-FILE-NAME WS-FEED-OPERATOR-ID WS-FEED-RESULT
               WS-FEED-DETAIL-TEXT.
           MOVE WS-FEED-SAVE-RC TO RETURN-CODE.

       READ-SYSPARM-FILE.
           OPEN INPUT SYSPARM-FILE.
           IF SP-FILE-STATUS = "00"
                   (WS-BATCH-RECORD-COUNT + WS-BATCH-REJECT-COUNT)
               IF SP-REJECT-PCT > SP-MAX-REJECT-PCT
                   SET SP-ABORT-YES TO TRUE
                   PERFORM POST-MAXREJECT-ALERT
               END-IF
           END-IF.

       POST-MAXREJECT-ALERT.
           MOVE SP-REJECT-PCT TO WS-ALERT-PCT-EDIT.
           MOVE SP-MAX-REJECT-PCT TO WS-ALERT-LIMIT-EDIT.
           MOVE "H" TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "BATCH RUN ABORTED - REJECT RATE " WS-ALERT-PCT-EDIT
               "% EXCEEDS MAXREJECT " WS-ALERT-LIMIT-EDIT
               "% - QUADIN.DAT"
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE.
           PERFORM POST-OPERATOR-ALERT.

       POST-OPERATOR-ALERT.
           MOVE RETURN-CODE TO WS-ALERT-SAVE-RC.
           CALL "ALERTPST" USING WS-ALERT-PROGRAM-ID WS-ALERT-SEVERITY
               WS-ALERT-MESSAGE.
           MOVE WS-ALERT-SAVE-RC TO RETURN-CODE.

       SOLVE-EQUATION.
           PERFORM CALCULATE-DISCRIMINANT.

           OPEN OUTPUT QR-REPORT-FILE.
           OPEN OUTPUT QR-EXCEPTION-FILE.
           OPEN OUTPUT QR-REJECT-FILE.
           OPEN EXTEND CHARGE-USAGE-FILE.
           IF WS-CHGUSAGE-STATUS = "35"
               OPEN OUTPUT CHARGE-USAGE-FILE
           END-IF.

           IF WS-INTERFACE-MODE
               OPEN OUTPUT QR-INTERFACE-FILE
           CLOSE QR-EXCEPTION-FILE.
           CLOSE QR-REJECT-FILE.
           CLOSE QR-MASTER-FILE.
           CLOSE CHARGE-USAGE-FILE.

           IF WS-INTERFACE-MODE
               PERFORM WRITE-INTERFACE-TRAILER
               CLOSE QR-INTERFACE-FILE
           END-IF.

           PERFORM KEEP-OUTPUT-GENERATIONS.

           IF SP-ABORT-YES
               DISPLAY "BATCH RUN ABORTED - REJECT PERCENTAGE "
                   "EXCEEDED MAXREJECT LIMIT AFTER "
                   " REJECTED."
           END-IF.

       KEEP-OUTPUT-GENERATIONS.
           MOVE RETURN-CODE TO WS-GEN-SAVE-RC.
           MOVE "QUADRPT.DAT" TO WS-GEN-FILE-NAME.
           CALL "OUTGEN" USING WS-GEN-PROGRAM-ID WS-GEN-FILE-NAME.
           MOVE "QUADEXC.DAT" TO WS-GEN-FILE-NAME.
           CALL "OUTGEN" USING WS-GEN-PROGRAM-ID WS-GEN-FILE-NAME.
           MOVE WS-GEN-SAVE-RC TO RETURN-CODE.

       WRITE-STAT-HISTORY-RECORD.
           OPEN EXTEND STAT-HISTORY-FILE.
           IF WS-STATHIST-STATUS = "35"
           END-IF.
           MOVE SPACES TO STAT-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TEXT.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-TEXT(1:8).
           MOVE WS-RUN-DATE-TEXT(1:8) TO STH-RUN-DATE.
           MOVE WS-RUN-DATE-TEXT(9:6) TO STH-RUN-TIME.
           MOVE "QUADRATIC-ROOTS" TO STH-PROGRAM-ID.
                       ADD 1 TO WS-BATCH-REJECT-COUNT
                       PERFORM CHECK-REJECT-THRESHOLD
                   END-IF
                   PERFORM WRITE-CHARGE-USAGE-RECORD
           END-READ.

       WRITE-CHARGE-USAGE-RECORD.
           MOVE SPACES TO CHARGE-USAGE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TEXT.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-TEXT(1:8).
           MOVE WS-BUSINESS-DATE TO CHU-BUSINESS-DATE.
           MOVE "QUADRATIC-ROOTS" TO CHU-PROGRAM-ID.
           MOVE WS-DEPT-CODE TO CHU-DEPT-CODE.
           IF WS-BATCH-VALID
               SET CHU-PROCESSED TO TRUE
           ELSE
               SET CHU-REJECTED TO TRUE
           END-IF.
           MOVE WS-INPUT-SEQUENCE TO CHU-SEQUENCE.
           MOVE WS-RUN-DATE-TEXT(1:14) TO CHU-TIMESTAMP.
           WRITE CHARGE-USAGE-RECORD.

       OPEN-MASTER-FILE.
           OPEN I-O QR-MASTER-FILE.
           IF WS-MASTER-STATUS = "35"
           MOVE WS-ROOT2 TO QMS-ROOT2.
           MOVE WS-REAL-PART TO QMS-REAL-PART.
           MOVE WS-IMAG-PART TO QMS-IMAG-PART.
           PERFORM SET-MASTER-INQUIRY-KEYS.
           WRITE QR-MASTER-RECORD
               INVALID KEY
                   ADD 1 TO WS-MASTER-WRITE-FAILS
                   PERFORM WRITE-MASTER-FAILURE-LINE
           END-WRITE.

       SET-MASTER-INQUIRY-KEYS.
           COMPUTE QMS-DISC-KEY = QMS-DISCRIMINANT + 10000000000.
           EVALUATE QMS-ROOT-CASE
               WHEN 'C'
                   COMPUTE QMS-ROOT1-KEY = QMS-REAL-PART + 100000
                   MOVE QMS-ROOT1-KEY TO QMS-ROOT2-KEY
               WHEN 'O'
                   COMPUTE QMS-ROOT1-KEY = QMS-ROOT1 + 100000
                   MOVE QMS-ROOT1-KEY TO QMS-ROOT2-KEY
               WHEN OTHER
                   COMPUTE QMS-ROOT1-KEY = QMS-ROOT1 + 100000
                   COMPUTE QMS-ROOT2-KEY = QMS-ROOT2 + 100000
           END-EVALUATE.

       WRITE-MASTER-FAILURE-LINE.
           MOVE SPACES TO QR-REPORT-RECORD.
           STRING "*** MASTER WRITE FAILED - KEY=" QMS-KEY
               DELIMITED BY SIZE INTO QR-REPORT-RECORD.
           WRITE QR-REPORT-RECORD.

           MOVE "M" TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "MASTER WRITE FAILED - KEY=" QMS-KEY
               " STATUS=" WS-MASTER-STATUS
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE.
           PERFORM POST-OPERATOR-ALERT.

       VALIDATE-BATCH-RECORD.
           SET WS-BATCH-VALID TO TRUE.
           MOVE SPACES TO WS-BATCH-REJECT-REASON.
           MOVE SPACES TO REJECT-RECORD.
           MOVE "QUADRATIC-ROOTS" TO REJ-SOURCE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TEXT.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-TEXT(1:8).
           MOVE WS-RUN-DATE-TEXT(1:8) TO REJ-RUN-DATE.
           MOVE WS-INPUT-SEQUENCE TO REJ-SEQUENCE.
           MOVE QR-INPUT-RECORD TO REJ-ORIGINAL-RECORD.
           MOVE WS-BATCH-REJECT-REASON TO REJ-REASON-CODE.
           MOVE WS-DEPT-CODE TO REJ-DEPT-CODE.
           WRITE REJECT-RECORD.

       WRITE-INTERFACE-HEADER.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TEXT.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-TEXT(1:8).
           MOVE SPACES TO QR-INTERFACE-RECORD.
           SET QIF-TYPE-HEADER TO TRUE.
           MOVE WS-RUN-DATE-TEXT(1:8) TO QIF-HDR-RUN-DATE.

       WRITE-SUMMARY-REPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TEXT.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE-TEXT(1:8).
           MOVE WS-MIN-DISCRIMINANT TO WS-MIN-DISCRIMINANT-EDIT.
           MOVE WS-MAX-DISCRIMINANT TO WS-MAX-DISCRIMINANT-EDIT.

           END-IF.

       PARSE-INPUT-RECORD.
           MOVE SPACES TO WS-INPUT-DATA.
           MOVE SPACES TO WS-DEPT-CODE.
           UNSTRING QR-INPUT-RECORD DELIMITED BY ",DEPT="
               INTO WS-INPUT-DATA WS-DEPT-CODE.
           UNSTRING WS-INPUT-DATA DELIMITED BY ","
               INTO WS-IN-A-TEXT WS-IN-B-TEXT WS-IN-C-TEXT.

       WRITE-REPORT-LINE.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-BUSINESS-DATE TO AUD-TIMESTAMP(1:8).
           MOVE "QUADRATIC-ROOTS" TO AUD-PROGRAM-ID.

           MOVE WS-A TO WS-A-EDIT.
                       DELIMITED BY SIZE INTO AUD-RESULT-TEXT
           END-EVALUATE.

           MOVE WS-DEPT-CODE TO AUD-DEPT-CODE.
           WRITE AUDIT-RECORD.

       GET-COEFFICIENTS.
               DELIMITED BY SIZE INTO QR-REPORT-RECORD.
           WRITE QR-REPORT-RECORD.

           MOVE "H" TO WS-ALERT-SEVERITY.
           MOVE SPACES TO WS-ALERT-MESSAGE.
           STRING "ROOT CHECK FAILED A=" WS-A-EDIT
               " B=" WS-B-EDIT " C=" WS-C-EDIT
               " ROOT=" WS-VERIFY-ROOT-EDIT
               DELIMITED BY SIZE INTO WS-ALERT-MESSAGE.
           PERFORM POST-OPERATOR-ALERT.

       COMPLEX-ROOTS.
           IF NOT WS-BATCH-MODE
               DISPLAY " "

           05  ST-AVG-EDIT            PIC ZZ9.99.

       01  ST-RUN-DATE-TEXT           PIC X(26).
       01  ST-BUSINESS-DATE           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING ST-BUSINESS-DATE.
           OPEN INPUT STAT-HISTORY-FILE.
           IF ST-HISTORY-STATUS NOT = "00"
               DISPLAY "STATTRND - CANNOT OPEN STATHIST.DAT, "

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO ST-RUN-DATE-TEXT.
           MOVE ST-BUSINESS-DATE TO ST-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO ST-REPORT-RECORD.
           STRING "===== BATCH STATISTICS TREND REPORT ====="

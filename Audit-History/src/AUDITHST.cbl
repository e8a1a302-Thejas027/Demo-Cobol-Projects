       01  AH-CATALOG-RECORD          PIC X(20).

       FD  AH-ARCHIVE-FILE.
       01  AH-ARCHIVE-RECORD          PIC X(169).

       SD  AH-SORT-FILE.
       01  AH-SORT-RECORD.
           05  AH-GENERATIONS-EDIT    PIC ZZ9.

       01  AH-RUN-DATE-TEXT           PIC X(26).
       01  AH-BUSINESS-DATE           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING AH-BUSINESS-DATE.
           PERFORM GET-REPORT-PARMS.

           OPEN OUTPUT AH-REPORT-FILE.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO AH-RUN-DATE-TEXT.
           MOVE AH-BUSINESS-DATE TO AH-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO AH-REPORT-RECORD.
           STRING "===== AUDIT HISTORY INQUIRY "

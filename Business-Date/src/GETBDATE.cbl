       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETBDATE.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GB-DATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATER.

       WORKING-STORAGE SECTION.
       01  GB-DATE-STATUS             PIC X(2).
       01  GB-CLOCK-TEXT              PIC X(26).

       LINKAGE SECTION.
       01  GB-BUSINESS-DATE           PIC X(8).

       PROCEDURE DIVISION USING GB-BUSINESS-DATE.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE TO GB-CLOCK-TEXT.
           MOVE GB-CLOCK-TEXT(1:8) TO GB-BUSINESS-DATE.

           OPEN INPUT BUSINESS-DATE-FILE.
           IF GB-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BDT-BUSINESS-DATE IS NUMERIC
                           MOVE BDT-BUSINESS-DATE TO GB-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

           GOBACK.

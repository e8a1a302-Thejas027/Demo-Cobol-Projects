       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTPST.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-FILE ASSIGN TO "ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-FILE.
           COPY ALERTREC.

       WORKING-STORAGE SECTION.
       01  AP-ALERT-STATUS            PIC X(2).

       01  AP-POST-FIELDS.
           05  AP-EOF-SWITCH          PIC X(1).
               88  AP-EOF-YES             VALUE 'Y'.
           05  AP-LAST-ALERT-ID       PIC 9(7).
           05  AP-SEVERITY            PIC X(1).
               88  AP-VALID-SEVERITY      VALUE "H" "M" "L".

       01  AP-STAMP-TEXT              PIC X(26).
       01  AP-BUSINESS-DATE           PIC X(8).

       LINKAGE SECTION.
       01  AP-CALLER-ID               PIC X(15).
       01  AP-SEVERITY-CODE           PIC X(1).
       01  AP-MESSAGE-TEXT            PIC X(80).

       PROCEDURE DIVISION USING AP-CALLER-ID AP-SEVERITY-CODE
           AP-MESSAGE-TEXT.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING AP-BUSINESS-DATE.
           MOVE AP-SEVERITY-CODE TO AP-SEVERITY.
           IF NOT AP-VALID-SEVERITY
               MOVE "M" TO AP-SEVERITY
           END-IF.

           PERFORM FIND-LAST-ALERT-ID.
           PERFORM WRITE-ALERT-RECORD.

           DISPLAY "*** OPERATOR ALERT " AP-LAST-ALERT-ID " ("
               AP-SEVERITY ") " AP-CALLER-ID " - "
               FUNCTION TRIM(AP-MESSAGE-TEXT TRAILING).

           GOBACK.

       FIND-LAST-ALERT-ID.
           MOVE 0 TO AP-LAST-ALERT-ID.
           OPEN INPUT ALERT-FILE.
           IF AP-ALERT-STATUS = "00"
               MOVE 'N' TO AP-EOF-SWITCH
               PERFORM READ-ALERT-RECORD UNTIL AP-EOF-YES
               CLOSE ALERT-FILE
           END-IF.
           ADD 1 TO AP-LAST-ALERT-ID.

       READ-ALERT-RECORD.
           READ ALERT-FILE
               AT END
                   SET AP-EOF-YES TO TRUE
               NOT AT END
                   IF ALR-ALERT-ID IS NUMERIC
                       AND ALR-ALERT-ID > AP-LAST-ALERT-ID
                       MOVE ALR-ALERT-ID TO AP-LAST-ALERT-ID
                   END-IF
           END-READ.

       WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE.
           IF AP-ALERT-STATUS = "35"
               OPEN OUTPUT ALERT-FILE
           END-IF.

           MOVE SPACES TO ALERT-RECORD.
           MOVE AP-LAST-ALERT-ID TO ALR-ALERT-ID.
           MOVE AP-SEVERITY TO ALR-SEVERITY.
           MOVE AP-CALLER-ID TO ALR-PROGRAM-ID.
           MOVE AP-BUSINESS-DATE TO ALR-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO AP-STAMP-TEXT.
           MOVE AP-STAMP-TEXT(1:14) TO ALR-TIMESTAMP.
           MOVE AP-MESSAGE-TEXT TO ALR-MESSAGE.
           WRITE ALERT-RECORD.

           CLOSE ALERT-FILE.

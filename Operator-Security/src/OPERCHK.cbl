       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERCHK.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OC-AUTH-FILE ASSIGN TO "OPERAUTH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OC-AUTH-STATUS.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OC-SECLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OC-AUTH-FILE.
           COPY OPERAUTR.

       FD  SECURITY-LOG-FILE.
           COPY SECLOGR.

       WORKING-STORAGE SECTION.
       01  OC-AUTH-STATUS             PIC X(2).
       01  OC-SECLOG-STATUS           PIC X(2).

       01  OC-SEARCH-FIELDS.
           05  OC-EOF-SWITCH          PIC X(1).
               88  OC-EOF-YES             VALUE 'Y'.
           05  OC-OPERATOR-SW         PIC X(1).
               88  OC-OPERATOR-ON-FILE    VALUE 'Y'.
           05  OC-GRANT-SW            PIC X(1).
               88  OC-GRANT-FOUND         VALUE 'Y'.
           05  OC-REASON-TEXT         PIC X(30).

       01  OC-BUSINESS-DATE           PIC X(8).

       LINKAGE SECTION.
       01  OC-CALLER-ID               PIC X(15).
       01  OC-OPERATOR-ID             PIC X(8).
       01  OC-FUNCTION                PIC X(8).
       01  OC-DETAIL-TEXT             PIC X(60).
       01  OC-RESULT                  PIC X(1).
           88  OC-AUTHORIZED              VALUE 'Y'.
           88  OC-NOT-AUTHORIZED          VALUE 'N'.

       PROCEDURE DIVISION USING OC-CALLER-ID OC-OPERATOR-ID
           OC-FUNCTION OC-DETAIL-TEXT OC-RESULT.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING OC-BUSINESS-DATE.
           SET OC-NOT-AUTHORIZED TO TRUE.
           MOVE 'N' TO OC-OPERATOR-SW.
           MOVE 'N' TO OC-GRANT-SW.
           MOVE SPACES TO OC-REASON-TEXT.

           IF OC-OPERATOR-ID = SPACES
               MOVE "NO OPERATOR ID GIVEN" TO OC-REASON-TEXT
           ELSE
               PERFORM SEARCH-AUTH-FILE
           END-IF.

           IF OC-GRANT-FOUND
               SET OC-AUTHORIZED TO TRUE
               MOVE "AUTHORIZED" TO OC-REASON-TEXT
           END-IF.

           PERFORM WRITE-SECURITY-LOG-RECORD.

           IF OC-NOT-AUTHORIZED
               DISPLAY "OPERCHK - " OC-FUNCTION
                   " REFUSED FOR OPERATOR '" OC-OPERATOR-ID "' - "
                   OC-REASON-TEXT
           END-IF.

           GOBACK.

       SEARCH-AUTH-FILE.
           OPEN INPUT OC-AUTH-FILE.
           IF OC-AUTH-STATUS NOT = "00"
               MOVE "OPERAUTH.DAT UNAVAILABLE" TO OC-REASON-TEXT
           ELSE
               MOVE 'N' TO OC-EOF-SWITCH
               PERFORM CHECK-AUTH-RECORD
                   UNTIL OC-EOF-YES OR OC-GRANT-FOUND
               CLOSE OC-AUTH-FILE
               IF NOT OC-GRANT-FOUND
                   IF OC-OPERATOR-ON-FILE
                       MOVE "FUNCTION NOT GRANTED" TO OC-REASON-TEXT
                   ELSE
                       MOVE "OPERATOR NOT ON FILE" TO OC-REASON-TEXT
                   END-IF
               END-IF
           END-IF.

       CHECK-AUTH-RECORD.
           READ OC-AUTH-FILE
               AT END
                   SET OC-EOF-YES TO TRUE
               NOT AT END
                   IF OPA-OPERATOR-ID = OC-OPERATOR-ID
                       SET OC-OPERATOR-ON-FILE TO TRUE
                       IF OPA-FUNCTION = OC-FUNCTION
                           OR OPA-ALL-FUNCTIONS
                           SET OC-GRANT-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ.

       WRITE-SECURITY-LOG-RECORD.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF OC-SECLOG-STATUS = "35"
               OPEN OUTPUT SECURITY-LOG-FILE
           END-IF.

           MOVE SPACES TO SECURITY-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO SEC-TIMESTAMP.
           MOVE OC-BUSINESS-DATE TO SEC-TIMESTAMP(1:8).
           MOVE OC-CALLER-ID TO SEC-PROGRAM-ID.
           MOVE OC-OPERATOR-ID TO SEC-OPERATOR-ID.
           MOVE OC-FUNCTION TO SEC-FUNCTION.
           IF OC-AUTHORIZED
               SET SEC-ALLOWED TO TRUE
           ELSE
               SET SEC-REFUSED TO TRUE
           END-IF.
           MOVE OC-REASON-TEXT TO SEC-REASON.
           MOVE OC-DETAIL-TEXT TO SEC-DETAIL.
           WRITE SECURITY-LOG-RECORD.

           CLOSE SECURITY-LOG-FILE.

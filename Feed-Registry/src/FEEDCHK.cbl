       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDCHK.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FK-FEED-FILE ASSIGN TO FEEDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FK-FEED-STATUS.
           SELECT FEED-REGISTRY-FILE ASSIGN TO "FEEDREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FK-REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FK-FEED-FILE.
       01  FK-FEED-RECORD             PIC X(400).

       FD  FEED-REGISTRY-FILE.
           COPY FEEDREGR.

       WORKING-STORAGE SECTION.
       01  FK-FEED-STATUS             PIC X(2).
       01  FK-REGISTRY-STATUS         PIC X(2).

       01  FK-FINGERPRINT-FIELDS.
           05  FK-EOF-SWITCH          PIC X(1).
               88  FK-EOF-YES             VALUE 'Y'.
           05  FK-FEED-OPEN-SW        PIC X(1).
               88  FK-FEED-OPENED         VALUE 'Y'.
           05  FK-RECORD-COUNT        PIC 9(9).
           05  FK-HASH-VALUE          PIC 9(10).
           05  FK-FIRST-RECORD        PIC X(80).
           05  FK-LAST-RECORD         PIC X(80).
           05  FK-SUM-1               PIC 9(5).
           05  FK-SUM-2               PIC 9(5).
           05  FK-HASH-MODULUS        PIC 9(5) VALUE 65521.
           05  FK-RECORD-LENGTH       PIC 9(3).
           05  FK-TRAILING-SPACES     PIC 9(3).
           05  FK-CHAR-SUB            PIC 9(3).

       01  FK-MATCH-FIELDS.
           05  FK-MATCH-SW            PIC X(1).
               88  FK-MATCH-FOUND         VALUE 'Y'.
           05  FK-MATCH-PROGRAM-ID    PIC X(15).
           05  FK-MATCH-DATE          PIC X(8).
           05  FK-MATCH-TIMESTAMP     PIC X(14).

       01  FK-SECURITY-FIELDS.
           05  FK-AUTH-FUNCTION       PIC X(8) VALUE "FEEDRRUN".
           05  FK-AUTH-RESULT         PIC X(1).
               88  FK-AUTHORIZED          VALUE 'Y'.

       01  FK-ALERT-FIELDS.
           05  FK-ALERT-SEVERITY      PIC X(1) VALUE "M".
           05  FK-ALERT-MESSAGE       PIC X(80).

       01  FK-STAMP-TEXT              PIC X(26).
       01  FK-BUSINESS-DATE           PIC X(8).

       LINKAGE SECTION.
       01  FK-CALLER-ID               PIC X(15).
       01  FK-FUNCTION                PIC X(8).
           88  FK-CHECK-FEED              VALUE "CHECK".
           88  FK-PROBE-FEED              VALUE "PROBE".
           88  FK-REGISTER-FEED           VALUE "REGISTER".
       01  FK-FEED-NAME               PIC X(20).
       01  FK-OPERATOR-ID             PIC X(8).
       01  FK-RESULT                  PIC X(1).
           88  FK-NEW-FEED                VALUE 'N'.
           88  FK-RERUN-AUTHORIZED        VALUE 'R'.
           88  FK-DUPLICATE-FEED          VALUE 'D'.
           88  FK-EMPTY-FEED              VALUE 'E'.
           88  FK-FEED-UNAVAILABLE        VALUE 'U'.
       01  FK-DETAIL-TEXT             PIC X(60).

       PROCEDURE DIVISION USING FK-CALLER-ID FK-FUNCTION
           FK-FEED-NAME FK-OPERATOR-ID FK-RESULT FK-DETAIL-TEXT.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING FK-BUSINESS-DATE.
           MOVE SPACES TO FK-DETAIL-TEXT.

           PERFORM FINGERPRINT-FEED.

           EVALUATE TRUE
               WHEN NOT FK-FEED-OPENED
                   SET FK-FEED-UNAVAILABLE TO TRUE
               WHEN FK-RECORD-COUNT = 0
                   SET FK-EMPTY-FEED TO TRUE
               WHEN FK-REGISTER-FEED
                   PERFORM WRITE-REGISTRY-RECORD
                   SET FK-NEW-FEED TO TRUE
               WHEN OTHER
                   PERFORM SEARCH-FEED-REGISTRY
                   IF FK-MATCH-FOUND
                       PERFORM DESCRIBE-PRIOR-FEED
                       SET FK-DUPLICATE-FEED TO TRUE
                       IF FK-CHECK-FEED
                           PERFORM CHECK-RERUN-AUTHORITY
                       END-IF
                   ELSE
                       SET FK-NEW-FEED TO TRUE
                   END-IF
           END-EVALUATE.

           GOBACK.

       FINGERPRINT-FEED.
           MOVE 'N' TO FK-FEED-OPEN-SW.
           MOVE 0 TO FK-RECORD-COUNT.
           MOVE 0 TO FK-HASH-VALUE.
           MOVE SPACES TO FK-FIRST-RECORD.
           MOVE SPACES TO FK-LAST-RECORD.
           MOVE 1 TO FK-SUM-1.
           MOVE 0 TO FK-SUM-2.

           DISPLAY "FEEDIN" UPON ENVIRONMENT-NAME.
           DISPLAY FK-FEED-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT FK-FEED-FILE.
           IF FK-FEED-STATUS = "00"
               SET FK-FEED-OPENED TO TRUE
               MOVE 'N' TO FK-EOF-SWITCH
               PERFORM READ-FEED-RECORD UNTIL FK-EOF-YES
               CLOSE FK-FEED-FILE
               COMPUTE FK-HASH-VALUE = (FK-SUM-2 * 65536) + FK-SUM-1
           END-IF.

       READ-FEED-RECORD.
           READ FK-FEED-FILE
               AT END
                   SET FK-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO FK-RECORD-COUNT
                   IF FK-RECORD-COUNT = 1
                       MOVE FK-FEED-RECORD TO FK-FIRST-RECORD
                   END-IF
                   MOVE FK-FEED-RECORD TO FK-LAST-RECORD
                   PERFORM HASH-FEED-RECORD
           END-READ.

       HASH-FEED-RECORD.
           MOVE 0 TO FK-TRAILING-SPACES.
           INSPECT FUNCTION REVERSE(FK-FEED-RECORD)
               TALLYING FK-TRAILING-SPACES FOR LEADING SPACE.
           COMPUTE FK-RECORD-LENGTH = 400 - FK-TRAILING-SPACES.

           MOVE 1 TO FK-CHAR-SUB.
           PERFORM HASH-FEED-CHARACTER
               UNTIL FK-CHAR-SUB > FK-RECORD-LENGTH.

           COMPUTE FK-SUM-1 =
               FUNCTION MOD(FK-SUM-1 + 11, FK-HASH-MODULUS).
           COMPUTE FK-SUM-2 =
               FUNCTION MOD(FK-SUM-2 + FK-SUM-1, FK-HASH-MODULUS).

       HASH-FEED-CHARACTER.
           COMPUTE FK-SUM-1 =
               FUNCTION MOD(FK-SUM-1
               + FUNCTION ORD(FK-FEED-RECORD(FK-CHAR-SUB:1)),
               FK-HASH-MODULUS).
           COMPUTE FK-SUM-2 =
               FUNCTION MOD(FK-SUM-2 + FK-SUM-1, FK-HASH-MODULUS).
           ADD 1 TO FK-CHAR-SUB.

       SEARCH-FEED-REGISTRY.
           MOVE 'N' TO FK-MATCH-SW.
           OPEN INPUT FEED-REGISTRY-FILE.
           IF FK-REGISTRY-STATUS = "00"
               MOVE 'N' TO FK-EOF-SWITCH
               PERFORM CHECK-REGISTRY-RECORD UNTIL FK-EOF-YES
               CLOSE FEED-REGISTRY-FILE
           END-IF.

       CHECK-REGISTRY-RECORD.
           READ FEED-REGISTRY-FILE
               AT END
                   SET FK-EOF-YES TO TRUE
               NOT AT END
                   IF FRG-FEED-NAME = FK-FEED-NAME
                       AND FRG-RECORD-COUNT = FK-RECORD-COUNT
                       AND FRG-HASH-VALUE = FK-HASH-VALUE
                       AND FRG-FIRST-RECORD = FK-FIRST-RECORD
                       AND FRG-LAST-RECORD = FK-LAST-RECORD
                       SET FK-MATCH-FOUND TO TRUE
                       MOVE FRG-PROGRAM-ID TO FK-MATCH-PROGRAM-ID
                       MOVE FRG-BUSINESS-DATE TO FK-MATCH-DATE
                       MOVE FRG-TIMESTAMP TO FK-MATCH-TIMESTAMP
                   END-IF
           END-READ.

       DESCRIBE-PRIOR-FEED.
           MOVE SPACES TO FK-DETAIL-TEXT.
           STRING FK-FEED-NAME DELIMITED BY SPACE
               " ALREADY PROCESSED " DELIMITED BY SIZE
               FK-MATCH-DATE DELIMITED BY SIZE
               " BY " DELIMITED BY SIZE
               FK-MATCH-PROGRAM-ID DELIMITED BY SPACE
               INTO FK-DETAIL-TEXT.

       CHECK-RERUN-AUTHORITY.
           IF FK-OPERATOR-ID NOT = SPACES
               CALL "OPERCHK" USING FK-CALLER-ID FK-OPERATOR-ID
                   FK-AUTH-FUNCTION FK-DETAIL-TEXT FK-AUTH-RESULT
               IF FK-AUTHORIZED
                   SET FK-RERUN-AUTHORIZED TO TRUE
               END-IF
           END-IF.

           IF FK-RERUN-AUTHORIZED
               DISPLAY "FEEDCHK - " FUNCTION TRIM(FK-DETAIL-TEXT)
                   " - RERUN AUTHORIZED BY " FK-OPERATOR-ID
           ELSE
               DISPLAY "FEEDCHK - " FUNCTION TRIM(FK-DETAIL-TEXT)
                   " - REPEAT FEED REFUSED"
               MOVE SPACES TO FK-ALERT-MESSAGE
               STRING "REPEAT FEED REFUSED - " FK-DETAIL-TEXT
                   DELIMITED BY SIZE INTO FK-ALERT-MESSAGE
               CALL "ALERTPST" USING FK-CALLER-ID FK-ALERT-SEVERITY
                   FK-ALERT-MESSAGE
           END-IF.

       WRITE-REGISTRY-RECORD.
           OPEN EXTEND FEED-REGISTRY-FILE.
           IF FK-REGISTRY-STATUS = "35"
               OPEN OUTPUT FEED-REGISTRY-FILE
           END-IF.

           MOVE SPACES TO FEED-REGISTRY-RECORD.
           MOVE FK-FEED-NAME TO FRG-FEED-NAME.
           MOVE FK-CALLER-ID TO FRG-PROGRAM-ID.
           MOVE FK-BUSINESS-DATE TO FRG-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO FK-STAMP-TEXT.
           MOVE FK-BUSINESS-DATE TO FK-STAMP-TEXT(1:8).
           MOVE FK-STAMP-TEXT(1:14) TO FRG-TIMESTAMP.
           MOVE FK-RECORD-COUNT TO FRG-RECORD-COUNT.
           MOVE FK-HASH-VALUE TO FRG-HASH-VALUE.
           IF FK-OPERATOR-ID = SPACES
               SET FRG-FIRST-RUN TO TRUE
           ELSE
               SET FRG-AUTHORIZED-RERUN TO TRUE
               MOVE FK-OPERATOR-ID TO FRG-OPERATOR-ID
           END-IF.
           MOVE FK-FIRST-RECORD TO FRG-FIRST-RECORD.
           MOVE FK-LAST-RECORD TO FRG-LAST-RECORD.
           WRITE FEED-REGISTRY-RECORD.

           CLOSE FEED-REGISTRY-FILE.

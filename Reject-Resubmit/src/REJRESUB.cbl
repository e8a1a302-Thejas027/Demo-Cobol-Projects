           SELECT RR-PRIMREJ-FILE ASSIGN TO "PRIMREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RR-PRIMREJ-STATUS.
           SELECT RR-LINREJ-FILE ASSIGN TO "LINREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RR-LINREJ-STATUS.
           SELECT RR-FIX-FILE ASSIGN TO "REJFIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RR-FIX-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RR-PRIMRSUB-FILE ASSIGN TO "PRIMRSUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RR-LINRSUB-FILE ASSIGN TO "LINRSUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RR-REPORT-FILE ASSIGN TO "REJDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RR-QUADREJ-FILE.
       01  RR-QUADREJ-RECORD          PIC X(366).

       FD  RR-GCDREJ-FILE.
       01  RR-GCDREJ-RECORD           PIC X(366).

       FD  RR-PRIMREJ-FILE.
       01  RR-PRIMREJ-RECORD          PIC X(366).

       FD  RR-LINREJ-FILE.
       01  RR-LINREJ-RECORD           PIC X(366).

       FD  RR-FIX-FILE.
       01  RR-FIX-RECORD              PIC X(340).
       FD  RR-PRIMRSUB-FILE.
       01  RR-PRIMRSUB-RECORD         PIC X(80).

       FD  RR-LINRSUB-FILE.
       01  RR-LINRSUB-RECORD          PIC X(200).

       FD  RR-REPORT-FILE.
       01  RR-REPORT-RECORD           PIC X(132).

       01  RR-QUADREJ-STATUS          PIC X(2).
       01  RR-GCDREJ-STATUS           PIC X(2).
       01  RR-PRIMREJ-STATUS          PIC X(2).
       01  RR-LINREJ-STATUS           PIC X(2).
       01  RR-FIX-STATUS              PIC X(2).

       COPY REJECTRC.
               10  RR-REJ-SEQUENCE        PIC 9(5).
               10  RR-REJ-ORIGINAL        PIC X(300).
               10  RR-REJ-REASON          PIC X(30).
               10  RR-REJ-DEPT            PIC X(8).
               10  RR-REJ-DISPOSITION     PIC X(1).
                   88  RR-DISP-OUTSTANDING    VALUE 'O'.
                   88  RR-DISP-RESUBMITTED    VALUE 'R'.
               88  RR-ACTION-FIX          VALUE "FIX".
               88  RR-ACTION-WRITEOFF     VALUE "WRITEOFF".
           05  RR-FIX-TEXT            PIC X(300).
           05  RR-FIX-DATA            PIC X(300).
           05  RR-FIX-DEPT            PIC X(8).
           05  RR-PARSE-POINTER       PIC 9(3).
           05  RR-FIX-READ-COUNT      PIC 9(5) VALUE 0.

           05  RR-UNMATCHED-COUNT     PIC 9(5) VALUE 0.

       01  RR-RUN-DATE-TEXT           PIC X(26).
       01  RR-BUSINESS-DATE           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING RR-BUSINESS-DATE.
           OPEN OUTPUT RR-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM LOAD-QUADRATIC-REJECTS.
           PERFORM LOAD-GCD-REJECTS.
           PERFORM LOAD-PRIMFACT-REJECTS.
           PERFORM LOAD-LINSOLVE-REJECTS.

           OPEN OUTPUT RR-QUADRSUB-FILE.
           OPEN OUTPUT RR-GCDRSUB-FILE.
           OPEN OUTPUT RR-PRIMRSUB-FILE.
           OPEN OUTPUT RR-LINRSUB-FILE.

           PERFORM APPLY-CORRECTIONS.

           CLOSE RR-QUADRSUB-FILE.
           CLOSE RR-GCDRSUB-FILE.
           CLOSE RR-PRIMRSUB-FILE.
           CLOSE RR-LINRSUB-FILE.

           PERFORM WRITE-DISPOSITION-SECTION.
           PERFORM WRITE-SUMMARY-SECTION.
                   PERFORM POST-REJECT-ENTRY
           END-READ.

       LOAD-LINSOLVE-REJECTS.
           MOVE 'N' TO RR-EOF-SWITCH.
           OPEN INPUT RR-LINREJ-FILE.
           IF RR-LINREJ-STATUS = "00"
               PERFORM LOAD-LINREJ-RECORD UNTIL RR-EOF-YES
               CLOSE RR-LINREJ-FILE
           END-IF.

       LOAD-LINREJ-RECORD.
           READ RR-LINREJ-FILE INTO REJECT-RECORD
               AT END
                   SET RR-EOF-YES TO TRUE
               NOT AT END
                   PERFORM POST-REJECT-ENTRY
           END-READ.

       POST-REJECT-ENTRY.
           IF RR-REJ-COUNT < RR-REJ-MAX
               ADD 1 TO RR-REJ-COUNT
               MOVE REJ-ORIGINAL-RECORD TO
                   RR-REJ-ORIGINAL(RR-REJ-SUB)
               MOVE REJ-REASON-CODE TO RR-REJ-REASON(RR-REJ-SUB)
               MOVE REJ-DEPT-CODE TO RR-REJ-DEPT(RR-REJ-SUB)
               MOVE 'O' TO RR-REJ-DISPOSITION(RR-REJ-SUB)
               MOVE SPACES TO RR-REJ-NEW-RECORD(RR-REJ-SUB)
               MOVE SPACES TO RR-REJ-NEW-REASON(RR-REJ-SUB)

       REVALIDATE-AND-RESUBMIT.
           MOVE RR-FIX-TEXT TO RR-REJ-NEW-RECORD(RR-REJ-SUB).
           MOVE SPACES TO RR-FIX-DATA.
           MOVE SPACES TO RR-FIX-DEPT.
           UNSTRING RR-FIX-TEXT DELIMITED BY ",DEPT="
               INTO RR-FIX-DATA RR-FIX-DEPT.
           MOVE RR-FIX-DATA TO RR-FIX-TEXT.
           IF RR-FIX-DEPT = SPACES
               MOVE RR-REJ-DEPT(RR-REJ-SUB) TO RR-FIX-DEPT
           END-IF.

           EVALUATE RR-REJ-PROGRAM(RR-REJ-SUB)
               WHEN "QUADRATIC-ROOTS"
                   PERFORM VALIDATE-GCD-RECORD
               WHEN "PRIMFACT"
                   PERFORM VALIDATE-PRIMFACT-RECORD
               WHEN "LINSOLVE"
                   PERFORM VALIDATE-LINSOLVE-RECORD
               WHEN OTHER
                   SET RR-RECORD-INVALID TO TRUE
                   MOVE "UNKNOWN SOURCE PROGRAM" TO
               END-IF
           END-IF.

       VALIDATE-LINSOLVE-RECORD.
           SET RR-RECORD-VALID TO TRUE.
           MOVE SPACES TO RR-REJECT-REASON.
           MOVE 0 TO RR-VALUE-COUNT.
           MOVE 1 TO RR-PARSE-POINTER.
           MOVE 'N' TO RR-PARSE-DONE-SWITCH.
           PERFORM PARSE-GCD-VALUE
               UNTIL RR-PARSE-DONE
               OR RR-VALUE-COUNT NOT LESS THAN RR-VALUE-LIMIT.

           IF RR-VALUE-COUNT NOT = 6 AND RR-VALUE-COUNT NOT = 12
               SET RR-RECORD-INVALID TO TRUE
               MOVE "NEED 6 OR 12 VALUES" TO RR-REJECT-REASON
           END-IF.

           MOVE 1 TO RR-VALUE-SUB.
           PERFORM VALIDATE-LINSOLVE-VALUE
               UNTIL RR-RECORD-INVALID
               OR RR-VALUE-SUB > RR-VALUE-COUNT.

       VALIDATE-LINSOLVE-VALUE.
           IF FUNCTION TEST-NUMVAL(RR-TOKEN-TEXT(RR-VALUE-SUB))
                   NOT = 0
               SET RR-RECORD-INVALID TO TRUE
               MOVE SPACES TO RR-REJECT-REASON
               STRING "VALUE " RR-VALUE-SUB " NOT NUMERIC"
                   DELIMITED BY SIZE INTO RR-REJECT-REASON
           ELSE
               COMPUTE RR-VALUE-SIGNED =
                   FUNCTION NUMVAL(RR-TOKEN-TEXT(RR-VALUE-SUB))
               IF RR-VALUE-SIGNED > 99999.9999
                   OR RR-VALUE-SIGNED < -99999.9999
                   SET RR-RECORD-INVALID TO TRUE
                   MOVE SPACES TO RR-REJECT-REASON
                   STRING "VALUE " RR-VALUE-SUB " OUT OF RANGE"
                       DELIMITED BY SIZE INTO RR-REJECT-REASON
               ELSE
                   ADD 1 TO RR-VALUE-SUB
               END-IF
           END-IF.

       WRITE-RESUBMISSION-RECORD.
           IF RR-FIX-DEPT NOT = SPACES
               MOVE SPACES TO RR-FIX-DATA
               STRING FUNCTION TRIM(RR-FIX-TEXT TRAILING)
                   DELIMITED BY SIZE
                   ",DEPT=" DELIMITED BY SIZE
                   RR-FIX-DEPT DELIMITED BY SPACE
                   INTO RR-FIX-DATA
               MOVE RR-FIX-DATA TO RR-FIX-TEXT
           END-IF.

           EVALUATE RR-REJ-PROGRAM(RR-REJ-SUB)
               WHEN "QUADRATIC-ROOTS"
                   MOVE RR-FIX-TEXT TO RR-QUADRSUB-RECORD
               WHEN "PRIMFACT"
                   MOVE RR-FIX-TEXT TO RR-PRIMRSUB-RECORD
                   WRITE RR-PRIMRSUB-RECORD
               WHEN "LINSOLVE"
                   MOVE RR-FIX-TEXT TO RR-LINRSUB-RECORD
                   WRITE RR-LINRSUB-RECORD
           END-EVALUATE.

       WRITE-DISPOSITION-SECTION.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO RR-RUN-DATE-TEXT.
           MOVE RR-BUSINESS-DATE TO RR-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO RR-REPORT-RECORD.
           STRING "===== REJECT REPAIR AND RESUBMISSION "

       IDENTIFICATION DIVISION.
       PROGRAM-ID. LINSOLVE.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LS-INPUT-FILE ASSIGN TO "LINSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LS-REPORT-FILE ASSIGN TO "LINSRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LS-EXCEPTION-FILE ASSIGN TO "LINSEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LS-REJECT-FILE ASSIGN TO "LINREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-AUDIT-STATUS.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RUNSTAT-STATUS.
           SELECT STAT-HISTORY-FILE ASSIGN TO "STATHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-STATHIST-STATUS.
           SELECT CHARGE-USAGE-FILE ASSIGN TO "CHGUSAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CHGUSAGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LS-INPUT-FILE.
       01  LS-INPUT-RECORD            PIC X(200).

       FD  LS-REPORT-FILE.
       01  LS-REPORT-RECORD           PIC X(132).

       FD  LS-EXCEPTION-FILE.
       01  LS-EXCEPTION-RECORD        PIC X(132).

       FD  LS-REJECT-FILE.
           COPY REJECTRC.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       FD  SYSPARM-FILE.
       01  SYSPARM-RECORD             PIC X(80).

       FD  RUN-STATUS-FILE.
           COPY RUNSTATR.

       FD  STAT-HISTORY-FILE.
           COPY STATHSTR.

       FD  CHARGE-USAGE-FILE.
           COPY CHGUSAGR.

       WORKING-STORAGE SECTION.
       01  LS-AUDIT-STATUS            PIC X(2).
       01  LS-RUNSTAT-STATUS          PIC X(2).
       01  LS-STATHIST-STATUS         PIC X(2).
       01  LS-CHGUSAGE-STATUS         PIC X(2).
       01  LS-RUN-DATE-TEXT           PIC X(26).
       01  LS-BUSINESS-DATE           PIC X(8).

       01  LS-ALERT-FIELDS.
           05  LS-ALERT-PROGRAM-ID    PIC X(15) VALUE "LINSOLVE".
           05  LS-ALERT-SEVERITY      PIC X(1).
           05  LS-ALERT-MESSAGE       PIC X(80).
           05  LS-ALERT-SAVE-RC       PIC S9(9).
           05  LS-ALERT-PCT-EDIT      PIC ZZ9.99.
           05  LS-ALERT-LIMIT-EDIT    PIC ZZ9.

       01  LS-RUN-MODE-FIELDS.
           05  LS-PARM-LINE           PIC X(80).
           05  LS-RUN-MODE            PIC X(5).
               88  LS-BATCH-MODE          VALUE "BATCH".

       01  LS-FEED-FIELDS.
           05  LS-FEED-PROGRAM-ID     PIC X(15) VALUE "LINSOLVE".
           05  LS-FEED-FUNCTION       PIC X(8).
           05  LS-FEED-FILE-NAME      PIC X(20) VALUE "LINSIN.DAT".
           05  LS-FEED-OPERATOR-ID    PIC X(8) VALUE SPACES.
           05  LS-FEED-RESULT         PIC X(1).
               88  LS-FEED-RERUN-AUTHORIZED VALUE 'R'.
               88  LS-FEED-DUPLICATE      VALUE 'D'.
           05  LS-FEED-DETAIL-TEXT    PIC X(60).
           05  LS-FEED-PARM-MODE      PIC X(80).
           05  LS-FEED-RERUN-TEXT     PIC X(80).
           05  LS-FEED-SAVE-RC        PIC S9(9).

       01  LS-GEN-FIELDS.
           05  LS-GEN-PROGRAM-ID      PIC X(15) VALUE "LINSOLVE".
           05  LS-GEN-FILE-NAME       PIC X(20).
           05  LS-GEN-SAVE-RC         PIC S9(9).

       01  LS-INTERACTIVE-FIELDS.
           05  LS-ANOTHER             PIC X(1).
           05  LS-ACCEPT-ORDER        PIC 9(1).

       01  LS-BATCH-FIELDS.
           05  LS-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  LS-EOF-YES             VALUE 'Y'.
           05  LS-RECORD-COUNT        PIC 9(7) VALUE 0.
           05  LS-REJECT-COUNT        PIC 9(7) VALUE 0.
           05  LS-INPUT-SEQUENCE      PIC 9(5) VALUE 0.
           05  LS-IN-VALUE-SIGNED     PIC S9(10)V9(4).
           05  LS-VALID-SWITCH        PIC X(1) VALUE 'Y'.
               88  LS-RECORD-VALID        VALUE 'Y'.
               88  LS-RECORD-INVALID      VALUE 'N'.
           05  LS-REJECT-REASON       PIC X(30).
           05  LS-INPUT-DATA          PIC X(200).
           05  LS-DEPT-CODE           PIC X(8) VALUE SPACES.

       01  LS-VALUE-LIST-FIELDS.
           05  LS-VALUE-LIMIT         PIC 9(2) VALUE 13.
           05  LS-VALUE-COUNT         PIC 9(2) VALUE 0.
           05  LS-VALUE-SUB           PIC 9(2).
           05  LS-PARSE-POINTER       PIC 9(3).
           05  LS-PARSE-TOKEN         PIC X(15).
           05  LS-PARSE-DONE-SWITCH   PIC X(1).
               88  LS-PARSE-DONE          VALUE 'Y'.
           05  LS-VALUE-ENTRY OCCURS 13 TIMES.
               10  LS-IN-VALUE-TEXT       PIC X(15).
               10  LS-IN-VALUE            PIC S9(5)V9(4).

       01  LS-SYSTEM-FIELDS.
           05  LS-ORDER               PIC 9(1).
           05  LS-ROW-SUB             PIC 9(1).
           05  LS-COL-SUB             PIC 9(1).
           05  LS-UNKNOWN-SUB         PIC 9(1).
           05  LS-ROW-ENTRY OCCURS 3 TIMES.
               10  LS-COEF OCCURS 3 TIMES PIC S9(5)V9(4).
               10  LS-CONST               PIC S9(5)V9(4).
           05  LS-SOLUTION OCCURS 3 TIMES PIC S9(7)V9(6).
           05  LS-SYSTEM-DET          PIC S9(17)V9(8).
           05  LS-UNKNOWN-DET OCCURS 3 TIMES PIC S9(17)V9(8).
           05  LS-OUTCOME             PIC X(1).
               88  LS-OUTCOME-UNIQUE      VALUE 'U'.
               88  LS-OUTCOME-SINGULAR    VALUE 'S'.
               88  LS-OUTCOME-INCONSISTENT VALUE 'I'.

       01  LS-WORK-MATRIX.
           05  LS-WORK-ROW OCCURS 3 TIMES.
               10  LS-WORK-CELL OCCURS 3 TIMES PIC S9(5)V9(4).
           05  LS-DETERMINANT         PIC S9(17)V9(8).

       01  LS-RANK-FIELDS.
           05  LS-AUG-ROW OCCURS 3 TIMES.
               10  LS-AUG-CELL OCCURS 4 TIMES PIC S9(5)V9(4).
           05  LS-AUG-COLS            PIC 9(1).
           05  LS-RANK-ROW            PIC 9(1).
           05  LS-RANK-COL            PIC 9(1).
           05  LS-RANK-ROW2           PIC 9(1).
           05  LS-RANK-COL2           PIC 9(1).
           05  LS-RANK-MINOR          PIC S9(11)V9(8).
           05  LS-RANK-COEF           PIC 9(1).
           05  LS-RANK-AUG            PIC 9(1).

       01  LS-VERIFY-FIELDS.
           05  LS-VERIFY-RESULT       PIC S9(13)V9(6).
           05  LS-VERIFY-TOLERANCE    PIC S9(3)V9(4) VALUE 0.01.
           05  LS-VERIFY-FAIL-COUNT   PIC 9(5) VALUE 0.

       01  LS-SUMMARY-FIELDS.
           05  LS-COUNT-UNIQUE        PIC 9(5) VALUE 0.
           05  LS-COUNT-SINGULAR      PIC 9(5) VALUE 0.
           05  LS-COUNT-INCONSISTENT  PIC 9(5) VALUE 0.

       01  LS-EDIT-FIELDS.
           05  LS-DET-EDIT            PIC -9(15).9(4).
           05  LS-X1-EDIT             PIC -9(7).9(4).
           05  LS-X2-EDIT             PIC -9(7).9(4).
           05  LS-X3-EDIT             PIC -9(7).9(4).
           05  LS-VALUE-EDIT          PIC -(5)9.9(4).
           05  LS-VERIFY-RESULT-EDIT  PIC -9(13).9(4).

       01  LS-TEXT-FIELDS.
           05  LS-SYSTEM-TEXT         PIC X(160).
           05  LS-TEXT-POINTER        PIC 9(3).

       COPY SYSPARMW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING LS-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM DETERMINE-RUN-MODE.

           PERFORM READ-SYSPARM-FILE.

           PERFORM OPEN-AUDIT-FILE.

           IF LS-BATCH-MODE
               PERFORM CHECK-INPUT-FEED
               IF LS-FEED-DUPLICATE
                   DISPLAY "LINSOLVE - BATCH RUN REFUSED - LINSIN.DAT"
                       " IS A REPEAT OF A FEED ALREADY PROCESSED"
                   DISPLAY "LINSOLVE - TO PROCESS IT AGAIN, ADD "
                       "RERUN=<OPERATOR-ID> TO THE BATCH PARM"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM BATCH-PROCEDURE
                   IF NOT SP-ABORT-YES
                       PERFORM REGISTER-INPUT-FEED
                   END-IF
               END-IF
           ELSE
               MOVE SPACE TO LS-ANOTHER
               PERFORM UNTIL LS-ANOTHER = 'N' OR LS-ANOTHER = 'n'
                   PERFORM GET-SYSTEM
                   PERFORM SOLVE-SYSTEM
                   PERFORM DISPLAY-SOLUTION
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY " "
                   DISPLAY "Solve another system? (Y/N): "
                   ACCEPT LS-ANOTHER
               END-PERFORM

               DISPLAY " "
               DISPLAY "Thank you for using Linear Equation Solver!"
           END-IF.

           CLOSE AUDIT-FILE.

           PERFORM WRITE-RUN-END-RECORD.

           GOBACK.

       OPEN-RUN-STATUS-FILE.
           OPEN EXTEND RUN-STATUS-FILE.
           IF LS-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF.

       WRITE-RUN-START-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-START TO TRUE.
           MOVE "LINSOLVE" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-DATE-TEXT.
           MOVE LS-BUSINESS-DATE TO LS-RUN-DATE-TEXT(1:8).
           MOVE LS-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       WRITE-RUN-END-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-END TO TRUE.
           MOVE "LINSOLVE" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-DATE-TEXT.
           MOVE LS-BUSINESS-DATE TO LS-RUN-DATE-TEXT(1:8).
           MOVE LS-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE LS-RECORD-COUNT TO RST-PROCESSED-COUNT.
           MOVE LS-REJECT-COUNT TO RST-REJECT-COUNT.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF LS-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       DETERMINE-RUN-MODE.
           MOVE SPACES TO LS-PARM-LINE.
           ACCEPT LS-PARM-LINE FROM COMMAND-LINE.
           UNSTRING LS-PARM-LINE DELIMITED BY SPACE
               INTO LS-RUN-MODE.
           PERFORM GET-RERUN-AUTHORITY.

       GET-RERUN-AUTHORITY.
           MOVE SPACES TO LS-FEED-PARM-MODE.
           MOVE SPACES TO LS-FEED-RERUN-TEXT.
           UNSTRING LS-PARM-LINE DELIMITED BY "RERUN="
               INTO LS-FEED-PARM-MODE LS-FEED-RERUN-TEXT.
           UNSTRING LS-FEED-RERUN-TEXT DELIMITED BY SPACE
               INTO LS-FEED-OPERATOR-ID.

       CHECK-INPUT-FEED.
           MOVE "CHECK" TO LS-FEED-FUNCTION.
           MOVE RETURN-CODE TO LS-FEED-SAVE-RC.
           CALL "FEEDCHK" USING LS-FEED-PROGRAM-ID LS-FEED-FUNCTION
               LS-FEED-FILE-NAME LS-FEED-OPERATOR-ID LS-FEED-RESULT
               LS-FEED-DETAIL-TEXT.
           MOVE LS-FEED-SAVE-RC TO RETURN-CODE.
           IF NOT LS-FEED-RERUN-AUTHORIZED
               MOVE SPACES TO LS-FEED-OPERATOR-ID
           END-IF.

       REGISTER-INPUT-FEED.
           MOVE "REGISTER" TO LS-FEED-FUNCTION.
           MOVE RETURN-CODE TO LS-FEED-SAVE-RC.
           CALL "FEEDCHK" USING LS-FEED-PROGRAM-ID LS-FEED-FUNCTION
               LS-FEED-FILE-NAME LS-FEED-OPERATOR-ID LS-FEED-RESULT
               LS-FEED-DETAIL-TEXT.
           MOVE LS-FEED-SAVE-RC TO RETURN-CODE.

       READ-SYSPARM-FILE.
           OPEN INPUT SYSPARM-FILE.
           IF SP-FILE-STATUS = "00"
               MOVE 'N' TO SP-EOF-SWITCH
               PERFORM PROCESS-SYSPARM-RECORD UNTIL SP-EOF-YES
               CLOSE SYSPARM-FILE
           END-IF.

           MOVE SP-TOLERANCE TO LS-VERIFY-TOLERANCE.

       PROCESS-SYSPARM-RECORD.
           READ SYSPARM-FILE
               AT END
                   SET SP-EOF-YES TO TRUE
               NOT AT END
                   MOVE SPACES TO SP-KEYWORD
                   MOVE SPACES TO SP-VALUE-TEXT
                   UNSTRING SYSPARM-RECORD DELIMITED BY "="
                       INTO SP-KEYWORD SP-VALUE-TEXT
                   EVALUATE SP-KEYWORD
                       WHEN "TOLERANCE"
                           COMPUTE SP-TOLERANCE =
                               FUNCTION NUMVAL(SP-VALUE-TEXT)
                       WHEN "MAXREJECT"
                           COMPUTE SP-MAX-REJECT-PCT =
                               FUNCTION NUMVAL(SP-VALUE-TEXT)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       CHECK-REJECT-THRESHOLD.
           IF SP-MAX-REJECT-PCT > 0
               AND LS-INPUT-SEQUENCE NOT LESS THAN SP-REJECT-FLOOR
               COMPUTE SP-REJECT-PCT =
                   (LS-REJECT-COUNT * 100) / LS-INPUT-SEQUENCE
               IF SP-REJECT-PCT > SP-MAX-REJECT-PCT
                   SET SP-ABORT-YES TO TRUE
                   PERFORM POST-MAXREJECT-ALERT
               END-IF
           END-IF.

       POST-MAXREJECT-ALERT.
           MOVE SP-REJECT-PCT TO LS-ALERT-PCT-EDIT.
           MOVE SP-MAX-REJECT-PCT TO LS-ALERT-LIMIT-EDIT.
           MOVE "H" TO LS-ALERT-SEVERITY.
           MOVE SPACES TO LS-ALERT-MESSAGE.
           STRING "BATCH RUN ABORTED - REJECT RATE " LS-ALERT-PCT-EDIT
               "% EXCEEDS MAXREJECT " LS-ALERT-LIMIT-EDIT
               "% - LINSIN.DAT"
               DELIMITED BY SIZE INTO LS-ALERT-MESSAGE.
           PERFORM POST-OPERATOR-ALERT.

       POST-OPERATOR-ALERT.
           MOVE RETURN-CODE TO LS-ALERT-SAVE-RC.
           CALL "ALERTPST" USING LS-ALERT-PROGRAM-ID LS-ALERT-SEVERITY
               LS-ALERT-MESSAGE.
           MOVE LS-ALERT-SAVE-RC TO RETURN-CODE.

       GET-SYSTEM.
           DISPLAY " ".
           DISPLAY "===== LINEAR EQUATION SOLVER =====".
           DISPLAY "Solves 2x2 or 3x3 systems by determinants".
           DISPLAY " ".
           PERFORM GET-ORDER.
           PERFORM CLEAR-SYSTEM.
           MOVE 1 TO LS-ROW-SUB.
           PERFORM GET-ONE-ROW UNTIL LS-ROW-SUB > LS-ORDER.

       GET-ORDER.
           DISPLAY "Number of equations (2 or 3): " WITH NO ADVANCING.
           ACCEPT LS-ACCEPT-ORDER.

           IF LS-ACCEPT-ORDER NOT = 2 AND LS-ACCEPT-ORDER NOT = 3
               DISPLAY " "
               DISPLAY "ERROR: Enter 2 or 3."
               DISPLAY "Please try again."
               PERFORM GET-ORDER
           ELSE
               MOVE LS-ACCEPT-ORDER TO LS-ORDER
           END-IF.

       GET-ONE-ROW.
           DISPLAY " ".
           DISPLAY "Equation " LS-ROW-SUB ":".
           MOVE 1 TO LS-COL-SUB.
           PERFORM GET-ONE-COEFFICIENT UNTIL LS-COL-SUB > LS-ORDER.
           DISPLAY "  Enter constant (right-hand side): "
               WITH NO ADVANCING.
           ACCEPT LS-CONST(LS-ROW-SUB).
           ADD 1 TO LS-ROW-SUB.

       GET-ONE-COEFFICIENT.
           DISPLAY "  Enter coefficient of X" LS-COL-SUB ": "
               WITH NO ADVANCING.
           ACCEPT LS-COEF(LS-ROW-SUB, LS-COL-SUB).
           ADD 1 TO LS-COL-SUB.

       DISPLAY-SOLUTION.
           DISPLAY " ".
           EVALUATE TRUE
               WHEN LS-OUTCOME-UNIQUE
                   DISPLAY "Determinant = " LS-SYSTEM-DET
                   MOVE 1 TO LS-UNKNOWN-SUB
                   PERFORM DISPLAY-ONE-UNKNOWN
                       UNTIL LS-UNKNOWN-SUB > LS-ORDER
               WHEN LS-OUTCOME-SINGULAR
                   DISPLAY "Determinant = 0 - the system is singular."
                   DISPLAY "It has no unique solution."
               WHEN LS-OUTCOME-INCONSISTENT
                   DISPLAY "Determinant = 0 - the system is "
                       "inconsistent."
                   DISPLAY "It has no solution."
           END-EVALUATE.

       DISPLAY-ONE-UNKNOWN.
           DISPLAY "X" LS-UNKNOWN-SUB " = "
               LS-SOLUTION(LS-UNKNOWN-SUB).
           ADD 1 TO LS-UNKNOWN-SUB.

       BATCH-PROCEDURE.
           OPEN INPUT LS-INPUT-FILE.
           OPEN OUTPUT LS-REPORT-FILE.
           OPEN OUTPUT LS-EXCEPTION-FILE.
           OPEN OUTPUT LS-REJECT-FILE.

           OPEN EXTEND CHARGE-USAGE-FILE.
           IF LS-CHGUSAGE-STATUS = "35"
               OPEN OUTPUT CHARGE-USAGE-FILE
           END-IF.

           PERFORM PROCESS-BATCH-RECORD
               UNTIL LS-EOF-YES OR SP-ABORT-YES.

           IF SP-ABORT-YES
               MOVE SPACES TO LS-REPORT-RECORD
               STRING "*** RUN ABORTED - REJECT PERCENTAGE "
                   "EXCEEDED MAXREJECT LIMIT"
                   DELIMITED BY SIZE INTO LS-REPORT-RECORD
               WRITE LS-REPORT-RECORD
           END-IF.

           PERFORM WRITE-SUMMARY-REPORT.

           PERFORM WRITE-STAT-HISTORY-RECORD.

           CLOSE LS-INPUT-FILE.
           CLOSE LS-REPORT-FILE.
           CLOSE LS-EXCEPTION-FILE.
           CLOSE LS-REJECT-FILE.
           CLOSE CHARGE-USAGE-FILE.

           PERFORM KEEP-OUTPUT-GENERATIONS.

           IF SP-ABORT-YES
               DISPLAY "BATCH RUN ABORTED - REJECT PERCENTAGE "
                   "EXCEEDED MAXREJECT LIMIT AFTER "
                   LS-REJECT-COUNT " REJECT(S)."
               MOVE 16 TO RETURN-CODE
           ELSE
               DISPLAY "BATCH RUN COMPLETE - " LS-RECORD-COUNT
                   " SYSTEM(S) PROCESSED, " LS-REJECT-COUNT
                   " REJECTED."
           END-IF.

       KEEP-OUTPUT-GENERATIONS.
           MOVE RETURN-CODE TO LS-GEN-SAVE-RC.
           MOVE "LINSRPT.DAT" TO LS-GEN-FILE-NAME.
           CALL "OUTGEN" USING LS-GEN-PROGRAM-ID LS-GEN-FILE-NAME.
           MOVE LS-GEN-SAVE-RC TO RETURN-CODE.
           MOVE RETURN-CODE TO LS-GEN-SAVE-RC.
           MOVE "LINSEXC.DAT" TO LS-GEN-FILE-NAME.
           CALL "OUTGEN" USING LS-GEN-PROGRAM-ID LS-GEN-FILE-NAME.
           MOVE LS-GEN-SAVE-RC TO RETURN-CODE.

       WRITE-STAT-HISTORY-RECORD.
           OPEN EXTEND STAT-HISTORY-FILE.
           IF LS-STATHIST-STATUS = "35"
               OPEN OUTPUT STAT-HISTORY-FILE
           END-IF.
           MOVE SPACES TO STAT-HISTORY-RECORD.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-DATE-TEXT.
           MOVE LS-BUSINESS-DATE TO LS-RUN-DATE-TEXT(1:8).
           MOVE LS-RUN-DATE-TEXT(1:8) TO STH-RUN-DATE.
           MOVE LS-RUN-DATE-TEXT(9:6) TO STH-RUN-TIME.
           MOVE "LINSOLVE" TO STH-PROGRAM-ID.
           MOVE LS-RECORD-COUNT TO STH-PROCESSED-COUNT.
           MOVE LS-REJECT-COUNT TO STH-REJECT-COUNT.
           MOVE 0 TO STH-COUNT-TWO-REAL.
           MOVE 0 TO STH-COUNT-ONE-ROOT.
           MOVE 0 TO STH-COUNT-COMPLEX.
           MOVE 0 TO STH-MASTER-HITS.
           MOVE 0 TO STH-MASTER-MISSES.
           WRITE STAT-HISTORY-RECORD.
           CLOSE STAT-HISTORY-FILE.

       PROCESS-BATCH-RECORD.
           READ LS-INPUT-FILE
               AT END
                   SET LS-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO LS-INPUT-SEQUENCE
                   PERFORM SPLIT-DEPT-CODE
                   PERFORM PARSE-INPUT-VALUES
                   PERFORM VALIDATE-BATCH-VALUES
                   IF LS-RECORD-VALID
                       PERFORM LOAD-SYSTEM-FROM-VALUES
                       PERFORM SOLVE-SYSTEM
                       PERFORM WRITE-REPORT-LINE
                       PERFORM WRITE-AUDIT-RECORD
                       ADD 1 TO LS-RECORD-COUNT
                   ELSE
                       PERFORM WRITE-EXCEPTION-RECORD
                       ADD 1 TO LS-REJECT-COUNT
                       PERFORM CHECK-REJECT-THRESHOLD
                   END-IF
                   PERFORM WRITE-CHARGE-USAGE-RECORD
           END-READ.

       SPLIT-DEPT-CODE.
           MOVE SPACES TO LS-INPUT-DATA.
           MOVE SPACES TO LS-DEPT-CODE.
           UNSTRING LS-INPUT-RECORD DELIMITED BY ",DEPT="
               INTO LS-INPUT-DATA LS-DEPT-CODE.

       WRITE-CHARGE-USAGE-RECORD.
           MOVE SPACES TO CHARGE-USAGE-RECORD.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-DATE-TEXT.
           MOVE LS-BUSINESS-DATE TO LS-RUN-DATE-TEXT(1:8).
           MOVE LS-BUSINESS-DATE TO CHU-BUSINESS-DATE.
           MOVE "LINSOLVE" TO CHU-PROGRAM-ID.
           MOVE LS-DEPT-CODE TO CHU-DEPT-CODE.
           IF LS-RECORD-VALID
               SET CHU-PROCESSED TO TRUE
           ELSE
               SET CHU-REJECTED TO TRUE
           END-IF.
           MOVE LS-INPUT-SEQUENCE TO CHU-SEQUENCE.
           MOVE LS-RUN-DATE-TEXT(1:14) TO CHU-TIMESTAMP.
           WRITE CHARGE-USAGE-RECORD.

       PARSE-INPUT-VALUES.
           MOVE 0 TO LS-VALUE-COUNT.
           MOVE 1 TO LS-PARSE-POINTER.
           MOVE 'N' TO LS-PARSE-DONE-SWITCH.
           PERFORM PARSE-NEXT-VALUE
               UNTIL LS-PARSE-DONE
               OR LS-VALUE-COUNT NOT LESS THAN LS-VALUE-LIMIT.

       PARSE-NEXT-VALUE.
           MOVE SPACES TO LS-PARSE-TOKEN.
           UNSTRING LS-INPUT-DATA DELIMITED BY ","
               INTO LS-PARSE-TOKEN
               WITH POINTER LS-PARSE-POINTER.

           IF LS-PARSE-POINTER > 200
               SET LS-PARSE-DONE TO TRUE
               IF LS-PARSE-TOKEN NOT = SPACES
                   ADD 1 TO LS-VALUE-COUNT
                   MOVE LS-PARSE-TOKEN TO
                       LS-IN-VALUE-TEXT(LS-VALUE-COUNT)
               END-IF
           ELSE
               ADD 1 TO LS-VALUE-COUNT
               MOVE LS-PARSE-TOKEN TO
                   LS-IN-VALUE-TEXT(LS-VALUE-COUNT)
           END-IF.

       VALIDATE-BATCH-VALUES.
           SET LS-RECORD-VALID TO TRUE.
           MOVE SPACES TO LS-REJECT-REASON.

           IF NOT LS-PARSE-DONE
               SET LS-RECORD-INVALID TO TRUE
               MOVE "MORE THAN 12 VALUES" TO LS-REJECT-REASON
           END-IF.

           IF LS-RECORD-VALID
               EVALUATE LS-VALUE-COUNT
                   WHEN 6
                       MOVE 2 TO LS-ORDER
                   WHEN 12
                       MOVE 3 TO LS-ORDER
                   WHEN OTHER
                       SET LS-RECORD-INVALID TO TRUE
                       MOVE "NEED 6 OR 12 VALUES" TO
                           LS-REJECT-REASON
               END-EVALUATE
           END-IF.

           MOVE 1 TO LS-VALUE-SUB.
           PERFORM VALIDATE-ONE-VALUE
               UNTIL LS-RECORD-INVALID
               OR LS-VALUE-SUB > LS-VALUE-COUNT.

       VALIDATE-ONE-VALUE.
           IF FUNCTION TEST-NUMVAL(LS-IN-VALUE-TEXT(LS-VALUE-SUB))
                   NOT = 0
               SET LS-RECORD-INVALID TO TRUE
               MOVE SPACES TO LS-REJECT-REASON
               STRING "VALUE " LS-VALUE-SUB " NOT NUMERIC"
                   DELIMITED BY SIZE INTO LS-REJECT-REASON
           ELSE
               COMPUTE LS-IN-VALUE-SIGNED =
                   FUNCTION NUMVAL(LS-IN-VALUE-TEXT(LS-VALUE-SUB))
               IF LS-IN-VALUE-SIGNED > 99999.9999
                   OR LS-IN-VALUE-SIGNED < -99999.9999
                   SET LS-RECORD-INVALID TO TRUE
                   MOVE SPACES TO LS-REJECT-REASON
                   STRING "VALUE " LS-VALUE-SUB " OUT OF RANGE"
                       DELIMITED BY SIZE INTO LS-REJECT-REASON
               ELSE
                   MOVE LS-IN-VALUE-SIGNED TO
                       LS-IN-VALUE(LS-VALUE-SUB)
                   ADD 1 TO LS-VALUE-SUB
               END-IF
           END-IF.

       CLEAR-SYSTEM.
           MOVE 1 TO LS-ROW-SUB.
           PERFORM CLEAR-ONE-ROW UNTIL LS-ROW-SUB > 3.

       CLEAR-ONE-ROW.
           MOVE 0 TO LS-COEF(LS-ROW-SUB, 1).
           MOVE 0 TO LS-COEF(LS-ROW-SUB, 2).
           MOVE 0 TO LS-COEF(LS-ROW-SUB, 3).
           MOVE 0 TO LS-CONST(LS-ROW-SUB).
           MOVE 0 TO LS-SOLUTION(LS-ROW-SUB).
           MOVE 0 TO LS-UNKNOWN-DET(LS-ROW-SUB).
           ADD 1 TO LS-ROW-SUB.

       LOAD-SYSTEM-FROM-VALUES.
           PERFORM CLEAR-SYSTEM.
           MOVE 1 TO LS-VALUE-SUB.
           MOVE 1 TO LS-ROW-SUB.
           PERFORM LOAD-ONE-ROW UNTIL LS-ROW-SUB > LS-ORDER.

       LOAD-ONE-ROW.
           MOVE 1 TO LS-COL-SUB.
           PERFORM LOAD-ONE-COEFFICIENT UNTIL LS-COL-SUB > LS-ORDER.
           MOVE LS-IN-VALUE(LS-VALUE-SUB) TO LS-CONST(LS-ROW-SUB).
           ADD 1 TO LS-VALUE-SUB.
           ADD 1 TO LS-ROW-SUB.

       LOAD-ONE-COEFFICIENT.
           MOVE LS-IN-VALUE(LS-VALUE-SUB) TO
               LS-COEF(LS-ROW-SUB, LS-COL-SUB).
           ADD 1 TO LS-VALUE-SUB.
           ADD 1 TO LS-COL-SUB.

       SOLVE-SYSTEM.
           MOVE 0 TO LS-UNKNOWN-SUB.
           PERFORM LOAD-WORK-MATRIX.
           PERFORM CALCULATE-DETERMINANT.
           MOVE LS-DETERMINANT TO LS-SYSTEM-DET.

           MOVE 1 TO LS-UNKNOWN-SUB.
           PERFORM CALCULATE-UNKNOWN-DET
               UNTIL LS-UNKNOWN-SUB > LS-ORDER.

           IF LS-SYSTEM-DET = 0
               SET LS-OUTCOME-SINGULAR TO TRUE
               MOVE 1 TO LS-UNKNOWN-SUB
               PERFORM CHECK-CONSISTENCY
                   UNTIL LS-UNKNOWN-SUB > LS-ORDER
               IF LS-OUTCOME-SINGULAR
                   PERFORM CHECK-SYSTEM-RANK
               END-IF
           ELSE
               SET LS-OUTCOME-UNIQUE TO TRUE
               MOVE 1 TO LS-UNKNOWN-SUB
               PERFORM CALCULATE-UNKNOWN
                   UNTIL LS-UNKNOWN-SUB > LS-ORDER
               PERFORM VERIFY-SOLUTION
           END-IF.

           IF LS-OUTCOME-UNIQUE
               ADD 1 TO LS-COUNT-UNIQUE
           END-IF.
           IF LS-OUTCOME-SINGULAR
               ADD 1 TO LS-COUNT-SINGULAR
           END-IF.
           IF LS-OUTCOME-INCONSISTENT
               ADD 1 TO LS-COUNT-INCONSISTENT
           END-IF.

       CHECK-CONSISTENCY.
           IF LS-UNKNOWN-DET(LS-UNKNOWN-SUB) NOT = 0
               SET LS-OUTCOME-INCONSISTENT TO TRUE
           END-IF.
           ADD 1 TO LS-UNKNOWN-SUB.

       CHECK-SYSTEM-RANK.
           MOVE 0 TO LS-RANK-COEF.
           MOVE 0 TO LS-RANK-AUG.
           COMPUTE LS-AUG-COLS = LS-ORDER + 1.
           MOVE 1 TO LS-RANK-ROW.
           PERFORM LOAD-AUGMENTED-ROW UNTIL LS-RANK-ROW > LS-ORDER.
           MOVE 1 TO LS-RANK-ROW.
           PERFORM RANK-SCAN-ROW UNTIL LS-RANK-ROW > LS-ORDER.
           IF LS-RANK-AUG > LS-RANK-COEF
               SET LS-OUTCOME-INCONSISTENT TO TRUE
           END-IF.

       LOAD-AUGMENTED-ROW.
           MOVE 1 TO LS-RANK-COL.
           PERFORM LOAD-AUGMENTED-CELL UNTIL LS-RANK-COL > LS-ORDER.
           MOVE LS-CONST(LS-RANK-ROW) TO
               LS-AUG-CELL(LS-RANK-ROW, LS-AUG-COLS).
           ADD 1 TO LS-RANK-ROW.

       LOAD-AUGMENTED-CELL.
           MOVE LS-COEF(LS-RANK-ROW, LS-RANK-COL) TO
               LS-AUG-CELL(LS-RANK-ROW, LS-RANK-COL).
           ADD 1 TO LS-RANK-COL.

       RANK-SCAN-ROW.
           MOVE 1 TO LS-RANK-COL.
           PERFORM RANK-SCAN-CELL UNTIL LS-RANK-COL > LS-AUG-COLS.
           ADD 1 TO LS-RANK-ROW.

       RANK-SCAN-CELL.
           IF LS-AUG-CELL(LS-RANK-ROW, LS-RANK-COL) NOT = 0
               IF LS-RANK-COL NOT > LS-ORDER AND LS-RANK-COEF = 0
                   MOVE 1 TO LS-RANK-COEF
               END-IF
               IF LS-RANK-AUG = 0
                   MOVE 1 TO LS-RANK-AUG
               END-IF
           END-IF.
           COMPUTE LS-RANK-ROW2 = LS-RANK-ROW + 1.
           PERFORM RANK-SCAN-PARTNER-ROW
               UNTIL LS-RANK-ROW2 > LS-ORDER.
           ADD 1 TO LS-RANK-COL.

       RANK-SCAN-PARTNER-ROW.
           COMPUTE LS-RANK-COL2 = LS-RANK-COL + 1.
           PERFORM RANK-CHECK-MINOR UNTIL LS-RANK-COL2 > LS-AUG-COLS.
           ADD 1 TO LS-RANK-ROW2.

       RANK-CHECK-MINOR.
           COMPUTE LS-RANK-MINOR =
               (LS-AUG-CELL(LS-RANK-ROW, LS-RANK-COL)
               * LS-AUG-CELL(LS-RANK-ROW2, LS-RANK-COL2))
               - (LS-AUG-CELL(LS-RANK-ROW, LS-RANK-COL2)
               * LS-AUG-CELL(LS-RANK-ROW2, LS-RANK-COL)).
           IF LS-RANK-MINOR NOT = 0
               IF LS-RANK-COL2 NOT > LS-ORDER
                   MOVE 2 TO LS-RANK-COEF
               END-IF
               MOVE 2 TO LS-RANK-AUG
           END-IF.
           ADD 1 TO LS-RANK-COL2.

       CALCULATE-UNKNOWN-DET.
           PERFORM LOAD-WORK-MATRIX.
           PERFORM CALCULATE-DETERMINANT.
           MOVE LS-DETERMINANT TO LS-UNKNOWN-DET(LS-UNKNOWN-SUB).
           ADD 1 TO LS-UNKNOWN-SUB.

       CALCULATE-UNKNOWN.
           COMPUTE LS-SOLUTION(LS-UNKNOWN-SUB) =
               LS-UNKNOWN-DET(LS-UNKNOWN-SUB) / LS-SYSTEM-DET.
           ADD 1 TO LS-UNKNOWN-SUB.

       LOAD-WORK-MATRIX.
           MOVE 1 TO LS-ROW-SUB.
           PERFORM LOAD-WORK-ROW UNTIL LS-ROW-SUB > 3.

       LOAD-WORK-ROW.
           MOVE 1 TO LS-COL-SUB.
           PERFORM LOAD-WORK-CELL UNTIL LS-COL-SUB > 3.
           ADD 1 TO LS-ROW-SUB.

       LOAD-WORK-CELL.
           IF LS-COL-SUB = LS-UNKNOWN-SUB
               MOVE LS-CONST(LS-ROW-SUB) TO
                   LS-WORK-CELL(LS-ROW-SUB, LS-COL-SUB)
           ELSE
               MOVE LS-COEF(LS-ROW-SUB, LS-COL-SUB) TO
                   LS-WORK-CELL(LS-ROW-SUB, LS-COL-SUB)
           END-IF.
           ADD 1 TO LS-COL-SUB.

       CALCULATE-DETERMINANT.
           IF LS-ORDER = 2
               COMPUTE LS-DETERMINANT =
                   (LS-WORK-CELL(1, 1) * LS-WORK-CELL(2, 2))
                   - (LS-WORK-CELL(1, 2) * LS-WORK-CELL(2, 1))
           ELSE
               COMPUTE LS-DETERMINANT =
                   LS-WORK-CELL(1, 1) *
                   ((LS-WORK-CELL(2, 2) * LS-WORK-CELL(3, 3))
                   - (LS-WORK-CELL(2, 3) * LS-WORK-CELL(3, 2)))
                   - LS-WORK-CELL(1, 2) *
                   ((LS-WORK-CELL(2, 1) * LS-WORK-CELL(3, 3))
                   - (LS-WORK-CELL(2, 3) * LS-WORK-CELL(3, 1)))
                   + LS-WORK-CELL(1, 3) *
                   ((LS-WORK-CELL(2, 1) * LS-WORK-CELL(3, 2))
                   - (LS-WORK-CELL(2, 2) * LS-WORK-CELL(3, 1)))
           END-IF.

       VERIFY-SOLUTION.
           MOVE 1 TO LS-ROW-SUB.
           PERFORM CHECK-EQUATION UNTIL LS-ROW-SUB > LS-ORDER.

       CHECK-EQUATION.
           COMPUTE LS-VERIFY-RESULT =
               (LS-COEF(LS-ROW-SUB, 1) * LS-SOLUTION(1))
               + (LS-COEF(LS-ROW-SUB, 2) * LS-SOLUTION(2))
               + (LS-COEF(LS-ROW-SUB, 3) * LS-SOLUTION(3))
               - LS-CONST(LS-ROW-SUB).

           IF FUNCTION ABS(LS-VERIFY-RESULT) > LS-VERIFY-TOLERANCE
               ADD 1 TO LS-VERIFY-FAIL-COUNT
               IF LS-BATCH-MODE
                   PERFORM WRITE-VERIFY-FAILURE-LINE
               ELSE
                   DISPLAY " "
                   DISPLAY "SOLUTION VERIFICATION FAILED - CHECK "
                       "PRECISION"
                   DISPLAY "  EQUATION = " LS-ROW-SUB
                       " RESIDUAL = " LS-VERIFY-RESULT
               END-IF
           END-IF.
           ADD 1 TO LS-ROW-SUB.

       WRITE-VERIFY-FAILURE-LINE.
           MOVE LS-VERIFY-RESULT TO LS-VERIFY-RESULT-EDIT.
           MOVE SPACES TO LS-REPORT-RECORD.
           STRING "*** SOLUTION VERIFICATION FAILED - SEQ="
               LS-INPUT-SEQUENCE " EQUATION=" LS-ROW-SUB
               " RESIDUAL=" LS-VERIFY-RESULT-EDIT
               DELIMITED BY SIZE INTO LS-REPORT-RECORD.
           WRITE LS-REPORT-RECORD.

           MOVE "H" TO LS-ALERT-SEVERITY.
           MOVE SPACES TO LS-ALERT-MESSAGE.
           STRING "SOLUTION VERIFICATION FAILED - SEQ="
               LS-INPUT-SEQUENCE " EQUATION=" LS-ROW-SUB
               " - LINSIN.DAT"
               DELIMITED BY SIZE INTO LS-ALERT-MESSAGE.
           PERFORM POST-OPERATOR-ALERT.

       WRITE-REPORT-LINE.
           MOVE LS-SYSTEM-DET TO LS-DET-EDIT.
           MOVE LS-SOLUTION(1) TO LS-X1-EDIT.
           MOVE LS-SOLUTION(2) TO LS-X2-EDIT.
           MOVE LS-SOLUTION(3) TO LS-X3-EDIT.
           MOVE SPACES TO LS-REPORT-RECORD.

           EVALUATE TRUE
               WHEN LS-OUTCOME-UNIQUE AND LS-ORDER = 2
                   STRING "SEQ=" LS-INPUT-SEQUENCE
                       " N=" LS-ORDER
                       " DET=" LS-DET-EDIT
                       " X1=" LS-X1-EDIT
                       " X2=" LS-X2-EDIT
                       DELIMITED BY SIZE INTO LS-REPORT-RECORD
               WHEN LS-OUTCOME-UNIQUE
                   STRING "SEQ=" LS-INPUT-SEQUENCE
                       " N=" LS-ORDER
                       " DET=" LS-DET-EDIT
                       " X1=" LS-X1-EDIT
                       " X2=" LS-X2-EDIT
                       " X3=" LS-X3-EDIT
                       DELIMITED BY SIZE INTO LS-REPORT-RECORD
               WHEN LS-OUTCOME-SINGULAR
                   STRING "SEQ=" LS-INPUT-SEQUENCE
                       " N=" LS-ORDER
                       " DET=" LS-DET-EDIT
                       " *** SINGULAR - NO UNIQUE SOLUTION"
                       DELIMITED BY SIZE INTO LS-REPORT-RECORD
               WHEN LS-OUTCOME-INCONSISTENT
                   STRING "SEQ=" LS-INPUT-SEQUENCE
                       " N=" LS-ORDER
                       " DET=" LS-DET-EDIT
                       " *** INCONSISTENT - NO SOLUTION"
                       DELIMITED BY SIZE INTO LS-REPORT-RECORD
           END-EVALUATE.

           WRITE LS-REPORT-RECORD.

       WRITE-EXCEPTION-RECORD.
           MOVE SPACES TO LS-EXCEPTION-RECORD.
           STRING "SEQ=" LS-INPUT-SEQUENCE
               " RECORD=" LS-INPUT-RECORD(1:60)
               " REASON=" LS-REJECT-REASON
               DELIMITED BY SIZE INTO LS-EXCEPTION-RECORD.
           WRITE LS-EXCEPTION-RECORD.

           MOVE SPACES TO REJECT-RECORD.
           MOVE "LINSOLVE" TO REJ-SOURCE-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-DATE-TEXT.
           MOVE LS-BUSINESS-DATE TO LS-RUN-DATE-TEXT(1:8).
           MOVE LS-RUN-DATE-TEXT(1:8) TO REJ-RUN-DATE.
           MOVE LS-INPUT-SEQUENCE TO REJ-SEQUENCE.
           MOVE LS-INPUT-RECORD TO REJ-ORIGINAL-RECORD.
           MOVE LS-REJECT-REASON TO REJ-REASON-CODE.
           MOVE LS-DEPT-CODE TO REJ-DEPT-CODE.
           WRITE REJECT-RECORD.

       WRITE-SUMMARY-REPORT.
           MOVE FUNCTION CURRENT-DATE TO LS-RUN-DATE-TEXT.
           MOVE LS-BUSINESS-DATE TO LS-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO LS-REPORT-RECORD.
           WRITE LS-REPORT-RECORD.

           MOVE SPACES TO LS-REPORT-RECORD.
           STRING "===== LINSOLVE BATCH SUMMARY ====="
               DELIMITED BY SIZE INTO LS-REPORT-RECORD.
           WRITE LS-REPORT-RECORD.

           MOVE SPACES TO LS-REPORT-RECORD.
           STRING "RUN DATE/TIME: " LS-RUN-DATE-TEXT
               DELIMITED BY SIZE INTO LS-REPORT-RECORD.
           WRITE LS-REPORT-RECORD.

           MOVE SPACES TO LS-REPORT-RECORD.
           STRING "RECORDS PROCESSED = " LS-RECORD-COUNT
               DELIMITED BY SIZE INTO LS-REPORT-RECORD.
           WRITE LS-REPORT-RECORD.

           MOVE SPACES TO LS-REPORT-RECORD.
           STRING "RECORDS REJECTED = " LS-REJECT-COUNT
               DELIMITED BY SIZE INTO LS-REPORT-RECORD.
           WRITE LS-REPORT-RECORD.

           MOVE SPACES TO LS-REPORT-RECORD.
           STRING "UNIQUE SOLUTIONS = " LS-COUNT-UNIQUE
               "   SINGULAR = " LS-COUNT-SINGULAR
               "   INCONSISTENT = " LS-COUNT-INCONSISTENT
               DELIMITED BY SIZE INTO LS-REPORT-RECORD.
           WRITE LS-REPORT-RECORD.

           IF LS-VERIFY-FAIL-COUNT > 0
               MOVE SPACES TO LS-REPORT-RECORD
               STRING "VERIFICATION FAILURES = " LS-VERIFY-FAIL-COUNT
                   DELIMITED BY SIZE INTO LS-REPORT-RECORD
               WRITE LS-REPORT-RECORD
           END-IF.

       BUILD-SYSTEM-TEXT.
           MOVE SPACES TO LS-SYSTEM-TEXT.
           MOVE 1 TO LS-TEXT-POINTER.
           MOVE 1 TO LS-ROW-SUB.
           PERFORM APPEND-ROW-TEXT UNTIL LS-ROW-SUB > LS-ORDER.

       APPEND-ROW-TEXT.
           MOVE 1 TO LS-COL-SUB.
           PERFORM APPEND-COEFFICIENT-TEXT
               UNTIL LS-COL-SUB > LS-ORDER.
           MOVE LS-CONST(LS-ROW-SUB) TO LS-VALUE-EDIT.
           STRING FUNCTION TRIM(LS-VALUE-EDIT)
               DELIMITED BY SIZE
               INTO LS-SYSTEM-TEXT
               WITH POINTER LS-TEXT-POINTER.
           IF LS-ROW-SUB < LS-ORDER
               STRING "," DELIMITED BY SIZE
                   INTO LS-SYSTEM-TEXT
                   WITH POINTER LS-TEXT-POINTER
           END-IF.
           ADD 1 TO LS-ROW-SUB.

       APPEND-COEFFICIENT-TEXT.
           MOVE LS-COEF(LS-ROW-SUB, LS-COL-SUB) TO LS-VALUE-EDIT.
           STRING FUNCTION TRIM(LS-VALUE-EDIT) ","
               DELIMITED BY SIZE
               INTO LS-SYSTEM-TEXT
               WITH POINTER LS-TEXT-POINTER.
           ADD 1 TO LS-COL-SUB.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE LS-BUSINESS-DATE TO AUD-TIMESTAMP(1:8).
           MOVE "LINSOLVE" TO AUD-PROGRAM-ID.

           PERFORM BUILD-SYSTEM-TEXT.
           MOVE SPACES TO AUD-INPUT-TEXT.
           IF LS-BATCH-MODE
               STRING "SEQ=" LS-INPUT-SEQUENCE
                   " N=" LS-ORDER " " LS-SYSTEM-TEXT
                   DELIMITED BY SIZE INTO AUD-INPUT-TEXT
           ELSE
               STRING "N=" LS-ORDER " " LS-SYSTEM-TEXT
                   DELIMITED BY SIZE INTO AUD-INPUT-TEXT
           END-IF.

           MOVE LS-SOLUTION(1) TO LS-X1-EDIT.
           MOVE LS-SOLUTION(2) TO LS-X2-EDIT.
           MOVE LS-SOLUTION(3) TO LS-X3-EDIT.
           MOVE SPACES TO AUD-RESULT-TEXT.
           EVALUATE TRUE
               WHEN LS-OUTCOME-UNIQUE AND LS-ORDER = 2
                   STRING "X1=" LS-X1-EDIT " X2=" LS-X2-EDIT
                       DELIMITED BY SIZE INTO AUD-RESULT-TEXT
               WHEN LS-OUTCOME-UNIQUE
                   STRING "X1=" LS-X1-EDIT " X2=" LS-X2-EDIT
                       " X3=" LS-X3-EDIT
                       DELIMITED BY SIZE INTO AUD-RESULT-TEXT
               WHEN LS-OUTCOME-SINGULAR
                   STRING "SINGULAR - NO UNIQUE SOLUTION"
                       DELIMITED BY SIZE INTO AUD-RESULT-TEXT
               WHEN LS-OUTCOME-INCONSISTENT
                   STRING "INCONSISTENT - NO SOLUTION"
                       DELIMITED BY SIZE INTO AUD-RESULT-TEXT
           END-EVALUATE.

           MOVE LS-DEPT-CODE TO AUD-DEPT-CODE.
           WRITE AUDIT-RECORD.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGBACK.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHARGE-USAGE-FILE ASSIGN TO "CHGUSAGE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-CHGUSAGE-STATUS.
           SELECT CB-RATE-FILE ASSIGN TO "CHGRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RATE-STATUS.
           SELECT CB-REPORT-FILE ASSIGN TO "CHGBACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CB-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHARGE-USAGE-FILE.
           COPY CHGUSAGR.

       FD  CB-RATE-FILE.
       01  CB-RATE-RECORD             PIC X(80).

       FD  CB-REPORT-FILE.
       01  CB-REPORT-RECORD           PIC X(132).

       FD  RUN-STATUS-FILE.
           COPY RUNSTATR.

       WORKING-STORAGE SECTION.
       01  CB-CHGUSAGE-STATUS         PIC X(2).
       01  CB-RATE-STATUS             PIC X(2).
       01  CB-RUNSTAT-STATUS          PIC X(2).

       01  CB-PARM-FIELDS.
           05  CB-PARM-LINE           PIC X(80).
           05  CB-REPORT-MONTH        PIC X(6).
           05  CB-PARM-OK-SWITCH      PIC X(1) VALUE 'Y'.
               88  CB-PARM-OK             VALUE 'Y'.

       01  CB-READ-FIELDS.
           05  CB-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  CB-EOF-YES             VALUE 'Y'.
           05  CB-RATE-KEYWORD        PIC X(10).
           05  CB-RATE-VALUE          PIC X(70).
           05  CB-RATE-CODE-TEXT      PIC X(15).
           05  CB-RATE-NAME-TEXT      PIC X(30).
           05  CB-RATE-PROC-TEXT      PIC X(15).
           05  CB-RATE-REJ-TEXT       PIC X(15).

       01  CB-COUNT-FIELDS.
           05  CB-USAGE-READ          PIC 9(7) VALUE 0.
           05  CB-USAGE-SELECTED      PIC 9(7) VALUE 0.
           05  CB-UNKNOWN-DEPT-ITEMS  PIC 9(7) VALUE 0.
           05  CB-UNPRICED-ITEMS      PIC 9(7) VALUE 0.
           05  CB-OTHER-PROGRAM-ITEMS PIC 9(7) VALUE 0.
           05  CB-OVERFLOW-ITEMS      PIC 9(7) VALUE 0.
           05  CB-BAD-RATE-COUNT      PIC 9(5) VALUE 0.
           05  CB-KNOWN-DEPT-COUNT    PIC 9(2) VALUE 0.

       01  CB-CALCULATOR-TABLE.
           05  CB-CALC-MAX            PIC 9(1) VALUE 6.
           05  CB-CALC-SUB            PIC 9(1).
           05  CB-CLEAR-SUB           PIC 9(1).
           05  CB-CALC-FOUND-SW       PIC X(1).
               88  CB-CALC-FOUND          VALUE 'Y'.
           05  CB-CALC-ENTRY OCCURS 6 TIMES.
               10  CB-CALC-PROGRAM        PIC X(15).
               10  CB-CALC-PRICED-SW      PIC X(1).
                   88  CB-CALC-PRICED         VALUE 'Y'.
               10  CB-CALC-PROC-RATE      PIC 9(3)V9(4).
               10  CB-CALC-REJ-RATE       PIC 9(3)V9(4).
               10  CB-CALC-PROC-TOTAL     PIC 9(7).
               10  CB-CALC-REJ-TOTAL      PIC 9(7).
               10  CB-CALC-PROC-CHARGE    PIC 9(7)V99.
               10  CB-CALC-REJ-CHARGE     PIC 9(7)V99.

       01  CB-DEPARTMENT-TABLE.
           05  CB-DEPT-MAX            PIC 9(2) VALUE 50.
           05  CB-DEPT-COUNT          PIC 9(2) VALUE 0.
           05  CB-DEPT-SUB            PIC 9(2).
           05  CB-DEPT-FOUND-SW       PIC X(1).
               88  CB-DEPT-FOUND          VALUE 'Y'.
           05  CB-DEPT-ENTRY OCCURS 50 TIMES.
               10  CB-DPT-CODE            PIC X(8).
               10  CB-DPT-NAME            PIC X(30).
               10  CB-DPT-KNOWN-SW        PIC X(1).
                   88  CB-DPT-KNOWN           VALUE 'Y'.
               10  CB-DPT-USAGE OCCURS 6 TIMES.
                   15  CB-DPT-PROC-COUNT      PIC 9(7).
                   15  CB-DPT-REJ-COUNT       PIC 9(7).

       01  CB-SEARCH-FIELDS.
           05  CB-SEARCH-DEPT         PIC X(8).
           05  CB-SEARCH-PROGRAM      PIC X(15).

       01  CB-LINE-FIELDS.
           05  CB-LINE-LABEL          PIC X(17).
           05  CB-LINE-PROC-COUNT     PIC 9(7).
           05  CB-LINE-REJ-COUNT      PIC 9(7).
           05  CB-LINE-PROC-CHARGE    PIC 9(7)V99.
           05  CB-LINE-REJ-CHARGE     PIC 9(7)V99.
           05  CB-LINE-TOTAL-CHARGE   PIC 9(7)V99.
           05  CB-PROC-RATE-TEXT      PIC X(12).
           05  CB-REJ-RATE-TEXT       PIC X(12).

       01  CB-TOTAL-FIELDS.
           05  CB-DEPT-PROC-TOTAL     PIC 9(7).
           05  CB-DEPT-REJ-TOTAL      PIC 9(7).
           05  CB-DEPT-PROC-CHARGE    PIC 9(7)V99.
           05  CB-DEPT-REJ-CHARGE     PIC 9(7)V99.
           05  CB-GRAND-PROC-TOTAL    PIC 9(7) VALUE 0.
           05  CB-GRAND-REJ-TOTAL     PIC 9(7) VALUE 0.
           05  CB-GRAND-PROC-CHARGE   PIC 9(7)V99 VALUE 0.
           05  CB-GRAND-REJ-CHARGE    PIC 9(7)V99 VALUE 0.

       01  CB-EDIT-FIELDS.
           05  CB-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  CB-PROC-EDIT           PIC ZZZ,ZZ9.
           05  CB-REJ-EDIT            PIC ZZZ,ZZ9.
           05  CB-RATE-EDIT           PIC ZZ9.9999.
           05  CB-PROC-CHARGE-EDIT    PIC Z,ZZZ,ZZ9.99.
           05  CB-REJ-CHARGE-EDIT     PIC Z,ZZZ,ZZ9.99.
           05  CB-TOTAL-CHARGE-EDIT   PIC Z,ZZZ,ZZ9.99.
           05  CB-DEPT-EDIT           PIC X(8).

       01  CB-RUN-DATE-TEXT           PIC X(26).
       01  CB-BUSINESS-DATE           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING CB-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM GET-REPORT-PARMS.
           PERFORM LOAD-CALCULATOR-TABLE.

           OPEN OUTPUT CB-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.

           IF NOT CB-PARM-OK
               MOVE SPACES TO CB-REPORT-RECORD
               STRING "*** INVALID REPORT MONTH '" CB-PARM-LINE(1:20)
                   "' - USE YYYYMM"
                   DELIMITED BY SIZE INTO CB-REPORT-RECORD
               WRITE CB-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM LOAD-RATE-TABLE
           END-IF.

           IF CB-PARM-OK AND CB-RATE-STATUS = "00"
               PERFORM LOAD-USAGE-TOTALS
               PERFORM WRITE-DEPARTMENT-SECTION
               PERFORM WRITE-UNKNOWN-SECTION
               PERFORM WRITE-CALCULATOR-SECTION
               PERFORM WRITE-SUMMARY-SECTION
               IF CB-UNKNOWN-DEPT-ITEMS > 0
                   OR CB-UNPRICED-ITEMS > 0
                   OR CB-USAGE-SELECTED = 0
                   OR CB-BAD-RATE-COUNT > 0
                   OR CB-OVERFLOW-ITEMS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE CB-REPORT-FILE.

           DISPLAY "CHGBACK COMPLETE - MONTH " CB-REPORT-MONTH " "
               CB-USAGE-SELECTED " ITEM(S) CHARGED, "
               CB-UNKNOWN-DEPT-ITEMS " UNKNOWN/MISSING DEPARTMENT.".

           PERFORM WRITE-RUN-END-RECORD.

           GOBACK.

       OPEN-RUN-STATUS-FILE.
           OPEN EXTEND RUN-STATUS-FILE.
           IF CB-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF.

       WRITE-RUN-START-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-START TO TRUE.
           MOVE "CHGBACK" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO CB-RUN-DATE-TEXT.
           MOVE CB-BUSINESS-DATE TO CB-RUN-DATE-TEXT(1:8).
           MOVE CB-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       WRITE-RUN-END-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-END TO TRUE.
           MOVE "CHGBACK" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO CB-RUN-DATE-TEXT.
           MOVE CB-BUSINESS-DATE TO CB-RUN-DATE-TEXT(1:8).
           MOVE CB-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE CB-USAGE-SELECTED TO RST-PROCESSED-COUNT.
           MOVE CB-UNKNOWN-DEPT-ITEMS TO RST-REJECT-COUNT.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       GET-REPORT-PARMS.
           MOVE SPACES TO CB-PARM-LINE.
           ACCEPT CB-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO CB-REPORT-MONTH.
           UNSTRING CB-PARM-LINE DELIMITED BY SPACE
               INTO CB-REPORT-MONTH.
           IF CB-REPORT-MONTH = SPACES
               MOVE CB-BUSINESS-DATE(1:6) TO CB-REPORT-MONTH
           END-IF.
           IF CB-REPORT-MONTH IS NOT NUMERIC
               MOVE 'N' TO CB-PARM-OK-SWITCH
           ELSE
               IF CB-REPORT-MONTH(5:2) < "01"
                   OR CB-REPORT-MONTH(5:2) > "12"
                   MOVE 'N' TO CB-PARM-OK-SWITCH
               END-IF
           END-IF.

       LOAD-CALCULATOR-TABLE.
           MOVE "QUADRATIC-ROOTS" TO CB-CALC-PROGRAM(1).
           MOVE "GCD" TO CB-CALC-PROGRAM(2).
           MOVE "PRIMFACT" TO CB-CALC-PROGRAM(3).
           MOVE "FRACCALC" TO CB-CALC-PROGRAM(4).
           MOVE "FRACSIMP" TO CB-CALC-PROGRAM(5).
           MOVE "LINSOLVE" TO CB-CALC-PROGRAM(6).
           MOVE 1 TO CB-CALC-SUB.
           PERFORM CLEAR-CALCULATOR-ENTRY
               UNTIL CB-CALC-SUB > CB-CALC-MAX.

       CLEAR-CALCULATOR-ENTRY.
           MOVE 'N' TO CB-CALC-PRICED-SW(CB-CALC-SUB).
           MOVE 0 TO CB-CALC-PROC-RATE(CB-CALC-SUB).
           MOVE 0 TO CB-CALC-REJ-RATE(CB-CALC-SUB).
           MOVE 0 TO CB-CALC-PROC-TOTAL(CB-CALC-SUB).
           MOVE 0 TO CB-CALC-REJ-TOTAL(CB-CALC-SUB).
           MOVE 0 TO CB-CALC-PROC-CHARGE(CB-CALC-SUB).
           MOVE 0 TO CB-CALC-REJ-CHARGE(CB-CALC-SUB).
           ADD 1 TO CB-CALC-SUB.

       LOAD-RATE-TABLE.
           OPEN INPUT CB-RATE-FILE.
           IF CB-RATE-STATUS = "00"
               MOVE 'N' TO CB-EOF-SWITCH
               PERFORM PROCESS-RATE-RECORD UNTIL CB-EOF-YES
               CLOSE CB-RATE-FILE
               MOVE CB-DEPT-COUNT TO CB-KNOWN-DEPT-COUNT
           ELSE
               MOVE SPACES TO CB-REPORT-RECORD
               STRING "*** CHGRATE.DAT NOT PRESENT - DEPARTMENTS AND "
                   "RATES ARE REQUIRED TO PRICE USAGE, STATUS = "
                   CB-RATE-STATUS
                   DELIMITED BY SIZE INTO CB-REPORT-RECORD
               WRITE CB-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       PROCESS-RATE-RECORD.
           READ CB-RATE-FILE
               AT END
                   SET CB-EOF-YES TO TRUE
               NOT AT END
                   MOVE SPACES TO CB-RATE-KEYWORD
                   MOVE SPACES TO CB-RATE-VALUE
                   UNSTRING CB-RATE-RECORD DELIMITED BY "="
                       INTO CB-RATE-KEYWORD CB-RATE-VALUE
                   EVALUATE CB-RATE-KEYWORD
                       WHEN "DEPT"
                           PERFORM POST-DEPARTMENT-RATE-ENTRY
                       WHEN "RATE"
                           PERFORM POST-CALCULATOR-RATE-ENTRY
                       WHEN OTHER
                           IF CB-RATE-RECORD NOT = SPACES
                               AND CB-RATE-RECORD(1:1) NOT = "*"
                               MOVE "UNKNOWN RATE CARD"
                                   TO CB-RATE-NAME-TEXT
                               PERFORM WRITE-BAD-RATE-LINE
                           END-IF
                   END-EVALUATE
           END-READ.

       POST-DEPARTMENT-RATE-ENTRY.
           MOVE SPACES TO CB-RATE-CODE-TEXT.
           MOVE SPACES TO CB-RATE-NAME-TEXT.
           UNSTRING CB-RATE-VALUE DELIMITED BY ","
               INTO CB-RATE-CODE-TEXT CB-RATE-NAME-TEXT.
           MOVE CB-RATE-CODE-TEXT TO CB-SEARCH-DEPT.
           PERFORM FIND-DEPARTMENT-ENTRY.
           IF CB-RATE-CODE-TEXT = SPACES
               MOVE "DEPARTMENT CODE MISSING" TO CB-RATE-NAME-TEXT
               PERFORM WRITE-BAD-RATE-LINE
           ELSE
               IF CB-DEPT-FOUND
                   MOVE "DUPLICATE DEPARTMENT" TO CB-RATE-NAME-TEXT
                   PERFORM WRITE-BAD-RATE-LINE
               ELSE
                   PERFORM ADD-DEPARTMENT-ENTRY
                   IF CB-DEPT-FOUND
                       MOVE 'Y' TO CB-DPT-KNOWN-SW(CB-DEPT-SUB)
                       MOVE CB-RATE-NAME-TEXT
                           TO CB-DPT-NAME(CB-DEPT-SUB)
                   ELSE
                       MOVE "DEPARTMENT TABLE FULL"
                           TO CB-RATE-NAME-TEXT
                       PERFORM WRITE-BAD-RATE-LINE
                   END-IF
               END-IF
           END-IF.

       POST-CALCULATOR-RATE-ENTRY.
           MOVE SPACES TO CB-RATE-CODE-TEXT.
           MOVE SPACES TO CB-RATE-PROC-TEXT.
           MOVE SPACES TO CB-RATE-REJ-TEXT.
           UNSTRING CB-RATE-VALUE DELIMITED BY ","
               INTO CB-RATE-CODE-TEXT CB-RATE-PROC-TEXT
                   CB-RATE-REJ-TEXT.
           IF CB-RATE-REJ-TEXT = SPACES
               MOVE "0" TO CB-RATE-REJ-TEXT
           END-IF.
           MOVE CB-RATE-CODE-TEXT TO CB-SEARCH-PROGRAM.
           PERFORM FIND-CALCULATOR-ENTRY.
           EVALUATE TRUE
               WHEN NOT CB-CALC-FOUND
                   MOVE "NOT A CHARGEABLE CALCULATOR"
                       TO CB-RATE-NAME-TEXT
                   PERFORM WRITE-BAD-RATE-LINE
               WHEN FUNCTION TEST-NUMVAL(CB-RATE-PROC-TEXT) NOT = 0
                   OR FUNCTION TEST-NUMVAL(CB-RATE-REJ-TEXT) NOT = 0
                   MOVE "RATE NOT NUMERIC" TO CB-RATE-NAME-TEXT
                   PERFORM WRITE-BAD-RATE-LINE
               WHEN OTHER
                   SET CB-CALC-PRICED(CB-CALC-SUB) TO TRUE
                   COMPUTE CB-CALC-PROC-RATE(CB-CALC-SUB) =
                       FUNCTION NUMVAL(CB-RATE-PROC-TEXT)
                   COMPUTE CB-CALC-REJ-RATE(CB-CALC-SUB) =
                       FUNCTION NUMVAL(CB-RATE-REJ-TEXT)
           END-EVALUATE.

       WRITE-BAD-RATE-LINE.
           ADD 1 TO CB-BAD-RATE-COUNT.
           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "*** CHGRATE.DAT CARD IGNORED - " CB-RATE-NAME-TEXT
               " : " CB-RATE-RECORD(1:60)
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

       FIND-CALCULATOR-ENTRY.
           MOVE 'N' TO CB-CALC-FOUND-SW.
           MOVE 1 TO CB-CALC-SUB.
           PERFORM LOCATE-CALCULATOR-ENTRY
               UNTIL CB-CALC-FOUND OR CB-CALC-SUB > CB-CALC-MAX.

       LOCATE-CALCULATOR-ENTRY.
           IF CB-CALC-PROGRAM(CB-CALC-SUB) = CB-SEARCH-PROGRAM
               SET CB-CALC-FOUND TO TRUE
           ELSE
               ADD 1 TO CB-CALC-SUB
           END-IF.

       FIND-DEPARTMENT-ENTRY.
           MOVE 'N' TO CB-DEPT-FOUND-SW.
           MOVE 1 TO CB-DEPT-SUB.
           PERFORM LOCATE-DEPARTMENT-ENTRY
               UNTIL CB-DEPT-FOUND OR CB-DEPT-SUB > CB-DEPT-COUNT.

       LOCATE-DEPARTMENT-ENTRY.
           IF CB-DPT-CODE(CB-DEPT-SUB) = CB-SEARCH-DEPT
               SET CB-DEPT-FOUND TO TRUE
           ELSE
               ADD 1 TO CB-DEPT-SUB
           END-IF.

       ADD-DEPARTMENT-ENTRY.
           IF CB-DEPT-COUNT < CB-DEPT-MAX
               ADD 1 TO CB-DEPT-COUNT
               MOVE CB-DEPT-COUNT TO CB-DEPT-SUB
               MOVE CB-SEARCH-DEPT TO CB-DPT-CODE(CB-DEPT-SUB)
               MOVE SPACES TO CB-DPT-NAME(CB-DEPT-SUB)
               MOVE 'N' TO CB-DPT-KNOWN-SW(CB-DEPT-SUB)
               MOVE 1 TO CB-CLEAR-SUB
               PERFORM CLEAR-DEPARTMENT-USAGE
                   UNTIL CB-CLEAR-SUB > CB-CALC-MAX
               SET CB-DEPT-FOUND TO TRUE
           END-IF.

       CLEAR-DEPARTMENT-USAGE.
           MOVE 0 TO CB-DPT-PROC-COUNT(CB-DEPT-SUB CB-CLEAR-SUB).
           MOVE 0 TO CB-DPT-REJ-COUNT(CB-DEPT-SUB CB-CLEAR-SUB).
           ADD 1 TO CB-CLEAR-SUB.

       LOAD-USAGE-TOTALS.
           OPEN INPUT CHARGE-USAGE-FILE.
           IF CB-CHGUSAGE-STATUS = "00"
               MOVE 'N' TO CB-EOF-SWITCH
               PERFORM PROCESS-USAGE-RECORD UNTIL CB-EOF-YES
               CLOSE CHARGE-USAGE-FILE
           ELSE
               MOVE SPACES TO CB-REPORT-RECORD
               STRING "CHGUSAGE.DAT NOT PRESENT - NO BATCH "
                   "CALCULATOR USAGE HAS BEEN RECORDED"
                   DELIMITED BY SIZE INTO CB-REPORT-RECORD
               WRITE CB-REPORT-RECORD
           END-IF.

       PROCESS-USAGE-RECORD.
           READ CHARGE-USAGE-FILE
               AT END
                   SET CB-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO CB-USAGE-READ
                   IF CHU-BUSINESS-DATE(1:6) = CB-REPORT-MONTH
                       PERFORM TALLY-USAGE-RECORD
                   END-IF
           END-READ.

       TALLY-USAGE-RECORD.
           MOVE CHU-PROGRAM-ID TO CB-SEARCH-PROGRAM.
           PERFORM FIND-CALCULATOR-ENTRY.
           IF NOT CB-CALC-FOUND
               ADD 1 TO CB-OTHER-PROGRAM-ITEMS
           ELSE
               MOVE CHU-DEPT-CODE TO CB-SEARCH-DEPT
               PERFORM FIND-DEPARTMENT-ENTRY
               IF NOT CB-DEPT-FOUND
                   PERFORM ADD-DEPARTMENT-ENTRY
               END-IF
               IF NOT CB-DEPT-FOUND
                   ADD 1 TO CB-OVERFLOW-ITEMS
               ELSE
                   ADD 1 TO CB-USAGE-SELECTED
                   IF NOT CB-DPT-KNOWN(CB-DEPT-SUB)
                       ADD 1 TO CB-UNKNOWN-DEPT-ITEMS
                   END-IF
                   IF NOT CB-CALC-PRICED(CB-CALC-SUB)
                       ADD 1 TO CB-UNPRICED-ITEMS
                   END-IF
                   IF CHU-REJECTED
                       ADD 1 TO
                           CB-DPT-REJ-COUNT(CB-DEPT-SUB CB-CALC-SUB)
                   ELSE
                       ADD 1 TO
                           CB-DPT-PROC-COUNT(CB-DEPT-SUB CB-CALC-SUB)
                   END-IF
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO CB-RUN-DATE-TEXT.
           MOVE CB-BUSINESS-DATE TO CB-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "===== MONTH-END CHARGEBACK REPORT ====="
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "RUN DATE/TIME: " CB-RUN-DATE-TEXT
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "REPORT MONTH: " CB-REPORT-MONTH
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           MOVE SPACES TO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

       WRITE-DEPARTMENT-SECTION.
           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "----- CHARGES BY DEPARTMENT -----"
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           MOVE 1 TO CB-DEPT-SUB.
           PERFORM WRITE-DEPARTMENT-BLOCK
               UNTIL CB-DEPT-SUB > CB-KNOWN-DEPT-COUNT.

           IF CB-KNOWN-DEPT-COUNT = 0
               MOVE SPACES TO CB-REPORT-RECORD
               STRING "NO DEPARTMENTS DEFINED IN CHGRATE.DAT"
                   DELIMITED BY SIZE INTO CB-REPORT-RECORD
               WRITE CB-REPORT-RECORD
               MOVE SPACES TO CB-REPORT-RECORD
               WRITE CB-REPORT-RECORD
           END-IF.

       WRITE-UNKNOWN-SECTION.
           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "----- UNKNOWN/MISSING DEPARTMENTS -----"
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           COMPUTE CB-DEPT-SUB = CB-KNOWN-DEPT-COUNT + 1.
           PERFORM WRITE-DEPARTMENT-BLOCK
               UNTIL CB-DEPT-SUB > CB-DEPT-COUNT.

           IF CB-DEPT-COUNT = CB-KNOWN-DEPT-COUNT
               MOVE SPACES TO CB-REPORT-RECORD
               STRING "NONE - ALL USAGE CARRIED A KNOWN DEPARTMENT"
                   DELIMITED BY SIZE INTO CB-REPORT-RECORD
               WRITE CB-REPORT-RECORD
               MOVE SPACES TO CB-REPORT-RECORD
               WRITE CB-REPORT-RECORD
           END-IF.

       WRITE-DEPARTMENT-BLOCK.
           IF CB-DPT-CODE(CB-DEPT-SUB) = SPACES
               MOVE "(NONE)" TO CB-DEPT-EDIT
           ELSE
               MOVE CB-DPT-CODE(CB-DEPT-SUB) TO CB-DEPT-EDIT
           END-IF.
           MOVE SPACES TO CB-REPORT-RECORD.
           EVALUATE TRUE
               WHEN CB-DPT-KNOWN(CB-DEPT-SUB)
                   STRING "DEPARTMENT " CB-DEPT-EDIT " "
                       CB-DPT-NAME(CB-DEPT-SUB)
                       DELIMITED BY SIZE INTO CB-REPORT-RECORD
               WHEN CB-DPT-CODE(CB-DEPT-SUB) = SPACES
                   STRING "DEPARTMENT " CB-DEPT-EDIT " "
                       "NO DEPARTMENT CODE ON INPUT"
                       DELIMITED BY SIZE INTO CB-REPORT-RECORD
               WHEN OTHER
                   STRING "DEPARTMENT " CB-DEPT-EDIT " "
                       "NOT DEFINED IN CHGRATE.DAT"
                       DELIMITED BY SIZE INTO CB-REPORT-RECORD
           END-EVALUATE.
           WRITE CB-REPORT-RECORD.

           MOVE 0 TO CB-DEPT-PROC-TOTAL.
           MOVE 0 TO CB-DEPT-REJ-TOTAL.
           MOVE 0 TO CB-DEPT-PROC-CHARGE.
           MOVE 0 TO CB-DEPT-REJ-CHARGE.
           MOVE 1 TO CB-CALC-SUB.
           PERFORM WRITE-DEPARTMENT-CALC-LINE
               UNTIL CB-CALC-SUB > CB-CALC-MAX.

           IF CB-DEPT-PROC-TOTAL = 0 AND CB-DEPT-REJ-TOTAL = 0
               MOVE SPACES TO CB-REPORT-RECORD
               STRING "  NO USAGE THIS MONTH"
                   DELIMITED BY SIZE INTO CB-REPORT-RECORD
               WRITE CB-REPORT-RECORD
           ELSE
               MOVE "DEPARTMENT TOTAL" TO CB-LINE-LABEL
               MOVE CB-DEPT-PROC-TOTAL TO CB-LINE-PROC-COUNT
               MOVE CB-DEPT-REJ-TOTAL TO CB-LINE-REJ-COUNT
               MOVE CB-DEPT-PROC-CHARGE TO CB-LINE-PROC-CHARGE
               MOVE CB-DEPT-REJ-CHARGE TO CB-LINE-REJ-CHARGE
               MOVE SPACES TO CB-PROC-RATE-TEXT
               MOVE SPACES TO CB-REJ-RATE-TEXT
               PERFORM WRITE-CHARGE-LINE
           END-IF.

           MOVE SPACES TO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           ADD 1 TO CB-DEPT-SUB.

       WRITE-DEPARTMENT-CALC-LINE.
           MOVE CB-DPT-PROC-COUNT(CB-DEPT-SUB CB-CALC-SUB)
               TO CB-LINE-PROC-COUNT.
           MOVE CB-DPT-REJ-COUNT(CB-DEPT-SUB CB-CALC-SUB)
               TO CB-LINE-REJ-COUNT.
           IF CB-LINE-PROC-COUNT > 0 OR CB-LINE-REJ-COUNT > 0
               COMPUTE CB-LINE-PROC-CHARGE ROUNDED =
                   CB-LINE-PROC-COUNT
                   * CB-CALC-PROC-RATE(CB-CALC-SUB)
               COMPUTE CB-LINE-REJ-CHARGE ROUNDED =
                   CB-LINE-REJ-COUNT
                   * CB-CALC-REJ-RATE(CB-CALC-SUB)
               PERFORM BUILD-RATE-TEXT
               MOVE CB-CALC-PROGRAM(CB-CALC-SUB) TO CB-LINE-LABEL
               PERFORM WRITE-CHARGE-LINE
               ADD CB-LINE-PROC-COUNT TO CB-DEPT-PROC-TOTAL
               ADD CB-LINE-REJ-COUNT TO CB-DEPT-REJ-TOTAL
               ADD CB-LINE-PROC-CHARGE TO CB-DEPT-PROC-CHARGE
               ADD CB-LINE-REJ-CHARGE TO CB-DEPT-REJ-CHARGE
               ADD CB-LINE-PROC-COUNT
                   TO CB-CALC-PROC-TOTAL(CB-CALC-SUB)
               ADD CB-LINE-REJ-COUNT
                   TO CB-CALC-REJ-TOTAL(CB-CALC-SUB)
               ADD CB-LINE-PROC-CHARGE
                   TO CB-CALC-PROC-CHARGE(CB-CALC-SUB)
               ADD CB-LINE-REJ-CHARGE
                   TO CB-CALC-REJ-CHARGE(CB-CALC-SUB)
           END-IF.
           ADD 1 TO CB-CALC-SUB.

       BUILD-RATE-TEXT.
           MOVE SPACES TO CB-PROC-RATE-TEXT.
           MOVE SPACES TO CB-REJ-RATE-TEXT.
           IF CB-CALC-PRICED(CB-CALC-SUB)
               MOVE CB-CALC-PROC-RATE(CB-CALC-SUB) TO CB-RATE-EDIT
               STRING " @ " CB-RATE-EDIT
                   DELIMITED BY SIZE INTO CB-PROC-RATE-TEXT
               MOVE CB-CALC-REJ-RATE(CB-CALC-SUB) TO CB-RATE-EDIT
               STRING " @ " CB-RATE-EDIT
                   DELIMITED BY SIZE INTO CB-REJ-RATE-TEXT
           ELSE
               MOVE " @  NO RATE" TO CB-PROC-RATE-TEXT
               MOVE " @  NO RATE" TO CB-REJ-RATE-TEXT
           END-IF.

       WRITE-CHARGE-LINE.
           COMPUTE CB-LINE-TOTAL-CHARGE =
               CB-LINE-PROC-CHARGE + CB-LINE-REJ-CHARGE.
           MOVE CB-LINE-PROC-COUNT TO CB-PROC-EDIT.
           MOVE CB-LINE-REJ-COUNT TO CB-REJ-EDIT.
           MOVE CB-LINE-PROC-CHARGE TO CB-PROC-CHARGE-EDIT.
           MOVE CB-LINE-REJ-CHARGE TO CB-REJ-CHARGE-EDIT.
           MOVE CB-LINE-TOTAL-CHARGE TO CB-TOTAL-CHARGE-EDIT.
           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "  " CB-LINE-LABEL
               " PROC " CB-PROC-EDIT CB-PROC-RATE-TEXT
               " =" CB-PROC-CHARGE-EDIT
               "  REJ " CB-REJ-EDIT CB-REJ-RATE-TEXT
               " =" CB-REJ-CHARGE-EDIT
               "  CHARGE" CB-TOTAL-CHARGE-EDIT
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

       WRITE-CALCULATOR-SECTION.
           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "----- CHARGES BY CALCULATOR -----"
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           MOVE 1 TO CB-CALC-SUB.
           PERFORM WRITE-CALCULATOR-LINE
               UNTIL CB-CALC-SUB > CB-CALC-MAX.

       WRITE-CALCULATOR-LINE.
           MOVE CB-CALC-PROGRAM(CB-CALC-SUB) TO CB-LINE-LABEL.
           MOVE CB-CALC-PROC-TOTAL(CB-CALC-SUB) TO CB-LINE-PROC-COUNT.
           MOVE CB-CALC-REJ-TOTAL(CB-CALC-SUB) TO CB-LINE-REJ-COUNT.
           MOVE CB-CALC-PROC-CHARGE(CB-CALC-SUB)
               TO CB-LINE-PROC-CHARGE.
           MOVE CB-CALC-REJ-CHARGE(CB-CALC-SUB) TO CB-LINE-REJ-CHARGE.
           PERFORM BUILD-RATE-TEXT.
           PERFORM WRITE-CHARGE-LINE.

           IF NOT CB-CALC-PRICED(CB-CALC-SUB)
               AND (CB-LINE-PROC-COUNT > 0 OR CB-LINE-REJ-COUNT > 0)
               MOVE SPACES TO CB-REPORT-RECORD
               STRING "*** NO RATE FOR " CB-CALC-PROGRAM(CB-CALC-SUB)
                   " IN CHGRATE.DAT - USAGE NOT CHARGED"
                   DELIMITED BY SIZE INTO CB-REPORT-RECORD
               WRITE CB-REPORT-RECORD
           END-IF.

           ADD CB-LINE-PROC-COUNT TO CB-GRAND-PROC-TOTAL.
           ADD CB-LINE-REJ-COUNT TO CB-GRAND-REJ-TOTAL.
           ADD CB-LINE-PROC-CHARGE TO CB-GRAND-PROC-CHARGE.
           ADD CB-LINE-REJ-CHARGE TO CB-GRAND-REJ-CHARGE.
           ADD 1 TO CB-CALC-SUB.

       WRITE-SUMMARY-SECTION.
           MOVE "GRAND TOTAL" TO CB-LINE-LABEL.
           MOVE CB-GRAND-PROC-TOTAL TO CB-LINE-PROC-COUNT.
           MOVE CB-GRAND-REJ-TOTAL TO CB-LINE-REJ-COUNT.
           MOVE CB-GRAND-PROC-CHARGE TO CB-LINE-PROC-CHARGE.
           MOVE CB-GRAND-REJ-CHARGE TO CB-LINE-REJ-CHARGE.
           MOVE SPACES TO CB-PROC-RATE-TEXT.
           MOVE SPACES TO CB-REJ-RATE-TEXT.
           PERFORM WRITE-CHARGE-LINE.

           MOVE SPACES TO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "----- SUMMARY -----"
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           MOVE CB-USAGE-READ TO CB-COUNT-EDIT.
           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "USAGE RECORDS READ           = " CB-COUNT-EDIT
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           MOVE CB-USAGE-SELECTED TO CB-COUNT-EDIT.
           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "ITEMS IN REPORT MONTH        = " CB-COUNT-EDIT
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           MOVE CB-UNKNOWN-DEPT-ITEMS TO CB-COUNT-EDIT.
           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "UNKNOWN/MISSING DEPARTMENT   = " CB-COUNT-EDIT
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           MOVE CB-UNPRICED-ITEMS TO CB-COUNT-EDIT.
           MOVE SPACES TO CB-REPORT-RECORD.
           STRING "ITEMS WITH NO RATE           = " CB-COUNT-EDIT
               DELIMITED BY SIZE INTO CB-REPORT-RECORD.
           WRITE CB-REPORT-RECORD.

           IF CB-OTHER-PROGRAM-ITEMS > 0
               MOVE CB-OTHER-PROGRAM-ITEMS TO CB-COUNT-EDIT
               MOVE SPACES TO CB-REPORT-RECORD
               STRING "NOT A CHARGEABLE CALCULATOR  = " CB-COUNT-EDIT
                   DELIMITED BY SIZE INTO CB-REPORT-RECORD
               WRITE CB-REPORT-RECORD
           END-IF.

           IF CB-OVERFLOW-ITEMS > 0
               MOVE CB-OVERFLOW-ITEMS TO CB-COUNT-EDIT
               MOVE SPACES TO CB-REPORT-RECORD
               STRING "*** DEPARTMENT TABLE FULL - " CB-COUNT-EDIT
                   " ITEM(S) NOT CHARGED"
                   DELIMITED BY SIZE INTO CB-REPORT-RECORD
               WRITE CB-REPORT-RECORD
           END-IF.

           IF CB-BAD-RATE-COUNT > 0
               MOVE CB-BAD-RATE-COUNT TO CB-COUNT-EDIT
               MOVE SPACES TO CB-REPORT-RECORD
               STRING "CHGRATE.DAT CARDS IGNORED    = " CB-COUNT-EDIT
                   DELIMITED BY SIZE INTO CB-REPORT-RECORD
               WRITE CB-REPORT-RECORD
           END-IF.

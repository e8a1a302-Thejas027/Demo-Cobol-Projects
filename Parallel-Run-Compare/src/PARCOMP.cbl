       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCOMP.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PC-BASE-FILE ASSIGN TO CMPBASE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-BASE-STATUS.
           SELECT PC-NEW-FILE ASSIGN TO CMPNEW
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-NEW-STATUS.
           SELECT PC-REPORT-FILE ASSIGN TO "PARCOMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PC-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PC-BASE-FILE.
       01  PC-BASE-RECORD             PIC X(300).

       FD  PC-NEW-FILE.
       01  PC-NEW-RECORD              PIC X(300).

       FD  PC-REPORT-FILE.
       01  PC-REPORT-RECORD           PIC X(132).

       FD  SYSPARM-FILE.
       01  SYSPARM-RECORD             PIC X(80).

       FD  RUN-STATUS-FILE.
           COPY RUNSTATR.

       WORKING-STORAGE SECTION.
       01  PC-BASE-STATUS             PIC X(2).
       01  PC-NEW-STATUS              PIC X(2).
       01  PC-RUNSTAT-STATUS          PIC X(2).

       01  PC-PARM-FIELDS.
           05  PC-PARM-LINE           PIC X(80).
           05  PC-FILE-TYPE           PIC X(8).
               88  PC-TYPE-QUADIF         VALUE "QUADIF".
               88  PC-TYPE-GCDOUT         VALUE "GCDOUT".
               88  PC-TYPE-PRIMOUT        VALUE "PRIMOUT".
               88  PC-TYPE-FRACOUT        VALUE "FRACOUT".
               88  PC-TYPE-VALID          VALUE "QUADIF" "GCDOUT"
                                                "PRIMOUT" "FRACOUT".
           05  PC-BASE-FILE-NAME      PIC X(40).
           05  PC-NEW-FILE-NAME       PIC X(40).

       01  PC-RUN-FIELDS.
           05  PC-RUN-FAILED-SW       PIC X(1) VALUE 'N'.
               88  PC-RUN-FAILED          VALUE 'Y'.
           05  PC-FAIL-TEXT           PIC X(100).
           05  PC-EOF-SWITCH          PIC X(1).
               88  PC-EOF-YES             VALUE 'Y'.
           05  PC-DETAIL-SW           PIC X(1).
               88  PC-DETAIL-RECORD       VALUE 'Y'.
           05  PC-TABLE-FULL-SW       PIC X(1) VALUE 'N'.
               88  PC-TABLE-FULL          VALUE 'Y'.
           05  PC-PAIR-DIFF-SW        PIC X(1).
               88  PC-PAIR-DIFFERS        VALUE 'Y'.
           05  PC-RECORD-ORDINAL      PIC 9(7).
           05  PC-WORK-RECORD         PIC X(300).
           05  PC-KEY-PREFIX          PIC X(30).
           05  PC-INPUT-TEXT          PIC X(224).
           05  PC-NUMVAL-TEXT         PIC X(12).

       01  PC-CUR-FIELDS.
           05  PC-CUR-KEY             PIC X(230).
           05  PC-CUR-CASE            PIC X(1).
           05  PC-CUR-COEFF-TEXT      PIC X(33).
           05  PC-CUR-ROOT-1          PIC S9(5)V9(4).
           05  PC-CUR-ROOT-2          PIC S9(5)V9(4).
           05  PC-CUR-TEXT-1          PIC X(100).
           05  PC-CUR-TEXT-2          PIC X(40).
           05  PC-CUR-TEXT-3          PIC X(20).

       01  PC-NEW-FIELDS.
           05  PC-NEW-KEY             PIC X(230).
           05  PC-NEW-CASE            PIC X(1).
           05  PC-NEW-COEFF-TEXT      PIC X(33).
           05  PC-NEW-ROOT-1          PIC S9(5)V9(4).
           05  PC-NEW-ROOT-2          PIC S9(5)V9(4).
           05  PC-NEW-TEXT-1          PIC X(100).
           05  PC-NEW-TEXT-2          PIC X(40).
           05  PC-NEW-TEXT-3          PIC X(20).

       01  PC-BASE-FIELDS.
           05  PC-BASE-KEY            PIC X(230).
           05  PC-BASE-CASE           PIC X(1).
           05  PC-BASE-COEFF-TEXT     PIC X(33).
           05  PC-BASE-ROOT-1         PIC S9(5)V9(4).
           05  PC-BASE-ROOT-2         PIC S9(5)V9(4).
           05  PC-BASE-TEXT-1         PIC X(100).
           05  PC-BASE-TEXT-2         PIC X(40).
           05  PC-BASE-TEXT-3         PIC X(20).

       01  PC-BASE-TABLE.
           05  PC-BASE-MAX            PIC 9(4) VALUE 5000.
           05  PC-BASE-COUNT          PIC 9(4) VALUE 0.
           05  PC-BASE-SUB            PIC 9(4).
           05  PC-FOUND-SUB           PIC 9(4).
           05  PC-BASE-FOUND-SW       PIC X(1).
               88  PC-BASE-FOUND          VALUE 'Y'.
           05  PC-BASE-ENTRY OCCURS 5000 TIMES.
               10  PC-ENTRY-KEY           PIC X(230).
               10  PC-ENTRY-RECORD        PIC X(300).
               10  PC-ENTRY-MATCH-SW      PIC X(1).

       01  PC-COUNT-FIELDS.
           05  PC-BASE-DETAIL-COUNT   PIC 9(7) VALUE 0.
           05  PC-NEW-DETAIL-COUNT    PIC 9(7) VALUE 0.
           05  PC-EQUAL-COUNT         PIC 9(7) VALUE 0.
           05  PC-DIFFER-COUNT        PIC 9(7) VALUE 0.
           05  PC-BASE-ONLY-COUNT     PIC 9(7) VALUE 0.
           05  PC-NEW-ONLY-COUNT      PIC 9(7) VALUE 0.
           05  PC-MISMATCH-COUNT      PIC 9(7) VALUE 0.

       01  PC-DIFFERENCE-FIELDS.
           05  PC-DIFF-LABEL          PIC X(19).
           05  PC-DIFF-BASE-TEXT      PIC X(100).
           05  PC-DIFF-NEW-TEXT       PIC X(100).
           05  PC-ROOT-1-DIFF         PIC S9(6)V9(4).
           05  PC-ROOT-2-DIFF         PIC S9(6)V9(4).
           05  PC-ROOT-1-EDIT         PIC -9(5).9(4).
           05  PC-ROOT-2-EDIT         PIC -9(5).9(4).
           05  PC-CASE-CODE           PIC X(1).
           05  PC-CASE-TEXT           PIC X(20).

       01  PC-EDIT-FIELDS.
           05  PC-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  PC-TOLERANCE-EDIT      PIC ZZ9.9(4).
           05  PC-MAX-EDIT            PIC Z,ZZ9.

       01  PC-RUN-DATE-TEXT           PIC X(26).
       01  PC-BUSINESS-DATE           PIC X(8).

       COPY QUADIFRC.

       COPY SYSPARMW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING PC-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM READ-SYSPARM-FILE.
           PERFORM GET-COMPARE-PARMS.

           OPEN OUTPUT PC-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.

           IF PC-RUN-FAILED
               DISPLAY "PARCOMP - PARM IS QUADIF|GCDOUT|PRIMOUT|FRACOUT"
                   " BASE-FILE [NEW-FILE]"
           ELSE
               PERFORM LOAD-BASE-FILE
           END-IF.

           IF NOT PC-RUN-FAILED
               PERFORM COMPARE-NEW-FILE
           END-IF.

           IF NOT PC-RUN-FAILED
               PERFORM LIST-BASE-ONLY-RECORDS
               PERFORM WRITE-SUMMARY-SECTION
               IF PC-MISMATCH-COUNT = 0
                   DISPLAY "PARCOMP - MATCH - " PC-NEW-DETAIL-COUNT
                       " RECORD(S) AGREE WITH THE BASE FILE"
               ELSE
                   DISPLAY "PARCOMP - MISMATCH - " PC-MISMATCH-COUNT
                       " RECORD(S) DO NOT AGREE - SEE PARCOMP.DAT"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE PC-REPORT-FILE.

           PERFORM WRITE-RUN-END-RECORD.

           GOBACK.

       OPEN-RUN-STATUS-FILE.
           OPEN EXTEND RUN-STATUS-FILE.
           IF PC-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF.

       WRITE-RUN-START-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-START TO TRUE.
           MOVE "PARCOMP" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO PC-RUN-DATE-TEXT.
           MOVE PC-BUSINESS-DATE TO PC-RUN-DATE-TEXT(1:8).
           MOVE PC-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       WRITE-RUN-END-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-END TO TRUE.
           MOVE "PARCOMP" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO PC-RUN-DATE-TEXT.
           MOVE PC-BUSINESS-DATE TO PC-RUN-DATE-TEXT(1:8).
           MOVE PC-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE PC-NEW-DETAIL-COUNT TO RST-PROCESSED-COUNT.
           MOVE PC-MISMATCH-COUNT TO RST-REJECT-COUNT.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       READ-SYSPARM-FILE.
           OPEN INPUT SYSPARM-FILE.
           IF SP-FILE-STATUS = "00"
               MOVE 'N' TO SP-EOF-SWITCH
               PERFORM PROCESS-SYSPARM-RECORD UNTIL SP-EOF-YES
               CLOSE SYSPARM-FILE
           END-IF.

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
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       GET-COMPARE-PARMS.
           MOVE SPACES TO PC-PARM-LINE.
           ACCEPT PC-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO PC-FILE-TYPE.
           MOVE SPACES TO PC-BASE-FILE-NAME.
           MOVE SPACES TO PC-NEW-FILE-NAME.
           UNSTRING PC-PARM-LINE DELIMITED BY ALL SPACE
               INTO PC-FILE-TYPE PC-BASE-FILE-NAME PC-NEW-FILE-NAME.

           IF PC-NEW-FILE-NAME = SPACES
               STRING PC-FILE-TYPE DELIMITED BY SPACE
                   ".DAT" DELIMITED BY SIZE
                   INTO PC-NEW-FILE-NAME
           END-IF.

           MOVE SPACES TO PC-FAIL-TEXT.
           EVALUATE TRUE
               WHEN NOT PC-TYPE-VALID
                   STRING "UNKNOWN RESULT FILE TYPE '" DELIMITED BY SIZE
                       PC-FILE-TYPE DELIMITED BY SPACE
                       "'" DELIMITED BY SIZE INTO PC-FAIL-TEXT
                   PERFORM FLAG-RUN-FAILED
               WHEN PC-BASE-FILE-NAME = SPACES
                   STRING "NO BASE FILE NAMED FOR THE COMPARISON"
                       DELIMITED BY SIZE INTO PC-FAIL-TEXT
                   PERFORM FLAG-RUN-FAILED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FLAG-RUN-FAILED.
           SET PC-RUN-FAILED TO TRUE.
           DISPLAY "PARCOMP - " PC-FAIL-TEXT.
           MOVE 8 TO RETURN-CODE.

       WRITE-FAILURE-LINE.
           MOVE SPACES TO PC-REPORT-RECORD.
           STRING "*** " PC-FAIL-TEXT
               DELIMITED BY SIZE INTO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO PC-RUN-DATE-TEXT.
           MOVE PC-BUSINESS-DATE TO PC-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO PC-REPORT-RECORD.
           STRING "===== PARALLEL RUN COMPARISON ====="
               DELIMITED BY SIZE INTO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

           MOVE SPACES TO PC-REPORT-RECORD.
           STRING "RUN DATE/TIME: " PC-RUN-DATE-TEXT
               DELIMITED BY SIZE INTO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

           MOVE SPACES TO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

           IF PC-RUN-FAILED
               PERFORM WRITE-FAILURE-LINE
           ELSE
               MOVE SPACES TO PC-REPORT-RECORD
               STRING "RESULT FILE TYPE : " PC-FILE-TYPE
                   DELIMITED BY SIZE INTO PC-REPORT-RECORD
               WRITE PC-REPORT-RECORD
               MOVE SPACES TO PC-REPORT-RECORD
               STRING "BASE FILE        : " PC-BASE-FILE-NAME
                   DELIMITED BY SIZE INTO PC-REPORT-RECORD
               WRITE PC-REPORT-RECORD
               MOVE SPACES TO PC-REPORT-RECORD
               STRING "NEW FILE         : " PC-NEW-FILE-NAME
                   DELIMITED BY SIZE INTO PC-REPORT-RECORD
               WRITE PC-REPORT-RECORD
               IF PC-TYPE-QUADIF
                   MOVE SP-TOLERANCE TO PC-TOLERANCE-EDIT
                   MOVE SPACES TO PC-REPORT-RECORD
                   STRING "ROOT TOLERANCE   : " PC-TOLERANCE-EDIT
                       DELIMITED BY SIZE INTO PC-REPORT-RECORD
                   WRITE PC-REPORT-RECORD
               END-IF
           END-IF.

       LOAD-BASE-FILE.
           DISPLAY "CMPBASE" UPON ENVIRONMENT-NAME.
           DISPLAY PC-BASE-FILE-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT PC-BASE-FILE.
           IF PC-BASE-STATUS NOT = "00"
               MOVE SPACES TO PC-FAIL-TEXT
               STRING "BASE FILE " DELIMITED BY SIZE
                   PC-BASE-FILE-NAME DELIMITED BY SPACE
                   " CANNOT BE OPENED, STATUS = " PC-BASE-STATUS
                   DELIMITED BY SIZE INTO PC-FAIL-TEXT
               PERFORM FLAG-RUN-FAILED
               PERFORM WRITE-FAILURE-LINE
           ELSE
               MOVE 'N' TO PC-EOF-SWITCH
               PERFORM LOAD-BASE-RECORD UNTIL PC-EOF-YES
               CLOSE PC-BASE-FILE
               IF PC-TABLE-FULL
                   MOVE PC-BASE-MAX TO PC-MAX-EDIT
                   MOVE SPACES TO PC-FAIL-TEXT
                   STRING "BASE FILE HAS MORE THAN " PC-MAX-EDIT
                       " DETAIL RECORDS - COMPARISON NOT DONE"
                       DELIMITED BY SIZE INTO PC-FAIL-TEXT
                   PERFORM FLAG-RUN-FAILED
                   PERFORM WRITE-FAILURE-LINE
               END-IF
           END-IF.

       LOAD-BASE-RECORD.
           READ PC-BASE-FILE
               AT END
                   SET PC-EOF-YES TO TRUE
               NOT AT END
                   MOVE PC-BASE-RECORD TO PC-WORK-RECORD
                   COMPUTE PC-RECORD-ORDINAL = PC-BASE-DETAIL-COUNT + 1
                   PERFORM PARSE-RESULT-RECORD
                   IF PC-DETAIL-RECORD
                       ADD 1 TO PC-BASE-DETAIL-COUNT
                       PERFORM ADD-BASE-ENTRY
                   END-IF
           END-READ.

       ADD-BASE-ENTRY.
           IF PC-BASE-COUNT < PC-BASE-MAX
               ADD 1 TO PC-BASE-COUNT
               MOVE PC-CUR-KEY TO PC-ENTRY-KEY(PC-BASE-COUNT)
               MOVE PC-WORK-RECORD TO PC-ENTRY-RECORD(PC-BASE-COUNT)
               MOVE 'N' TO PC-ENTRY-MATCH-SW(PC-BASE-COUNT)
           ELSE
               SET PC-TABLE-FULL TO TRUE
           END-IF.

       COMPARE-NEW-FILE.
           DISPLAY "CMPNEW" UPON ENVIRONMENT-NAME.
           DISPLAY PC-NEW-FILE-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT PC-NEW-FILE.
           IF PC-NEW-STATUS NOT = "00"
               MOVE SPACES TO PC-FAIL-TEXT
               STRING "NEW FILE " DELIMITED BY SIZE
                   PC-NEW-FILE-NAME DELIMITED BY SPACE
                   " CANNOT BE OPENED, STATUS = " PC-NEW-STATUS
                   DELIMITED BY SIZE INTO PC-FAIL-TEXT
               PERFORM FLAG-RUN-FAILED
               PERFORM WRITE-FAILURE-LINE
           ELSE
               MOVE SPACES TO PC-REPORT-RECORD
               WRITE PC-REPORT-RECORD
               MOVE SPACES TO PC-REPORT-RECORD
               STRING "----- DIFFERENCES -----"
                   DELIMITED BY SIZE INTO PC-REPORT-RECORD
               WRITE PC-REPORT-RECORD
               MOVE 'N' TO PC-EOF-SWITCH
               PERFORM COMPARE-NEW-RECORD UNTIL PC-EOF-YES
               CLOSE PC-NEW-FILE
           END-IF.

       COMPARE-NEW-RECORD.
           READ PC-NEW-FILE
               AT END
                   SET PC-EOF-YES TO TRUE
               NOT AT END
                   MOVE PC-NEW-RECORD TO PC-WORK-RECORD
                   COMPUTE PC-RECORD-ORDINAL = PC-NEW-DETAIL-COUNT + 1
                   PERFORM PARSE-RESULT-RECORD
                   IF PC-DETAIL-RECORD
                       ADD 1 TO PC-NEW-DETAIL-COUNT
                       MOVE PC-CUR-FIELDS TO PC-NEW-FIELDS
                       PERFORM MATCH-NEW-RECORD
                   END-IF
           END-READ.

       MATCH-NEW-RECORD.
           MOVE 'N' TO PC-BASE-FOUND-SW.
           MOVE 1 TO PC-BASE-SUB.
           PERFORM CHECK-BASE-ENTRY
               UNTIL PC-BASE-FOUND OR PC-BASE-SUB > PC-BASE-COUNT.

           IF PC-BASE-FOUND
               MOVE 'Y' TO PC-ENTRY-MATCH-SW(PC-FOUND-SUB)
               MOVE PC-ENTRY-RECORD(PC-FOUND-SUB) TO PC-WORK-RECORD
               PERFORM PARSE-RESULT-RECORD
               MOVE PC-CUR-FIELDS TO PC-BASE-FIELDS
               PERFORM COMPARE-MATCHED-PAIR
           ELSE
               ADD 1 TO PC-NEW-ONLY-COUNT
               ADD 1 TO PC-MISMATCH-COUNT
               MOVE SPACES TO PC-REPORT-RECORD
               STRING "ONLY IN NEW FILE  : " PC-NEW-KEY
                   DELIMITED BY SIZE INTO PC-REPORT-RECORD
               WRITE PC-REPORT-RECORD
           END-IF.

       CHECK-BASE-ENTRY.
           IF PC-ENTRY-KEY(PC-BASE-SUB) = PC-NEW-KEY
               AND PC-ENTRY-MATCH-SW(PC-BASE-SUB) = 'N'
               SET PC-BASE-FOUND TO TRUE
               MOVE PC-BASE-SUB TO PC-FOUND-SUB
           END-IF.
           ADD 1 TO PC-BASE-SUB.

       LIST-BASE-ONLY-RECORDS.
           MOVE 1 TO PC-BASE-SUB.
           PERFORM LIST-BASE-ONLY-ENTRY
               UNTIL PC-BASE-SUB > PC-BASE-COUNT.

       LIST-BASE-ONLY-ENTRY.
           IF PC-ENTRY-MATCH-SW(PC-BASE-SUB) = 'N'
               ADD 1 TO PC-BASE-ONLY-COUNT
               ADD 1 TO PC-MISMATCH-COUNT
               MOVE SPACES TO PC-REPORT-RECORD
               STRING "ONLY IN BASE FILE : " PC-ENTRY-KEY(PC-BASE-SUB)
                   DELIMITED BY SIZE INTO PC-REPORT-RECORD
               WRITE PC-REPORT-RECORD
           END-IF.
           ADD 1 TO PC-BASE-SUB.

       PARSE-RESULT-RECORD.
           MOVE SPACES TO PC-CUR-FIELDS.
           MOVE 0 TO PC-CUR-ROOT-1.
           MOVE 0 TO PC-CUR-ROOT-2.
           MOVE 'N' TO PC-DETAIL-SW.
           IF PC-WORK-RECORD NOT = SPACES
               EVALUATE TRUE
                   WHEN PC-TYPE-QUADIF
                       PERFORM PARSE-QUADIF-RECORD
                   WHEN PC-TYPE-GCDOUT
                       PERFORM PARSE-GCDOUT-RECORD
                   WHEN PC-TYPE-PRIMOUT
                       PERFORM PARSE-PRIMOUT-RECORD
                   WHEN OTHER
                       PERFORM PARSE-FRACOUT-RECORD
               END-EVALUATE
           END-IF.

       PARSE-QUADIF-RECORD.
           MOVE PC-WORK-RECORD TO QR-INTERFACE-RECORD.
           IF QIF-TYPE-DETAIL
               SET PC-DETAIL-RECORD TO TRUE
               STRING "SEQUENCE " QIF-SEQUENCE-NUMBER
                   DELIMITED BY SIZE INTO PC-CUR-KEY
               MOVE QIF-RECORD-TYPE TO PC-CUR-CASE
               MOVE PC-WORK-RECORD(2:33) TO PC-CUR-COEFF-TEXT
               EVALUATE TRUE
                   WHEN QIF-TYPE-TWO-REAL
                       MOVE QIF-ROOT1 TO PC-NUMVAL-TEXT
                       COMPUTE PC-CUR-ROOT-1 =
                           FUNCTION NUMVAL(PC-NUMVAL-TEXT)
                       MOVE QIF-ROOT2 TO PC-NUMVAL-TEXT
                       COMPUTE PC-CUR-ROOT-2 =
                           FUNCTION NUMVAL(PC-NUMVAL-TEXT)
                   WHEN QIF-TYPE-ONE-ROOT
                       MOVE QIF-SINGLE-ROOT TO PC-NUMVAL-TEXT
                       COMPUTE PC-CUR-ROOT-1 =
                           FUNCTION NUMVAL(PC-NUMVAL-TEXT)
                   WHEN OTHER
                       MOVE QIF-REAL-PART TO PC-NUMVAL-TEXT
                       COMPUTE PC-CUR-ROOT-1 =
                           FUNCTION NUMVAL(PC-NUMVAL-TEXT)
                       MOVE QIF-IMAG-PART TO PC-NUMVAL-TEXT
                       COMPUTE PC-CUR-ROOT-2 =
                           FUNCTION NUMVAL(PC-NUMVAL-TEXT)
               END-EVALUATE
           END-IF.

       PARSE-GCDOUT-RECORD.
           IF PC-WORK-RECORD(1:7) = "VALUES="
               SET PC-DETAIL-RECORD TO TRUE
               MOVE SPACES TO PC-KEY-PREFIX
               MOVE SPACES TO PC-INPUT-TEXT
               UNSTRING PC-WORK-RECORD
                   DELIMITED BY " GCD=" OR " LCM=" OR " INPUT="
                   INTO PC-KEY-PREFIX PC-CUR-TEXT-1 PC-CUR-TEXT-2
                       PC-INPUT-TEXT
               IF PC-INPUT-TEXT = SPACES
                   STRING "RECORD " PC-RECORD-ORDINAL
                       DELIMITED BY SIZE INTO PC-CUR-KEY
               ELSE
                   STRING "INPUT=" PC-INPUT-TEXT
                       DELIMITED BY SIZE INTO PC-CUR-KEY
               END-IF
           END-IF.

       PARSE-PRIMOUT-RECORD.
           SET PC-DETAIL-RECORD TO TRUE.
           IF PC-WORK-RECORD(1:6) = "CHECK "
               MOVE "C" TO PC-CUR-CASE
               UNSTRING PC-WORK-RECORD
                   DELIMITED BY " GCD=" OR " LCM="
                       OR " FROM FACTORS - "
                   INTO PC-CUR-KEY PC-CUR-TEXT-1 PC-CUR-TEXT-2
                       PC-CUR-TEXT-3
           ELSE
               MOVE "F" TO PC-CUR-CASE
               MOVE SPACES TO PC-KEY-PREFIX
               UNSTRING PC-WORK-RECORD DELIMITED BY " = "
                   INTO PC-KEY-PREFIX PC-CUR-TEXT-1
               STRING "NUMBER " PC-KEY-PREFIX
                   DELIMITED BY SIZE INTO PC-CUR-KEY
           END-IF.

       PARSE-FRACOUT-RECORD.
           SET PC-DETAIL-RECORD TO TRUE.
           MOVE SPACES TO PC-KEY-PREFIX.
           UNSTRING PC-WORK-RECORD DELIMITED BY " = "
               INTO PC-KEY-PREFIX PC-CUR-TEXT-1.
           STRING "FRACTION " PC-KEY-PREFIX
               DELIMITED BY SIZE INTO PC-CUR-KEY.

       COMPARE-MATCHED-PAIR.
           MOVE 'N' TO PC-PAIR-DIFF-SW.
           EVALUATE TRUE
               WHEN PC-TYPE-QUADIF
                   PERFORM COMPARE-QUADIF-PAIR
               WHEN PC-TYPE-GCDOUT
                   PERFORM COMPARE-GCD-LCM
               WHEN PC-TYPE-PRIMOUT
                   IF PC-NEW-CASE = "C"
                       PERFORM COMPARE-GCD-LCM
                       IF PC-NEW-TEXT-3 NOT = PC-BASE-TEXT-3
                           MOVE "FACTOR CHECK" TO PC-DIFF-LABEL
                           MOVE PC-BASE-TEXT-3 TO PC-DIFF-BASE-TEXT
                           MOVE PC-NEW-TEXT-3 TO PC-DIFF-NEW-TEXT
                           PERFORM WRITE-DIFFERENCE-LINES
                       END-IF
                   ELSE
                       IF PC-NEW-TEXT-1 NOT = PC-BASE-TEXT-1
                           MOVE "PRIME FACTORS" TO PC-DIFF-LABEL
                           MOVE PC-BASE-TEXT-1 TO PC-DIFF-BASE-TEXT
                           MOVE PC-NEW-TEXT-1 TO PC-DIFF-NEW-TEXT
                           PERFORM WRITE-DIFFERENCE-LINES
                       END-IF
                   END-IF
               WHEN OTHER
                   IF PC-NEW-TEXT-1 NOT = PC-BASE-TEXT-1
                       MOVE "REDUCED FRACTION" TO PC-DIFF-LABEL
                       MOVE PC-BASE-TEXT-1 TO PC-DIFF-BASE-TEXT
                       MOVE PC-NEW-TEXT-1 TO PC-DIFF-NEW-TEXT
                       PERFORM WRITE-DIFFERENCE-LINES
                   END-IF
           END-EVALUATE.

           IF PC-PAIR-DIFFERS
               ADD 1 TO PC-DIFFER-COUNT
               ADD 1 TO PC-MISMATCH-COUNT
           ELSE
               ADD 1 TO PC-EQUAL-COUNT
           END-IF.

       COMPARE-GCD-LCM.
           IF PC-NEW-TEXT-1 NOT = PC-BASE-TEXT-1
               MOVE "GCD" TO PC-DIFF-LABEL
               MOVE PC-BASE-TEXT-1 TO PC-DIFF-BASE-TEXT
               MOVE PC-NEW-TEXT-1 TO PC-DIFF-NEW-TEXT
               PERFORM WRITE-DIFFERENCE-LINES
           END-IF.
           IF PC-NEW-TEXT-2 NOT = PC-BASE-TEXT-2
               MOVE "LCM" TO PC-DIFF-LABEL
               MOVE PC-BASE-TEXT-2 TO PC-DIFF-BASE-TEXT
               MOVE PC-NEW-TEXT-2 TO PC-DIFF-NEW-TEXT
               PERFORM WRITE-DIFFERENCE-LINES
           END-IF.

       COMPARE-QUADIF-PAIR.
           EVALUATE TRUE
               WHEN PC-NEW-COEFF-TEXT NOT = PC-BASE-COEFF-TEXT
                   MOVE "COEFFICIENTS A B C" TO PC-DIFF-LABEL
                   MOVE PC-BASE-COEFF-TEXT TO PC-DIFF-BASE-TEXT
                   MOVE PC-NEW-COEFF-TEXT TO PC-DIFF-NEW-TEXT
                   PERFORM WRITE-DIFFERENCE-LINES
               WHEN PC-NEW-CASE NOT = PC-BASE-CASE
                   MOVE "ROOT CASE" TO PC-DIFF-LABEL
                   MOVE PC-BASE-CASE TO PC-CASE-CODE
                   PERFORM DESCRIBE-ROOT-CASE
                   MOVE PC-CASE-TEXT TO PC-DIFF-BASE-TEXT
                   MOVE PC-NEW-CASE TO PC-CASE-CODE
                   PERFORM DESCRIBE-ROOT-CASE
                   MOVE PC-CASE-TEXT TO PC-DIFF-NEW-TEXT
                   PERFORM WRITE-DIFFERENCE-LINES
               WHEN OTHER
                   COMPUTE PC-ROOT-1-DIFF =
                       PC-NEW-ROOT-1 - PC-BASE-ROOT-1
                   COMPUTE PC-ROOT-2-DIFF =
                       PC-NEW-ROOT-2 - PC-BASE-ROOT-2
                   IF FUNCTION ABS(PC-ROOT-1-DIFF) > SP-TOLERANCE
                       OR FUNCTION ABS(PC-ROOT-2-DIFF) > SP-TOLERANCE
                       PERFORM WRITE-ROOT-DIFFERENCE
                   END-IF
           END-EVALUATE.

       WRITE-ROOT-DIFFERENCE.
           IF PC-NEW-CASE = "C"
               MOVE "REAL/IMAGINARY" TO PC-DIFF-LABEL
           ELSE
               MOVE "ROOTS" TO PC-DIFF-LABEL
           END-IF.

           MOVE PC-BASE-ROOT-1 TO PC-ROOT-1-EDIT.
           MOVE PC-BASE-ROOT-2 TO PC-ROOT-2-EDIT.
           MOVE SPACES TO PC-DIFF-BASE-TEXT.
           IF PC-NEW-CASE = "O"
               MOVE PC-ROOT-1-EDIT TO PC-DIFF-BASE-TEXT
           ELSE
               STRING PC-ROOT-1-EDIT " " PC-ROOT-2-EDIT
                   DELIMITED BY SIZE INTO PC-DIFF-BASE-TEXT
           END-IF.

           MOVE PC-NEW-ROOT-1 TO PC-ROOT-1-EDIT.
           MOVE PC-NEW-ROOT-2 TO PC-ROOT-2-EDIT.
           MOVE SPACES TO PC-DIFF-NEW-TEXT.
           IF PC-NEW-CASE = "O"
               MOVE PC-ROOT-1-EDIT TO PC-DIFF-NEW-TEXT
           ELSE
               STRING PC-ROOT-1-EDIT " " PC-ROOT-2-EDIT
                   DELIMITED BY SIZE INTO PC-DIFF-NEW-TEXT
           END-IF.

           PERFORM WRITE-DIFFERENCE-LINES.

       DESCRIBE-ROOT-CASE.
           EVALUATE PC-CASE-CODE
               WHEN "T"
                   MOVE "T - TWO REAL ROOTS" TO PC-CASE-TEXT
               WHEN "O"
                   MOVE "O - ONE REAL ROOT" TO PC-CASE-TEXT
               WHEN OTHER
                   MOVE "C - COMPLEX ROOTS" TO PC-CASE-TEXT
           END-EVALUATE.

       WRITE-DIFFERENCE-LINES.
           IF NOT PC-PAIR-DIFFERS
               SET PC-PAIR-DIFFERS TO TRUE
               MOVE SPACES TO PC-REPORT-RECORD
               STRING "DIFFERENT         : " PC-NEW-KEY
                   DELIMITED BY SIZE INTO PC-REPORT-RECORD
               WRITE PC-REPORT-RECORD
           END-IF.

           MOVE SPACES TO PC-REPORT-RECORD.
           STRING "    " PC-DIFF-LABEL " BASE: " PC-DIFF-BASE-TEXT
               DELIMITED BY SIZE INTO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

           MOVE SPACES TO PC-REPORT-RECORD.
           STRING "                        NEW : " PC-DIFF-NEW-TEXT
               DELIMITED BY SIZE INTO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

       WRITE-SUMMARY-SECTION.
           IF PC-MISMATCH-COUNT = 0
               MOVE SPACES TO PC-REPORT-RECORD
               STRING "NO DIFFERENCES FOUND"
                   DELIMITED BY SIZE INTO PC-REPORT-RECORD
               WRITE PC-REPORT-RECORD
           END-IF.

           MOVE SPACES TO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.
           MOVE SPACES TO PC-REPORT-RECORD.
           STRING "----- SUMMARY -----"
               DELIMITED BY SIZE INTO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

           MOVE PC-BASE-DETAIL-COUNT TO PC-COUNT-EDIT.
           MOVE SPACES TO PC-REPORT-RECORD.
           STRING "BASE FILE DETAIL RECORDS      = " PC-COUNT-EDIT
               DELIMITED BY SIZE INTO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

           MOVE PC-NEW-DETAIL-COUNT TO PC-COUNT-EDIT.
           MOVE SPACES TO PC-REPORT-RECORD.
           STRING "NEW FILE DETAIL RECORDS       = " PC-COUNT-EDIT
               DELIMITED BY SIZE INTO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

           MOVE PC-EQUAL-COUNT TO PC-COUNT-EDIT.
           MOVE SPACES TO PC-REPORT-RECORD.
           STRING "MATCHED AND EQUAL             = " PC-COUNT-EDIT
               DELIMITED BY SIZE INTO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

           MOVE PC-DIFFER-COUNT TO PC-COUNT-EDIT.
           MOVE SPACES TO PC-REPORT-RECORD.
           STRING "MATCHED WITH DIFFERENCES      = " PC-COUNT-EDIT
               DELIMITED BY SIZE INTO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

           MOVE PC-BASE-ONLY-COUNT TO PC-COUNT-EDIT.
           MOVE SPACES TO PC-REPORT-RECORD.
           STRING "ONLY IN BASE FILE             = " PC-COUNT-EDIT
               DELIMITED BY SIZE INTO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

           MOVE PC-NEW-ONLY-COUNT TO PC-COUNT-EDIT.
           MOVE SPACES TO PC-REPORT-RECORD.
           STRING "ONLY IN NEW FILE              = " PC-COUNT-EDIT
               DELIMITED BY SIZE INTO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

           MOVE SPACES TO PC-REPORT-RECORD.
           WRITE PC-REPORT-RECORD.

           MOVE SPACES TO PC-REPORT-RECORD.
           IF PC-MISMATCH-COUNT = 0
               STRING "RESULT: MATCH - NEW FILE AGREES WITH BASE FILE"
                   DELIMITED BY SIZE INTO PC-REPORT-RECORD
           ELSE
               MOVE PC-MISMATCH-COUNT TO PC-COUNT-EDIT
               STRING "RESULT: MISMATCH - " PC-COUNT-EDIT
                   " RECORD(S) DO NOT AGREE"
                   DELIMITED BY SIZE INTO PC-REPORT-RECORD
           END-IF.
           WRITE PC-REPORT-RECORD.

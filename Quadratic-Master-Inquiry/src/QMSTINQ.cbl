       IDENTIFICATION DIVISION.
       PROGRAM-ID. QMSTINQ.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QI-MASTER-FILE ASSIGN TO "QUADMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QMS-KEY
               ALTERNATE RECORD KEY IS QMS-ROOT-CASE WITH DUPLICATES
               ALTERNATE RECORD KEY IS QMS-ROOT1-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS QMS-ROOT2-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS QMS-DISC-KEY WITH DUPLICATES
               FILE STATUS IS QI-MASTER-STATUS.
           SELECT QI-REPORT-FILE ASSIGN TO "QMSTINQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QI-MASTER-FILE.
           COPY QUADMSTR.

       FD  QI-REPORT-FILE.
       01  QI-REPORT-RECORD           PIC X(132).

       FD  SYSPARM-FILE.
       01  SYSPARM-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.
       01  QI-MASTER-STATUS           PIC X(2).

       01  QI-PARM-FIELDS.
           05  QI-PARM-LINE           PIC X(80).
           05  QI-FUNCTION            PIC X(8).
               88  QI-FUNCTION-ROOT       VALUE "ROOT".
               88  QI-FUNCTION-CASE       VALUE "CASE".
               88  QI-FUNCTION-DISC       VALUE "DISC".
           05  QI-ARG1-TEXT           PIC X(20).
           05  QI-ARG2-TEXT           PIC X(20).

       01  QI-RANGE-FIELDS.
           05  QI-PARM-OK-SWITCH      PIC X(1) VALUE 'Y'.
               88  QI-PARM-OK             VALUE 'Y'.
           05  QI-FROM-VALUE          PIC S9(11)V9(4).
           05  QI-THRU-VALUE          PIC S9(11)V9(4).
           05  QI-SWAP-VALUE          PIC S9(11)V9(4).
           05  QI-LOW-LIMIT           PIC S9(11)V9(4).
           05  QI-HIGH-LIMIT          PIC S9(11)V9(4).
           05  QI-KEY-BIAS            PIC 9(11).
           05  QI-FROM-KEY            PIC 9(11)V9(4).
           05  QI-THRU-KEY            PIC 9(11)V9(4).
           05  QI-SEARCH-CASE         PIC X(1).

       01  QI-READ-FIELDS.
           05  QI-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  QI-EOF-YES             VALUE 'Y'.

       01  QI-COUNT-FIELDS.
           05  QI-EXAMINED-COUNT      PIC 9(7) VALUE 0.
           05  QI-LISTED-COUNT        PIC 9(7) VALUE 0.
           05  QI-TWO-ROOT-COUNT      PIC 9(7) VALUE 0.
           05  QI-ONE-ROOT-COUNT      PIC 9(7) VALUE 0.
           05  QI-COMPLEX-COUNT       PIC 9(7) VALUE 0.

       01  QI-EDIT-FIELDS.
           05  QI-DISC-EDIT           PIC -9(10).9(4).
           05  QI-ROOT1-EDIT          PIC -9(5).9(4).
           05  QI-ROOT2-EDIT          PIC -9(5).9(4).
           05  QI-REAL-EDIT           PIC -9(5).9(4).
           05  QI-IMAG-EDIT           PIC -9(5).9(4).
           05  QI-FROM-EDIT           PIC -9(10).9(4).
           05  QI-THRU-EDIT           PIC -9(10).9(4).
           05  QI-COUNT-EDIT          PIC ZZZ,ZZ9.

       01  QI-RUN-DATE-TEXT           PIC X(26).
       01  QI-BUSINESS-DATE           PIC X(8).

       COPY SYSPARMW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING QI-BUSINESS-DATE.
           PERFORM GET-INQUIRY-PARMS.

           PERFORM READ-SYSPARM-FILE.

           OPEN OUTPUT QI-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.

           EVALUATE TRUE
               WHEN QI-FUNCTION-ROOT
                   MOVE -99999.9999 TO QI-LOW-LIMIT
                   MOVE 99999.9999 TO QI-HIGH-LIMIT
                   MOVE 100000 TO QI-KEY-BIAS
                   PERFORM RESOLVE-RANGE-ARGS
               WHEN QI-FUNCTION-DISC
                   MOVE -9999999999.9999 TO QI-LOW-LIMIT
                   MOVE 9999999999.9999 TO QI-HIGH-LIMIT
                   MOVE 10000000000 TO QI-KEY-BIAS
                   PERFORM RESOLVE-RANGE-ARGS
               WHEN QI-FUNCTION-CASE
                   PERFORM RESOLVE-CASE-ARG
               WHEN OTHER
                   MOVE 'N' TO QI-PARM-OK-SWITCH
                   MOVE SPACES TO QI-REPORT-RECORD
                   STRING "*** UNKNOWN INQUIRY '" QI-FUNCTION
                       "' - USE ROOT, CASE OR DISC"
                       DELIMITED BY SIZE INTO QI-REPORT-RECORD
                   WRITE QI-REPORT-RECORD
           END-EVALUATE.

           IF QI-PARM-OK
               PERFORM WRITE-CRITERIA-LINES
               PERFORM OPEN-MASTER-INPUT
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.

           IF QI-PARM-OK AND QI-MASTER-STATUS = "00"
               EVALUATE TRUE
                   WHEN QI-FUNCTION-ROOT
                       PERFORM FIND-BY-ROOT-VALUE
                   WHEN QI-FUNCTION-DISC
                       PERFORM FIND-BY-DISCRIMINANT
                   WHEN QI-FUNCTION-CASE
                       PERFORM FIND-BY-ROOT-CASE
               END-EVALUATE
               CLOSE QI-MASTER-FILE
               IF QI-LISTED-COUNT = 0
                   MOVE SPACES TO QI-REPORT-RECORD
                   STRING "NO MASTER ENTRIES MATCH THE INQUIRY"
                       DELIMITED BY SIZE INTO QI-REPORT-RECORD
                   WRITE QI-REPORT-RECORD
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           PERFORM WRITE-INQUIRY-TOTALS.

           CLOSE QI-REPORT-FILE.

           DISPLAY "QMSTINQ COMPLETE - INQUIRY=" QI-FUNCTION
               " EXAMINED=" QI-EXAMINED-COUNT
               " LISTED=" QI-LISTED-COUNT ".".

           GOBACK.

       GET-INQUIRY-PARMS.
           MOVE SPACES TO QI-PARM-LINE.
           ACCEPT QI-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO QI-FUNCTION.
           MOVE SPACES TO QI-ARG1-TEXT.
           MOVE SPACES TO QI-ARG2-TEXT.
           UNSTRING QI-PARM-LINE DELIMITED BY ALL SPACE
               INTO QI-FUNCTION QI-ARG1-TEXT QI-ARG2-TEXT.

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

       RESOLVE-RANGE-ARGS.
           IF QI-ARG1-TEXT = SPACES
               OR FUNCTION TEST-NUMVAL(QI-ARG1-TEXT) NOT = 0
               MOVE 'N' TO QI-PARM-OK-SWITCH
           ELSE
               COMPUTE QI-FROM-VALUE = FUNCTION NUMVAL(QI-ARG1-TEXT)
               IF QI-ARG2-TEXT = SPACES
                   COMPUTE QI-THRU-VALUE = QI-FROM-VALUE + SP-TOLERANCE
                   COMPUTE QI-FROM-VALUE = QI-FROM-VALUE - SP-TOLERANCE
               ELSE
                   IF FUNCTION TEST-NUMVAL(QI-ARG2-TEXT) NOT = 0
                       MOVE 'N' TO QI-PARM-OK-SWITCH
                   ELSE
                       COMPUTE QI-THRU-VALUE =
                           FUNCTION NUMVAL(QI-ARG2-TEXT)
                   END-IF
               END-IF
           END-IF.

           IF QI-PARM-OK
               IF QI-FROM-VALUE > QI-THRU-VALUE
                   MOVE QI-FROM-VALUE TO QI-SWAP-VALUE
                   MOVE QI-THRU-VALUE TO QI-FROM-VALUE
                   MOVE QI-SWAP-VALUE TO QI-THRU-VALUE
               END-IF
               IF QI-FROM-VALUE < QI-LOW-LIMIT
                   MOVE QI-LOW-LIMIT TO QI-FROM-VALUE
               END-IF
               IF QI-THRU-VALUE > QI-HIGH-LIMIT
                   MOVE QI-HIGH-LIMIT TO QI-THRU-VALUE
               END-IF
               IF QI-FROM-VALUE > QI-HIGH-LIMIT
                   OR QI-THRU-VALUE < QI-LOW-LIMIT
                   MOVE QI-HIGH-LIMIT TO QI-FROM-VALUE
                   MOVE QI-LOW-LIMIT TO QI-THRU-VALUE
               END-IF
               COMPUTE QI-FROM-KEY = QI-FROM-VALUE + QI-KEY-BIAS
               COMPUTE QI-THRU-KEY = QI-THRU-VALUE + QI-KEY-BIAS
           ELSE
               MOVE SPACES TO QI-REPORT-RECORD
               STRING "*** " QI-FUNCTION
                   " INQUIRY NEEDS A NUMERIC VALUE OR FROM/THRU RANGE"
                   DELIMITED BY SIZE INTO QI-REPORT-RECORD
               WRITE QI-REPORT-RECORD
           END-IF.

       RESOLVE-CASE-ARG.
           MOVE QI-ARG1-TEXT TO QI-SEARCH-CASE.
           IF QI-ARG1-TEXT(2:19) NOT = SPACES
               OR (QI-SEARCH-CASE NOT = 'T' AND QI-SEARCH-CASE NOT = 'O'
               AND QI-SEARCH-CASE NOT = 'C')
               MOVE 'N' TO QI-PARM-OK-SWITCH
               MOVE SPACES TO QI-REPORT-RECORD
               STRING "*** CASE INQUIRY NEEDS T (TWO REAL ROOTS), "
                   "O (ONE ROOT) OR C (COMPLEX ROOTS)"
                   DELIMITED BY SIZE INTO QI-REPORT-RECORD
               WRITE QI-REPORT-RECORD
           END-IF.

       OPEN-MASTER-INPUT.
           OPEN INPUT QI-MASTER-FILE.
           IF QI-MASTER-STATUS NOT = "00"
               MOVE SPACES TO QI-REPORT-RECORD
               STRING "*** CANNOT OPEN QUADMST.DAT, STATUS = "
                   QI-MASTER-STATUS
                   DELIMITED BY SIZE INTO QI-REPORT-RECORD
               WRITE QI-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-NEXT-MASTER.
           READ QI-MASTER-FILE NEXT RECORD
               AT END
                   SET QI-EOF-YES TO TRUE
           END-READ.
           IF NOT QI-EOF-YES
               IF QI-MASTER-STATUS NOT = "00"
                   AND QI-MASTER-STATUS NOT = "02"
                   SET QI-EOF-YES TO TRUE
               END-IF
           END-IF.

       FIND-BY-ROOT-VALUE.
           MOVE 'N' TO QI-EOF-SWITCH.
           MOVE QI-FROM-KEY TO QMS-ROOT1-KEY.
           START QI-MASTER-FILE KEY NOT LESS THAN QMS-ROOT1-KEY
               INVALID KEY
                   SET QI-EOF-YES TO TRUE
           END-START.
           PERFORM LIST-ROOT1-ENTRY UNTIL QI-EOF-YES.

           MOVE 'N' TO QI-EOF-SWITCH.
           MOVE QI-FROM-KEY TO QMS-ROOT2-KEY.
           START QI-MASTER-FILE KEY NOT LESS THAN QMS-ROOT2-KEY
               INVALID KEY
                   SET QI-EOF-YES TO TRUE
           END-START.
           PERFORM LIST-ROOT2-ENTRY UNTIL QI-EOF-YES.

       LIST-ROOT1-ENTRY.
           PERFORM READ-NEXT-MASTER.
           IF NOT QI-EOF-YES
               IF QMS-ROOT1-KEY > QI-THRU-KEY
                   SET QI-EOF-YES TO TRUE
               ELSE
                   ADD 1 TO QI-EXAMINED-COUNT
                   PERFORM WRITE-ENTRY-LINE
               END-IF
           END-IF.

       LIST-ROOT2-ENTRY.
           PERFORM READ-NEXT-MASTER.
           IF NOT QI-EOF-YES
               IF QMS-ROOT2-KEY > QI-THRU-KEY
                   SET QI-EOF-YES TO TRUE
               ELSE
                   ADD 1 TO QI-EXAMINED-COUNT
                   IF QMS-ROOT1-KEY < QI-FROM-KEY
                       OR QMS-ROOT1-KEY > QI-THRU-KEY
                       PERFORM WRITE-ENTRY-LINE
                   END-IF
               END-IF
           END-IF.

       FIND-BY-DISCRIMINANT.
           MOVE 'N' TO QI-EOF-SWITCH.
           MOVE QI-FROM-KEY TO QMS-DISC-KEY.
           START QI-MASTER-FILE KEY NOT LESS THAN QMS-DISC-KEY
               INVALID KEY
                   SET QI-EOF-YES TO TRUE
           END-START.
           PERFORM LIST-DISC-ENTRY UNTIL QI-EOF-YES.

       LIST-DISC-ENTRY.
           PERFORM READ-NEXT-MASTER.
           IF NOT QI-EOF-YES
               IF QMS-DISC-KEY > QI-THRU-KEY
                   SET QI-EOF-YES TO TRUE
               ELSE
                   ADD 1 TO QI-EXAMINED-COUNT
                   PERFORM WRITE-ENTRY-LINE
               END-IF
           END-IF.

       FIND-BY-ROOT-CASE.
           MOVE 'N' TO QI-EOF-SWITCH.
           MOVE QI-SEARCH-CASE TO QMS-ROOT-CASE.
           START QI-MASTER-FILE KEY = QMS-ROOT-CASE
               INVALID KEY
                   SET QI-EOF-YES TO TRUE
           END-START.
           PERFORM LIST-CASE-ENTRY UNTIL QI-EOF-YES.

       LIST-CASE-ENTRY.
           PERFORM READ-NEXT-MASTER.
           IF NOT QI-EOF-YES
               IF QMS-ROOT-CASE NOT = QI-SEARCH-CASE
                   SET QI-EOF-YES TO TRUE
               ELSE
                   ADD 1 TO QI-EXAMINED-COUNT
                   PERFORM WRITE-ENTRY-LINE
               END-IF
           END-IF.

       WRITE-ENTRY-LINE.
           ADD 1 TO QI-LISTED-COUNT.
           EVALUATE QMS-ROOT-CASE
               WHEN 'T'
                   ADD 1 TO QI-TWO-ROOT-COUNT
               WHEN 'O'
                   ADD 1 TO QI-ONE-ROOT-COUNT
               WHEN 'C'
                   ADD 1 TO QI-COMPLEX-COUNT
           END-EVALUATE.
           MOVE QMS-DISCRIMINANT TO QI-DISC-EDIT.
           MOVE QMS-ROOT1 TO QI-ROOT1-EDIT.
           MOVE QMS-ROOT2 TO QI-ROOT2-EDIT.
           MOVE QMS-REAL-PART TO QI-REAL-EDIT.
           MOVE QMS-IMAG-PART TO QI-IMAG-EDIT.
           MOVE SPACES TO QI-REPORT-RECORD.
           STRING QMS-KEY-A " " QMS-KEY-B " " QMS-KEY-C
               "   " QMS-ROOT-CASE "  "
               QI-DISC-EDIT " " QI-ROOT1-EDIT " " QI-ROOT2-EDIT
               " " QI-REAL-EDIT " " QI-IMAG-EDIT
               DELIMITED BY SIZE INTO QI-REPORT-RECORD.
           WRITE QI-REPORT-RECORD.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO QI-RUN-DATE-TEXT.
           MOVE QI-BUSINESS-DATE TO QI-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO QI-REPORT-RECORD.
           STRING "===== QUADMST MASTER INQUIRY REPORT ====="
               DELIMITED BY SIZE INTO QI-REPORT-RECORD.
           WRITE QI-REPORT-RECORD.

           MOVE SPACES TO QI-REPORT-RECORD.
           STRING "RUN DATE/TIME: " QI-RUN-DATE-TEXT
               "  INQUIRY: " QI-FUNCTION
               DELIMITED BY SIZE INTO QI-REPORT-RECORD.
           WRITE QI-REPORT-RECORD.

           MOVE SPACES TO QI-REPORT-RECORD.
           WRITE QI-REPORT-RECORD.

       WRITE-CRITERIA-LINES.
           MOVE SPACES TO QI-REPORT-RECORD.
           EVALUATE TRUE
               WHEN QI-FUNCTION-ROOT
                   MOVE QI-FROM-VALUE TO QI-FROM-EDIT
                   MOVE QI-THRU-VALUE TO QI-THRU-EDIT
                   STRING "EQUATIONS WITH A ROOT FROM " QI-FROM-EDIT
                       " THRU " QI-THRU-EDIT
                       " (COMPLEX CASES MATCH ON THE REAL PART)"
                       DELIMITED BY SIZE INTO QI-REPORT-RECORD
               WHEN QI-FUNCTION-DISC
                   MOVE QI-FROM-VALUE TO QI-FROM-EDIT
                   MOVE QI-THRU-VALUE TO QI-THRU-EDIT
                   STRING "EQUATIONS WITH DISCRIMINANT FROM "
                       QI-FROM-EDIT " THRU " QI-THRU-EDIT
                       DELIMITED BY SIZE INTO QI-REPORT-RECORD
               WHEN QI-FUNCTION-CASE
                   STRING "EQUATIONS WITH ROOT CASE " QI-SEARCH-CASE
                       DELIMITED BY SIZE INTO QI-REPORT-RECORD
           END-EVALUATE.
           WRITE QI-REPORT-RECORD.

           MOVE SPACES TO QI-REPORT-RECORD.
           WRITE QI-REPORT-RECORD.

           MOVE SPACES TO QI-REPORT-RECORD.
           STRING "A           B           C           CASE "
               "DISCRIMINANT     ROOT1       ROOT2       "
               "REAL-PART   IMAG-PART"
               DELIMITED BY SIZE INTO QI-REPORT-RECORD.
           WRITE QI-REPORT-RECORD.

       WRITE-INQUIRY-TOTALS.
           MOVE SPACES TO QI-REPORT-RECORD.
           WRITE QI-REPORT-RECORD.

           MOVE QI-EXAMINED-COUNT TO QI-COUNT-EDIT.
           MOVE SPACES TO QI-REPORT-RECORD.
           STRING "ENTRIES EXAMINED   = " QI-COUNT-EDIT
               DELIMITED BY SIZE INTO QI-REPORT-RECORD.
           WRITE QI-REPORT-RECORD.

           MOVE QI-LISTED-COUNT TO QI-COUNT-EDIT.
           MOVE SPACES TO QI-REPORT-RECORD.
           STRING "ENTRIES LISTED     = " QI-COUNT-EDIT
               DELIMITED BY SIZE INTO QI-REPORT-RECORD.
           WRITE QI-REPORT-RECORD.

           MOVE QI-TWO-ROOT-COUNT TO QI-COUNT-EDIT.
           MOVE SPACES TO QI-REPORT-RECORD.
           STRING "  TWO REAL ROOTS   = " QI-COUNT-EDIT
               DELIMITED BY SIZE INTO QI-REPORT-RECORD.
           WRITE QI-REPORT-RECORD.

           MOVE QI-ONE-ROOT-COUNT TO QI-COUNT-EDIT.
           MOVE SPACES TO QI-REPORT-RECORD.
           STRING "  ONE REAL ROOT    = " QI-COUNT-EDIT
               DELIMITED BY SIZE INTO QI-REPORT-RECORD.
           WRITE QI-REPORT-RECORD.

           MOVE QI-COMPLEX-COUNT TO QI-COUNT-EDIT.
           MOVE SPACES TO QI-REPORT-RECORD.
           STRING "  COMPLEX ROOTS    = " QI-COUNT-EDIT
               DELIMITED BY SIZE INTO QI-REPORT-RECORD.
           WRITE QI-REPORT-RECORD.

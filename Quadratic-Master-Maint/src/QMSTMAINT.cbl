               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS QMS-KEY
               ALTERNATE RECORD KEY IS QMS-ROOT-CASE WITH DUPLICATES
               ALTERNATE RECORD KEY IS QMS-ROOT1-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS QMS-ROOT2-KEY WITH DUPLICATES
               ALTERNATE RECORD KEY IS QMS-DISC-KEY WITH DUPLICATES
               FILE STATUS IS QM-MASTER-STATUS.
           SELECT QM-WORK-FILE ASSIGN TO "QMSTWRK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT SYSPARM-FILE ASSIGN TO "SYSPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-FILE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QM-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY QUADMSTR.

       FD  QM-WORK-FILE.
       01  QM-WORK-RECORD             PIC X(150).

       FD  QM-REPORT-FILE.
       01  QM-REPORT-RECORD           PIC X(132).
       FD  SYSPARM-FILE.
       01  SYSPARM-RECORD             PIC X(80).

       FD  AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  QM-MASTER-STATUS           PIC X(2).
       01  QM-WORK-STATUS             PIC X(2).
       01  QM-AUDIT-STATUS            PIC X(2).

       01  QM-PARM-FIELDS.
           05  QM-PARM-LINE           PIC X(80).
               88  QM-FUNCTION-PURGE      VALUE "PURGE".
               88  QM-FUNCTION-VERIFY     VALUE "VERIFY".
               88  QM-FUNCTION-REBUILD    VALUE "REBUILD".
               88  QM-CONTROLLED-FUNCTION VALUE "DELETE" "PURGE"
                                          "REBUILD".
           05  QM-OPERATOR-ID         PIC X(8).
           05  QM-PARSE-POINTER       PIC 9(3).
           05  QM-ARG1-TEXT           PIC X(15).
               88  QM-PURGE-ALL           VALUE "ALL".
               88  QM-RELOAD-ONLY         VALUE "RELOAD".
           05  QM-ARG2-TEXT           PIC X(15).
           05  QM-ARG3-TEXT           PIC X(15).

           05  QM-REAL-EDIT           PIC -9(5).9(4).
           05  QM-IMAG-EDIT           PIC -9(5).9(4).

       01  QM-SECURITY-FIELDS.
           05  QM-PROGRAM-ID          PIC X(15) VALUE "QMSTMAINT".
           05  QM-AUTH-FUNCTION       PIC X(8).
           05  QM-AUTH-DETAIL         PIC X(60).
           05  QM-AUTH-RESULT         PIC X(1) VALUE 'Y'.
               88  QM-AUTHORIZED          VALUE 'Y'.

       01  QM-RUN-DATE-TEXT           PIC X(26).
       01  QM-BUSINESS-DATE           PIC X(8).

       COPY SYSPARMW.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING QM-BUSINESS-DATE.
           PERFORM GET-MAINT-PARMS.

           PERFORM READ-SYSPARM-FILE.
           OPEN OUTPUT QM-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.

           IF QM-CONTROLLED-FUNCTION
               PERFORM CHECK-OPERATOR-AUTHORITY
               IF QM-AUTHORIZED
                   PERFORM OPEN-AUDIT-FILE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN NOT QM-AUTHORIZED
                   MOVE SPACES TO QM-REPORT-RECORD
                   STRING "*** OPERATOR '" QM-OPERATOR-ID
                       "' NOT AUTHORIZED FOR " QM-FUNCTION
                       " - NO ENTRIES CHANGED"
                       DELIMITED BY SIZE INTO QM-REPORT-RECORD
                   WRITE QM-REPORT-RECORD
                   MOVE 8 TO RETURN-CODE
               WHEN QM-FUNCTION-LIST
                   PERFORM LIST-MASTER-ENTRIES
               WHEN QM-FUNCTION-DISPLAY

           PERFORM WRITE-DISPOSITION-TOTALS.

           IF QM-CONTROLLED-FUNCTION AND QM-AUTHORIZED
               CLOSE AUDIT-FILE
           END-IF.

           CLOSE QM-REPORT-FILE.

           DISPLAY "QMSTMAINT COMPLETE - FUNCTION=" QM-FUNCTION
           MOVE SPACES TO QM-PARM-LINE.
           ACCEPT QM-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO QM-FUNCTION.
           MOVE SPACES TO QM-OPERATOR-ID.
           MOVE SPACES TO QM-ARG1-TEXT.
           MOVE SPACES TO QM-ARG2-TEXT.
           MOVE SPACES TO QM-ARG3-TEXT.
           MOVE 1 TO QM-PARSE-POINTER.
           UNSTRING QM-PARM-LINE DELIMITED BY ALL SPACE
               INTO QM-FUNCTION
               WITH POINTER QM-PARSE-POINTER.
           IF QM-CONTROLLED-FUNCTION
               AND QM-PARSE-POINTER NOT GREATER THAN 80
               UNSTRING QM-PARM-LINE DELIMITED BY ALL SPACE
                   INTO QM-OPERATOR-ID
                   WITH POINTER QM-PARSE-POINTER
           END-IF.
           IF QM-PARSE-POINTER NOT GREATER THAN 80
               UNSTRING QM-PARM-LINE DELIMITED BY SPACE
                   INTO QM-ARG1-TEXT QM-ARG2-TEXT QM-ARG3-TEXT
                   WITH POINTER QM-PARSE-POINTER
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           EVALUATE TRUE
               WHEN QM-FUNCTION-DELETE
                   MOVE "MSTDEL" TO QM-AUTH-FUNCTION
               WHEN QM-FUNCTION-PURGE
                   MOVE "MSTPURGE" TO QM-AUTH-FUNCTION
               WHEN QM-FUNCTION-REBUILD
                   MOVE "MSTREBLD" TO QM-AUTH-FUNCTION
           END-EVALUATE.
           MOVE SPACES TO QM-AUTH-DETAIL.
           STRING QM-FUNCTION " " QM-ARG1-TEXT " " QM-ARG2-TEXT " "
               QM-ARG3-TEXT
               DELIMITED BY SIZE INTO QM-AUTH-DETAIL.
           CALL "OPERCHK" USING QM-PROGRAM-ID QM-OPERATOR-ID
               QM-AUTH-FUNCTION QM-AUTH-DETAIL QM-AUTH-RESULT.

       OPEN-AUDIT-FILE.
           OPEN EXTEND AUDIT-FILE.
           IF QM-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE QM-BUSINESS-DATE TO AUD-TIMESTAMP(1:8).
           MOVE "QMSTMAINT" TO AUD-PROGRAM-ID.
           MOVE SPACES TO AUD-DEPT-CODE.
           WRITE AUDIT-RECORD.

       READ-SYSPARM-FILE.
           OPEN INPUT SYSPARM-FILE.
                               " C=" QM-ARG3-TEXT
                               DELIMITED BY SIZE INTO QM-REPORT-RECORD
                           WRITE QM-REPORT-RECORD
                           MOVE SPACES TO AUD-INPUT-TEXT
                           STRING "OPR=" QM-OPERATOR-ID
                               " KEY=" QMS-KEY
                               DELIMITED BY SIZE INTO AUD-INPUT-TEXT
                           MOVE "MASTER ENTRY DELETED" TO
                               AUD-RESULT-TEXT
                           PERFORM WRITE-AUDIT-RECORD
                   END-DELETE
                   CLOSE QM-MASTER-FILE
               END-IF
                   STRING "PURGED ENTRY KEY=" QMS-KEY
                       DELIMITED BY SIZE INTO QM-REPORT-RECORD
                   WRITE QM-REPORT-RECORD
                   MOVE SPACES TO AUD-INPUT-TEXT
                   STRING "OPR=" QM-OPERATOR-ID " KEY=" QMS-KEY
                       DELIMITED BY SIZE INTO AUD-INPUT-TEXT
                   MOVE SPACES TO AUD-RESULT-TEXT
                   STRING "MASTER ENTRY PURGED, CASE=" QMS-ROOT-CASE
                       DELIMITED BY SIZE INTO AUD-RESULT-TEXT
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

           MOVE QM-ROOT2 TO QMS-ROOT2.
           MOVE QM-REAL-PART TO QMS-REAL-PART.
           MOVE QM-IMAG-PART TO QMS-IMAG-PART.
           PERFORM SET-MASTER-INQUIRY-KEYS.
           REWRITE QR-MASTER-RECORD.
           ADD 1 TO QM-CORRECTED-COUNT.
           MOVE SPACES TO QM-REPORT-RECORD.
           WRITE QM-REPORT-RECORD.

       REBUILD-MASTER-FILE.
           IF QM-RELOAD-ONLY
               PERFORM RELOAD-MASTER-FILE
           ELSE
               PERFORM OPEN-MASTER-INPUT
               IF QM-MASTER-STATUS = "00"
                   OPEN OUTPUT QM-WORK-FILE
                   PERFORM START-AT-FIRST-KEY
                   PERFORM UNLOAD-ONE-ENTRY UNTIL QM-EOF-YES
                   CLOSE QM-MASTER-FILE
                   CLOSE QM-WORK-FILE
                   PERFORM LOAD-MASTER-FROM-WORK
               END-IF
           END-IF.

       RELOAD-MASTER-FILE.
           OPEN INPUT QM-WORK-FILE.
           IF QM-WORK-STATUS NOT = "00"
               MOVE SPACES TO QM-REPORT-RECORD
               STRING "*** CANNOT OPEN QMSTWRK.DAT, STATUS = "
                   QM-WORK-STATUS " - QUADMST.DAT NOT CHANGED"
                   DELIMITED BY SIZE INTO QM-REPORT-RECORD
               WRITE QM-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE QM-WORK-FILE
               PERFORM LOAD-MASTER-FROM-WORK
           END-IF.

       LOAD-MASTER-FROM-WORK.
           OPEN OUTPUT QM-MASTER-FILE.
           IF QM-MASTER-STATUS NOT = "00"
               MOVE SPACES TO QM-REPORT-RECORD
               STRING "*** CANNOT CREATE QUADMST.DAT, STATUS = "
                   QM-MASTER-STATUS
                   DELIMITED BY SIZE INTO QM-REPORT-RECORD
               WRITE QM-REPORT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO QM-EOF-SWITCH
               OPEN INPUT QM-WORK-FILE
               PERFORM RELOAD-ONE-ENTRY UNTIL QM-EOF-YES
               CLOSE QM-WORK-FILE
               CLOSE QM-MASTER-FILE
               PERFORM WRITE-REBUILD-TOTALS
           END-IF.

       WRITE-REBUILD-TOTALS.
           MOVE SPACES TO QM-REPORT-RECORD.
           IF QM-RELOAD-ONLY
               STRING "REBUILD RELOAD - RELOADED " QM-RELOADED-COUNT
                   " DUPLICATES DROPPED " QM-DUPLICATE-COUNT
                   DELIMITED BY SIZE INTO QM-REPORT-RECORD
           ELSE
               STRING "REBUILD - UNLOADED " QM-EXAMINED-COUNT
                   " RELOADED " QM-RELOADED-COUNT
                   " DUPLICATES DROPPED " QM-DUPLICATE-COUNT
                   DELIMITED BY SIZE INTO QM-REPORT-RECORD
           END-IF.
           WRITE QM-REPORT-RECORD.

           MOVE SPACES TO AUD-INPUT-TEXT.
           IF QM-RELOAD-ONLY
               STRING "OPR=" QM-OPERATOR-ID
                   " REBUILD QUADMST.DAT FROM QMSTWRK.DAT"
                   DELIMITED BY SIZE INTO AUD-INPUT-TEXT
           ELSE
               STRING "OPR=" QM-OPERATOR-ID " REBUILD QUADMST.DAT"
                   DELIMITED BY SIZE INTO AUD-INPUT-TEXT
           END-IF.
           MOVE SPACES TO AUD-RESULT-TEXT.
           STRING "UNLOADED " QM-EXAMINED-COUNT
               " RELOADED " QM-RELOADED-COUNT
               " DROPPED " QM-DUPLICATE-COUNT
               DELIMITED BY SIZE INTO AUD-RESULT-TEXT.
           PERFORM WRITE-AUDIT-RECORD.

           IF QM-DUPLICATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       UNLOAD-ONE-ENTRY.
                   SET QM-EOF-YES TO TRUE
               NOT AT END
                   MOVE QM-WORK-RECORD TO QR-MASTER-RECORD
                   PERFORM SET-MASTER-INQUIRY-KEYS
                   WRITE QR-MASTER-RECORD
                       INVALID KEY
                           PERFORM WRITE-DUPLICATE-LINE
                   END-WRITE
           END-READ.

       SET-MASTER-INQUIRY-KEYS.
           COMPUTE QMS-DISC-KEY = QMS-DISCRIMINANT + 10000000000.
           EVALUATE QMS-ROOT-CASE
               WHEN 'C'
                   COMPUTE QMS-ROOT1-KEY = QMS-REAL-PART + 100000
                   MOVE QMS-ROOT1-KEY TO QMS-ROOT2-KEY
               WHEN 'O'
                   COMPUTE QMS-ROOT1-KEY = QMS-ROOT1 + 100000
                   MOVE QMS-ROOT1-KEY TO QMS-ROOT2-KEY
               WHEN OTHER
                   COMPUTE QMS-ROOT1-KEY = QMS-ROOT1 + 100000
                   COMPUTE QMS-ROOT2-KEY = QMS-ROOT2 + 100000
           END-EVALUATE.

       WRITE-DUPLICATE-LINE.
           ADD 1 TO QM-DUPLICATE-COUNT.
           MOVE SPACES TO QM-REPORT-RECORD.
           STRING "*** DUPLICATE ENTRY DROPPED KEY=" QMS-KEY
               DELIMITED BY SIZE INTO QM-REPORT-RECORD.
           WRITE QM-REPORT-RECORD.
           MOVE SPACES TO AUD-INPUT-TEXT.
           STRING "OPR=" QM-OPERATOR-ID " KEY=" QMS-KEY
               DELIMITED BY SIZE INTO AUD-INPUT-TEXT.
           MOVE "DUPLICATE DROPPED BY REBUILD" TO AUD-RESULT-TEXT.
           PERFORM WRITE-AUDIT-RECORD.

       WRITE-ENTRY-LINE.
           MOVE SPACES TO QM-REPORT-RECORD.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO QM-RUN-DATE-TEXT.
           MOVE QM-BUSINESS-DATE TO QM-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO QM-REPORT-RECORD.
           STRING "===== QUADMST MASTER MAINTENANCE REPORT ====="

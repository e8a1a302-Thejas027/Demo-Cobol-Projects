       IDENTIFICATION DIVISION.
       PROGRAM-ID. GENREST.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GR-CATALOG-FILE ASSIGN TO "OUTGEN.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-CATALOG-STATUS.
           SELECT GR-GEN-FILE ASSIGN TO GENFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-GEN-STATUS.
           SELECT GR-LIVE-FILE ASSIGN TO GENLIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-LIVE-STATUS.
           SELECT GR-REPORT-FILE ASSIGN TO "GENREST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-RUNSTAT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GR-CATALOG-FILE.
           COPY OUTGENR.

       FD  GR-GEN-FILE.
       01  GR-GEN-RECORD              PIC X(400).

       FD  GR-LIVE-FILE.
       01  GR-LIVE-RECORD             PIC X(400).

       FD  GR-REPORT-FILE.
       01  GR-REPORT-RECORD           PIC X(132).

       FD  RUN-STATUS-FILE.
           COPY RUNSTATR.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  GR-CATALOG-STATUS          PIC X(2).
       01  GR-GEN-STATUS              PIC X(2).
       01  GR-LIVE-STATUS             PIC X(2).
       01  GR-RUNSTAT-STATUS          PIC X(2).
       01  GR-AUDIT-STATUS            PIC X(2).

       01  GR-PARM-FIELDS.
           05  GR-PARM-LINE           PIC X(80).
           05  GR-FILE-NAME           PIC X(20).
           05  GR-SELECT-TEXT         PIC X(8).
           05  GR-SELECT-LENGTH       PIC 9(2).
           05  GR-SELECT-TYPE         PIC X(1) VALUE 'L'.
               88  GR-LIST-ONLY           VALUE 'L'.
               88  GR-SELECT-BY-GEN       VALUE 'G'.
               88  GR-SELECT-BY-DATE      VALUE 'D'.
           05  GR-SELECT-GEN          PIC 9(4).
           05  GR-SELECT-DATE         PIC X(8).

       01  GR-SELECTION-FIELDS.
           05  GR-FOUND-SW            PIC X(1) VALUE 'N'.
               88  GR-GEN-FOUND           VALUE 'Y'.
           05  GR-FOUND-STATUS        PIC X(1).
               88  GR-FOUND-SCRATCHED     VALUE "S".
           05  GR-FOUND-GENERATION    PIC 9(4).
           05  GR-FOUND-GEN-NAME      PIC X(30).
           05  GR-RESTORE-RESULT      PIC X(80).

       01  GR-READ-FIELDS.
           05  GR-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  GR-EOF-YES             VALUE 'Y'.
           05  GR-COPY-EOF-SWITCH     PIC X(1) VALUE 'N'.
               88  GR-COPY-EOF-YES        VALUE 'Y'.

       01  GR-COUNT-FIELDS.
           05  GR-LISTED-COUNT        PIC 9(7) VALUE 0.
           05  GR-ACTIVE-COUNT        PIC 9(7) VALUE 0.
           05  GR-COPY-COUNT          PIC 9(7) VALUE 0.

       01  GR-EDIT-FIELDS.
           05  GR-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  GR-RECORDS-EDIT        PIC Z,ZZZ,ZZ9.
           05  GR-STATUS-TEXT         PIC X(9).

       01  GR-RUN-DATE-TEXT           PIC X(26).
       01  GR-BUSINESS-DATE           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING GR-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM GET-RESTORE-PARMS.

           OPEN OUTPUT GR-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.

           OPEN INPUT GR-CATALOG-FILE.
           IF GR-CATALOG-STATUS = "00"
               PERFORM LIST-CATALOG-RECORD UNTIL GR-EOF-YES
               CLOSE GR-CATALOG-FILE
           END-IF.

           PERFORM WRITE-LIST-TOTALS.

           IF NOT GR-LIST-ONLY
               PERFORM RESTORE-GENERATION
           END-IF.

           CLOSE GR-REPORT-FILE.

           PERFORM WRITE-RUN-END-RECORD.

           GOBACK.

       OPEN-RUN-STATUS-FILE.
           OPEN EXTEND RUN-STATUS-FILE.
           IF GR-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF.

       WRITE-RUN-START-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-START TO TRUE.
           MOVE "GENREST" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO GR-RUN-DATE-TEXT.
           MOVE GR-BUSINESS-DATE TO GR-RUN-DATE-TEXT(1:8).
           MOVE GR-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       WRITE-RUN-END-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-END TO TRUE.
           MOVE "GENREST" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO GR-RUN-DATE-TEXT.
           MOVE GR-BUSINESS-DATE TO GR-RUN-DATE-TEXT(1:8).
           MOVE GR-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE GR-LISTED-COUNT TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       GET-RESTORE-PARMS.
           MOVE SPACES TO GR-PARM-LINE.
           ACCEPT GR-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO GR-FILE-NAME.
           MOVE SPACES TO GR-SELECT-TEXT.
           MOVE 0 TO GR-SELECT-LENGTH.
           UNSTRING GR-PARM-LINE DELIMITED BY ALL SPACE
               INTO GR-FILE-NAME
                   GR-SELECT-TEXT COUNT IN GR-SELECT-LENGTH.

           IF GR-SELECT-TEXT NOT = SPACES
               IF GR-SELECT-LENGTH = 8
                   AND GR-SELECT-TEXT IS NUMERIC
                   SET GR-SELECT-BY-DATE TO TRUE
                   MOVE GR-SELECT-TEXT TO GR-SELECT-DATE
               ELSE
                   IF GR-SELECT-LENGTH NOT > 4
                       AND GR-SELECT-TEXT(1:GR-SELECT-LENGTH)
                           IS NUMERIC
                       SET GR-SELECT-BY-GEN TO TRUE
                       MOVE GR-SELECT-TEXT(1:GR-SELECT-LENGTH)
                           TO GR-SELECT-GEN
                   ELSE
                       DISPLAY "GENREST - GENERATION MUST BE A "
                           "GENERATION NUMBER OR A BUSINESS DATE "
                           "(YYYYMMDD)"
                       MOVE 8 TO RETURN-CODE
                       PERFORM WRITE-RUN-END-RECORD
                       GOBACK
                   END-IF
               END-IF
           END-IF.

           IF NOT GR-LIST-ONLY AND GR-FILE-NAME = SPACES
               DISPLAY "GENREST - FILE NAME REQUIRED TO RESTORE "
                   "A GENERATION"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-RUN-END-RECORD
               GOBACK
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO GR-RUN-DATE-TEXT.
           MOVE GR-BUSINESS-DATE TO GR-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO GR-REPORT-RECORD.
           STRING "===== OUTPUT GENERATION CATALOG AND RESTORE "
               "REPORT ====="
               DELIMITED BY SIZE INTO GR-REPORT-RECORD.
           WRITE GR-REPORT-RECORD.

           MOVE SPACES TO GR-REPORT-RECORD.
           STRING "RUN DATE/TIME: " GR-RUN-DATE-TEXT
               DELIMITED BY SIZE INTO GR-REPORT-RECORD.
           WRITE GR-REPORT-RECORD.

           MOVE SPACES TO GR-REPORT-RECORD.
           IF GR-FILE-NAME = SPACES
               STRING "FILE: ALL FILES"
                   DELIMITED BY SIZE INTO GR-REPORT-RECORD
           ELSE
               STRING "FILE: " GR-FILE-NAME
                   DELIMITED BY SIZE INTO GR-REPORT-RECORD
           END-IF.
           WRITE GR-REPORT-RECORD.

           MOVE SPACES TO GR-REPORT-RECORD.
           WRITE GR-REPORT-RECORD.

           MOVE SPACES TO GR-REPORT-RECORD.
           STRING "FILE NAME            GEN  GENERATION FILE"
               "                BUS DATE TIMESTAMP      "
               "PROGRAM           RECORDS STATUS"
               DELIMITED BY SIZE INTO GR-REPORT-RECORD.
           WRITE GR-REPORT-RECORD.

       LIST-CATALOG-RECORD.
           READ GR-CATALOG-FILE
               AT END
                   SET GR-EOF-YES TO TRUE
               NOT AT END
                   IF GR-FILE-NAME = SPACES
                       OR OGC-FILE-NAME = GR-FILE-NAME
                       PERFORM WRITE-CATALOG-LINE
                       PERFORM CHECK-SELECTED-GENERATION
                   END-IF
           END-READ.

       WRITE-CATALOG-LINE.
           ADD 1 TO GR-LISTED-COUNT.
           IF OGC-ACTIVE
               ADD 1 TO GR-ACTIVE-COUNT
               MOVE "ACTIVE" TO GR-STATUS-TEXT
           ELSE
               MOVE "SCRATCHED" TO GR-STATUS-TEXT
           END-IF.
           MOVE OGC-RECORD-COUNT TO GR-RECORDS-EDIT.

           MOVE SPACES TO GR-REPORT-RECORD.
           STRING OGC-FILE-NAME " " OGC-GENERATION " "
               OGC-GEN-FILE-NAME " " OGC-BUSINESS-DATE " "
               OGC-TIMESTAMP " " OGC-PROGRAM-ID " "
               GR-RECORDS-EDIT " " GR-STATUS-TEXT
               DELIMITED BY SIZE INTO GR-REPORT-RECORD.
           WRITE GR-REPORT-RECORD.

       CHECK-SELECTED-GENERATION.
           IF GR-SELECT-BY-GEN
               AND OGC-GENERATION = GR-SELECT-GEN
               PERFORM NOTE-SELECTED-GENERATION
           END-IF.
           IF GR-SELECT-BY-DATE
               AND OGC-BUSINESS-DATE = GR-SELECT-DATE
               AND OGC-ACTIVE
               PERFORM NOTE-SELECTED-GENERATION
           END-IF.

       NOTE-SELECTED-GENERATION.
           SET GR-GEN-FOUND TO TRUE.
           MOVE OGC-STATUS TO GR-FOUND-STATUS.
           MOVE OGC-GENERATION TO GR-FOUND-GENERATION.
           MOVE OGC-GEN-FILE-NAME TO GR-FOUND-GEN-NAME.

       WRITE-LIST-TOTALS.
           MOVE SPACES TO GR-REPORT-RECORD.
           WRITE GR-REPORT-RECORD.

           MOVE GR-LISTED-COUNT TO GR-COUNT-EDIT.
           MOVE SPACES TO GR-REPORT-RECORD.
           STRING "GENERATIONS LISTED = " GR-COUNT-EDIT
               DELIMITED BY SIZE INTO GR-REPORT-RECORD.
           WRITE GR-REPORT-RECORD.

           MOVE GR-ACTIVE-COUNT TO GR-COUNT-EDIT.
           MOVE SPACES TO GR-REPORT-RECORD.
           STRING "ACTIVE (RESTORABLE) = " GR-COUNT-EDIT
               DELIMITED BY SIZE INTO GR-REPORT-RECORD.
           WRITE GR-REPORT-RECORD.

       RESTORE-GENERATION.
           MOVE SPACES TO GR-RESTORE-RESULT.

           IF NOT GR-GEN-FOUND
               IF GR-SELECT-BY-GEN
                   STRING "*** GENERATION " GR-SELECT-GEN
                       " NOT IN CATALOG - NOTHING RESTORED"
                       DELIMITED BY SIZE INTO GR-RESTORE-RESULT
               ELSE
                   STRING "*** NO ACTIVE GENERATION FOR "
                       GR-SELECT-DATE " - NOTHING RESTORED"
                       DELIMITED BY SIZE INTO GR-RESTORE-RESULT
               END-IF
               MOVE 8 TO RETURN-CODE
           ELSE
               IF GR-FOUND-SCRATCHED
                   STRING "*** GENERATION " GR-FOUND-GENERATION
                       " HAS BEEN SCRATCHED - NOTHING RESTORED"
                       DELIMITED BY SIZE INTO GR-RESTORE-RESULT
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM COPY-GENERATION-TO-LIVE
               END-IF
           END-IF.

           MOVE SPACES TO GR-REPORT-RECORD.
           WRITE GR-REPORT-RECORD.
           MOVE SPACES TO GR-REPORT-RECORD.
           STRING GR-RESTORE-RESULT
               DELIMITED BY SIZE INTO GR-REPORT-RECORD.
           WRITE GR-REPORT-RECORD.

           DISPLAY "GENREST - " GR-RESTORE-RESULT.

       COPY-GENERATION-TO-LIVE.
           DISPLAY "GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY GR-FOUND-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT GR-GEN-FILE.
           IF GR-GEN-STATUS NOT = "00"
               STRING "*** " DELIMITED BY SIZE
                   GR-FOUND-GEN-NAME DELIMITED BY SPACE
                   " CANNOT BE OPENED - NOTHING RESTORED"
                   DELIMITED BY SIZE INTO GR-RESTORE-RESULT
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "GENLIVE" UPON ENVIRONMENT-NAME
               DISPLAY GR-FILE-NAME UPON ENVIRONMENT-VALUE
               OPEN OUTPUT GR-LIVE-FILE
               PERFORM COPY-GENERATION-RECORD UNTIL GR-COPY-EOF-YES
               CLOSE GR-GEN-FILE
               CLOSE GR-LIVE-FILE
               MOVE GR-COPY-COUNT TO GR-RECORDS-EDIT
               STRING "RESTORED " DELIMITED BY SIZE
                   GR-FOUND-GEN-NAME DELIMITED BY SPACE
                   " TO " DELIMITED BY SIZE
                   GR-FILE-NAME DELIMITED BY SPACE
                   " - " GR-RECORDS-EDIT " RECORD(S)"
                   DELIMITED BY SIZE INTO GR-RESTORE-RESULT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       COPY-GENERATION-RECORD.
           READ GR-GEN-FILE
               AT END
                   SET GR-COPY-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO GR-COPY-COUNT
                   WRITE GR-LIVE-RECORD FROM GR-GEN-RECORD
           END-READ.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF GR-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE GR-BUSINESS-DATE TO AUD-TIMESTAMP(1:8).
           MOVE "GENREST" TO AUD-PROGRAM-ID.
           MOVE SPACES TO AUD-INPUT-TEXT.
           STRING "RESTORE " DELIMITED BY SIZE
               GR-FILE-NAME DELIMITED BY SPACE
               " GENERATION " GR-FOUND-GENERATION
               DELIMITED BY SIZE INTO AUD-INPUT-TEXT.
           MOVE SPACES TO AUD-RESULT-TEXT.
           STRING "FROM " DELIMITED BY SIZE
               GR-FOUND-GEN-NAME DELIMITED BY SPACE
               ", " GR-RECORDS-EDIT " RECORD(S)"
               DELIMITED BY SIZE INTO AUD-RESULT-TEXT.
           MOVE SPACES TO AUD-DEPT-CODE.
           WRITE AUDIT-RECORD.

           CLOSE AUDIT-FILE.

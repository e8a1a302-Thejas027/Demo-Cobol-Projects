       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTGEN.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OG-LIVE-FILE ASSIGN TO GENLIVE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OG-LIVE-STATUS.
           SELECT OG-GEN-FILE ASSIGN TO GENFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OG-GEN-STATUS.
           SELECT OG-CATALOG-FILE ASSIGN TO "OUTGEN.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OG-CATALOG-STATUS.
           SELECT OG-WORK-FILE ASSIGN TO "OUTGEN.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OG-WORK-STATUS.
           SELECT OG-CONTROL-FILE ASSIGN TO "OUTGCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OG-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OG-LIVE-FILE.
       01  OG-LIVE-RECORD             PIC X(400).

       FD  OG-GEN-FILE.
       01  OG-GEN-RECORD              PIC X(400).

       FD  OG-CATALOG-FILE.
           COPY OUTGENR.

       FD  OG-WORK-FILE.
       01  OG-WORK-RECORD             PIC X(106).

       FD  OG-CONTROL-FILE.
       01  OG-CONTROL-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       01  OG-LIVE-STATUS             PIC X(2).
       01  OG-GEN-STATUS              PIC X(2).
       01  OG-CATALOG-STATUS          PIC X(2).
       01  OG-WORK-STATUS             PIC X(2).
       01  OG-CONTROL-STATUS          PIC X(2).

       01  OG-CONTROL-FIELDS.
           05  OG-CTL-EOF-SWITCH      PIC X(1).
               88  OG-CTL-EOF-YES         VALUE 'Y'.
           05  OG-CTL-KEYWORD         PIC X(20).
           05  OG-CTL-VALUE-TEXT      PIC X(10).
           05  OG-DEFAULT-KEEP        PIC 9(3).
           05  OG-FILE-KEEP           PIC 9(3).
           05  OG-KEEP-COUNT          PIC 9(3).

       01  OG-CATALOG-FIELDS.
           05  OG-CAT-EOF-SWITCH      PIC X(1).
               88  OG-CAT-EOF-YES         VALUE 'Y'.
           05  OG-HIGH-GENERATION     PIC 9(4).
           05  OG-NEW-GENERATION      PIC 9(4).
           05  OG-ACTIVE-COUNT        PIC 9(4).
           05  OG-SCRATCH-COUNT       PIC 9(4).
           05  OG-SCRATCHED-SO-FAR    PIC 9(4).

       01  OG-COPY-FIELDS.
           05  OG-COPY-EOF-SWITCH     PIC X(1).
               88  OG-COPY-EOF-YES        VALUE 'Y'.
           05  OG-COPY-COUNT          PIC 9(7).

       01  OG-BASE-NAME               PIC X(20).
       01  OG-GEN-NAME                PIC X(30).
       01  OG-RUN-DATE-TEXT           PIC X(26).
       01  OG-BUSINESS-DATE           PIC X(8).

       LINKAGE SECTION.
       01  OG-PROGRAM-ID              PIC X(15).
       01  OG-FILE-NAME               PIC X(20).

       PROCEDURE DIVISION USING OG-PROGRAM-ID OG-FILE-NAME.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING OG-BUSINESS-DATE.

           DISPLAY "GENLIVE" UPON ENVIRONMENT-NAME.
           DISPLAY OG-FILE-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT OG-LIVE-FILE.
           IF OG-LIVE-STATUS NOT = "00"
               GOBACK
           END-IF.

           PERFORM READ-GENERATION-CONTROL.
           PERFORM SCAN-GENERATION-CATALOG.

           IF OG-HIGH-GENERATION = 9999
               MOVE 1 TO OG-NEW-GENERATION
           ELSE
               COMPUTE OG-NEW-GENERATION = OG-HIGH-GENERATION + 1
           END-IF.

           MOVE SPACES TO OG-BASE-NAME.
           UNSTRING OG-FILE-NAME DELIMITED BY "."
               INTO OG-BASE-NAME.
           MOVE SPACES TO OG-GEN-NAME.
           STRING OG-BASE-NAME DELIMITED BY SPACE
               ".G" OG-NEW-GENERATION ".DAT"
               DELIMITED BY SIZE INTO OG-GEN-NAME.

           PERFORM COPY-LIVE-TO-GENERATION.
           PERFORM ADD-CATALOG-ENTRY.

           ADD 1 TO OG-ACTIVE-COUNT.
           IF OG-ACTIVE-COUNT > OG-KEEP-COUNT
               COMPUTE OG-SCRATCH-COUNT =
                   OG-ACTIVE-COUNT - OG-KEEP-COUNT
               PERFORM SCRATCH-OLD-GENERATIONS
           END-IF.

           GOBACK.

       READ-GENERATION-CONTROL.
           MOVE 7 TO OG-DEFAULT-KEEP.
           MOVE 0 TO OG-FILE-KEEP.
           MOVE 'N' TO OG-CTL-EOF-SWITCH.

           OPEN INPUT OG-CONTROL-FILE.
           IF OG-CONTROL-STATUS = "00"
               PERFORM PROCESS-CONTROL-RECORD UNTIL OG-CTL-EOF-YES
               CLOSE OG-CONTROL-FILE
           END-IF.

           IF OG-FILE-KEEP > 0
               MOVE OG-FILE-KEEP TO OG-KEEP-COUNT
           ELSE
               MOVE OG-DEFAULT-KEEP TO OG-KEEP-COUNT
           END-IF.
           IF OG-KEEP-COUNT = 0
               MOVE 1 TO OG-KEEP-COUNT
           END-IF.

       PROCESS-CONTROL-RECORD.
           READ OG-CONTROL-FILE
               AT END
                   SET OG-CTL-EOF-YES TO TRUE
               NOT AT END
                   MOVE SPACES TO OG-CTL-KEYWORD
                   MOVE SPACES TO OG-CTL-VALUE-TEXT
                   UNSTRING OG-CONTROL-RECORD DELIMITED BY "="
                       INTO OG-CTL-KEYWORD OG-CTL-VALUE-TEXT
                   IF OG-CTL-KEYWORD = "DEFAULT"
                       COMPUTE OG-DEFAULT-KEEP =
                           FUNCTION NUMVAL(OG-CTL-VALUE-TEXT)
                   END-IF
                   IF OG-CTL-KEYWORD = OG-FILE-NAME
                       COMPUTE OG-FILE-KEEP =
                           FUNCTION NUMVAL(OG-CTL-VALUE-TEXT)
                   END-IF
           END-READ.

       SCAN-GENERATION-CATALOG.
           MOVE 0 TO OG-HIGH-GENERATION.
           MOVE 0 TO OG-ACTIVE-COUNT.
           MOVE 'N' TO OG-CAT-EOF-SWITCH.

           OPEN INPUT OG-CATALOG-FILE.
           IF OG-CATALOG-STATUS = "00"
               PERFORM SCAN-CATALOG-RECORD UNTIL OG-CAT-EOF-YES
               CLOSE OG-CATALOG-FILE
           END-IF.

       SCAN-CATALOG-RECORD.
           READ OG-CATALOG-FILE
               AT END
                   SET OG-CAT-EOF-YES TO TRUE
               NOT AT END
                   IF OGC-FILE-NAME = OG-FILE-NAME
                       MOVE OGC-GENERATION TO OG-HIGH-GENERATION
                       IF OGC-ACTIVE
                           ADD 1 TO OG-ACTIVE-COUNT
                       END-IF
                   END-IF
           END-READ.

       COPY-LIVE-TO-GENERATION.
           MOVE 0 TO OG-COPY-COUNT.
           MOVE 'N' TO OG-COPY-EOF-SWITCH.

           DISPLAY "GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY OG-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT OG-GEN-FILE.

           PERFORM COPY-LIVE-RECORD UNTIL OG-COPY-EOF-YES.

           CLOSE OG-LIVE-FILE.
           CLOSE OG-GEN-FILE.

       COPY-LIVE-RECORD.
           READ OG-LIVE-FILE
               AT END
                   SET OG-COPY-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO OG-COPY-COUNT
                   WRITE OG-GEN-RECORD FROM OG-LIVE-RECORD
           END-READ.

       ADD-CATALOG-ENTRY.
           OPEN EXTEND OG-CATALOG-FILE.
           IF OG-CATALOG-STATUS = "35"
               OPEN OUTPUT OG-CATALOG-FILE
           END-IF.

           MOVE SPACES TO OUTPUT-GEN-CATALOG-RECORD.
           MOVE OG-FILE-NAME TO OGC-FILE-NAME.
           MOVE OG-NEW-GENERATION TO OGC-GENERATION.
           MOVE OG-GEN-NAME TO OGC-GEN-FILE-NAME.
           MOVE FUNCTION CURRENT-DATE TO OG-RUN-DATE-TEXT.
           MOVE OG-BUSINESS-DATE TO OG-RUN-DATE-TEXT(1:8).
           MOVE OG-BUSINESS-DATE TO OGC-BUSINESS-DATE.
           MOVE OG-RUN-DATE-TEXT(1:14) TO OGC-TIMESTAMP.
           MOVE OG-PROGRAM-ID TO OGC-PROGRAM-ID.
           MOVE OG-COPY-COUNT TO OGC-RECORD-COUNT.
           SET OGC-ACTIVE TO TRUE.
           WRITE OUTPUT-GEN-CATALOG-RECORD.

           CLOSE OG-CATALOG-FILE.

       SCRATCH-OLD-GENERATIONS.
           MOVE 0 TO OG-SCRATCHED-SO-FAR.
           MOVE 'N' TO OG-CAT-EOF-SWITCH.

           OPEN INPUT OG-CATALOG-FILE.
           OPEN OUTPUT OG-WORK-FILE.
           PERFORM MARK-CATALOG-RECORD UNTIL OG-CAT-EOF-YES.
           CLOSE OG-CATALOG-FILE.
           CLOSE OG-WORK-FILE.

           MOVE 'N' TO OG-CAT-EOF-SWITCH.
           OPEN INPUT OG-WORK-FILE.
           OPEN OUTPUT OG-CATALOG-FILE.
           PERFORM COPY-BACK-CATALOG-RECORD UNTIL OG-CAT-EOF-YES.
           CLOSE OG-WORK-FILE.
           CLOSE OG-CATALOG-FILE.

       MARK-CATALOG-RECORD.
           READ OG-CATALOG-FILE
               AT END
                   SET OG-CAT-EOF-YES TO TRUE
               NOT AT END
                   IF OGC-FILE-NAME = OG-FILE-NAME
                       AND OGC-ACTIVE
                       AND OG-SCRATCHED-SO-FAR < OG-SCRATCH-COUNT
                       ADD 1 TO OG-SCRATCHED-SO-FAR
                       SET OGC-SCRATCHED TO TRUE
                       PERFORM EMPTY-GENERATION-FILE
                   END-IF
                   WRITE OG-WORK-RECORD FROM OUTPUT-GEN-CATALOG-RECORD
           END-READ.

       EMPTY-GENERATION-FILE.
           DISPLAY "GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY OGC-GEN-FILE-NAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT OG-GEN-FILE.
           CLOSE OG-GEN-FILE.

       COPY-BACK-CATALOG-RECORD.
           READ OG-WORK-FILE
               AT END
                   SET OG-CAT-EOF-YES TO TRUE
               NOT AT END
                   MOVE OG-WORK-RECORD TO OUTPUT-GEN-CATALOG-RECORD
                   WRITE OUTPUT-GEN-CATALOG-RECORD
           END-READ.

               10  RQ-PGM-NAME            PIC X(15).
               10  RQ-PGM-LAST-START      PIC X(14).
               10  RQ-PGM-LAST-END        PIC X(14).
               10  RQ-PGM-LAST-TYPE       PIC X(1).
                   88  RQ-PGM-LEFT-OPEN       VALUE 'S'.
               10  RQ-PGM-LAST-RC         PIC 9(4).
               10  RQ-PGM-LAST-PROCESSED  PIC 9(7).
               10  RQ-PGM-LAST-REJECTED   PIC 9(7).
           05  RQ-RC-EDIT             PIC ZZZ9.

       01  RQ-RUN-DATE-TEXT           PIC X(26).
       01  RQ-BUSINESS-DATE           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING RQ-BUSINESS-DATE.
           OPEN INPUT RUN-STATUS-FILE.
           IF RQ-STATUS-FILE-STATUS NOT = "00"
               DISPLAY "RUNSTATQ - CANNOT OPEN RUNSTAT.DAT, "
                       RQ-PGM-NAME(RQ-PROGRAM-SUB)
                   MOVE SPACES TO RQ-PGM-LAST-START(RQ-PROGRAM-SUB)
                   MOVE SPACES TO RQ-PGM-LAST-END(RQ-PROGRAM-SUB)
                   MOVE SPACES TO RQ-PGM-LAST-TYPE(RQ-PROGRAM-SUB)
                   MOVE 0 TO RQ-PGM-LAST-RC(RQ-PROGRAM-SUB)
                   MOVE 0 TO RQ-PGM-LAST-PROCESSED(RQ-PROGRAM-SUB)
                   MOVE 0 TO RQ-PGM-LAST-REJECTED(RQ-PROGRAM-SUB)
       POST-STATUS-RECORD.
           EVALUATE TRUE
               WHEN RST-TYPE-START
                   MOVE RST-TIMESTAMP TO
                       RQ-PGM-LAST-START(RQ-PROGRAM-SUB)
                   MOVE RST-RECORD-TYPE TO
                       RQ-PGM-LAST-TYPE(RQ-PROGRAM-SUB)
               WHEN RST-TYPE-END
                   MOVE RST-TIMESTAMP TO
                       RQ-PGM-LAST-END(RQ-PROGRAM-SUB)
                   MOVE RST-RECORD-TYPE TO
                       RQ-PGM-LAST-TYPE(RQ-PROGRAM-SUB)
                   MOVE RST-RETURN-CODE TO
                       RQ-PGM-LAST-RC(RQ-PROGRAM-SUB)
                   MOVE RST-PROCESSED-COUNT TO
                       RQ-PGM-LAST-PROCESSED(RQ-PROGRAM-SUB)
                   MOVE RST-REJECT-COUNT TO
                       RQ-PGM-LAST-REJECTED(RQ-PROGRAM-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO RQ-RUN-DATE-TEXT.
           MOVE RQ-BUSINESS-DATE TO RQ-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO RQ-REPORT-RECORD.
           STRING "===== BATCH RUN STATUS INQUIRY ====="
       WRITE-PROGRAM-STATUS-LINE.
           MOVE SPACES TO RQ-REPORT-RECORD.

           IF RQ-PGM-LEFT-OPEN(RQ-PROGRAM-SUB)
               ADD 1 TO RQ-ABEND-COUNT
               STRING RQ-PGM-NAME(RQ-PROGRAM-SUB)
                   " START=" RQ-PGM-LAST-START(RQ-PROGRAM-SUB)

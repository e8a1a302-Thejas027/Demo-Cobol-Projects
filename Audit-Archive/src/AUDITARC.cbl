           COPY AUDITREC.

       FD  ARC-ARCHIVE-FILE.
       01  ARC-ARCHIVE-RECORD         PIC X(169).

       FD  ARC-WORK-FILE.
       01  ARC-WORK-RECORD            PIC X(169).

       FD  ARC-REPORT-FILE.
       01  ARC-REPORT-RECORD          PIC X(132).
           05  ARC-RETAINED-EDIT      PIC ZZZ,ZZ9.

       01  ARC-RUN-DATE-TEXT          PIC X(26).
       01  ARC-BUSINESS-DATE          PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING ARC-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM GET-CUTOFF-PARM.
           SET RST-TYPE-START TO TRUE.
           MOVE "AUDITARC" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO ARC-RUN-DATE-TEXT.
           MOVE ARC-BUSINESS-DATE TO ARC-RUN-DATE-TEXT(1:8).
           MOVE ARC-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           SET RST-TYPE-END TO TRUE.
           MOVE "AUDITARC" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO ARC-RUN-DATE-TEXT.
           MOVE ARC-BUSINESS-DATE TO ARC-RUN-DATE-TEXT(1:8).
           MOVE ARC-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE ARC-EXAMINED-COUNT TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           OPEN OUTPUT ARC-REPORT-FILE.

           MOVE FUNCTION CURRENT-DATE TO ARC-RUN-DATE-TEXT.
           MOVE ARC-BUSINESS-DATE TO ARC-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO ARC-REPORT-RECORD.
           STRING "===== AUDIT LOG ARCHIVAL DISPOSITION REPORT ====="

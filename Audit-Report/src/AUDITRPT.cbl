           05  ARPT-DETAIL-TIME       PIC X(6).

       01  ARPT-RUN-DATE-TEXT         PIC X(26).
       01  ARPT-BUSINESS-DATE         PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING ARPT-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM GET-REPORT-PARMS.
           SET RST-TYPE-START TO TRUE.
           MOVE "AUDITRPT" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO ARPT-RUN-DATE-TEXT.
           MOVE ARPT-BUSINESS-DATE TO ARPT-RUN-DATE-TEXT(1:8).
           MOVE ARPT-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           SET RST-TYPE-END TO TRUE.
           MOVE "AUDITRPT" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO ARPT-RUN-DATE-TEXT.
           MOVE ARPT-BUSINESS-DATE TO ARPT-RUN-DATE-TEXT(1:8).
           MOVE ARPT-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE ARPT-RECORDS-SELECTED TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO ARPT-RUN-DATE-TEXT.
           MOVE ARPT-BUSINESS-DATE TO ARPT-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO ARPT-REPORT-RECORD.
           STRING "===== AUDIT LOG ACTIVITY REPORT ====="

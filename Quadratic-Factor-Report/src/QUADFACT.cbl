           05  QF-HASH-EDIT-2         PIC -9(13).9(4).

       01  QF-RUN-DATE-TEXT           PIC X(26).
       01  QF-BUSINESS-DATE           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING QF-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM CHECK-RELEASE-CONTROL.
           SET RST-TYPE-START TO TRUE.
           MOVE "QUADFACT" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO QF-RUN-DATE-TEXT.
           MOVE QF-BUSINESS-DATE TO QF-RUN-DATE-TEXT(1:8).
           MOVE QF-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           SET RST-TYPE-END TO TRUE.
           MOVE "QUADFACT" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO QF-RUN-DATE-TEXT.
           MOVE QF-BUSINESS-DATE TO QF-RUN-DATE-TEXT(1:8).
           MOVE QF-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE QF-RECORDS-READ TO RST-PROCESSED-COUNT.
           MOVE QF-RECORDS-BYPASSED TO RST-REJECT-COUNT.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO QF-RUN-DATE-TEXT.
           MOVE QF-BUSINESS-DATE TO QF-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO QF-REPORT-RECORD.
           STRING "===== QUADRATIC FACTORED-FORM REPORT ====="

           05  QB-HASH-EDIT-2         PIC -9(13).9(4).

       01  QB-RUN-DATE-TEXT           PIC X(26).
       01  QB-BUSINESS-DATE           PIC X(8).

       01  QB-GENERATION-FIELDS.
           05  QB-GEN-PROGRAM-ID      PIC X(15) VALUE "QRBALANCE".
           05  QB-GEN-FILE-NAME       PIC X(20).
           05  QB-GEN-SAVE-RC         PIC S9(9).

       01  QB-ALERT-FIELDS.
           05  QB-ALERT-PROGRAM-ID    PIC X(15) VALUE "QRBALANCE".
           05  QB-ALERT-SEVERITY      PIC X(1).
           05  QB-ALERT-MESSAGE       PIC X(80).
           05  QB-ALERT-SAVE-RC       PIC S9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING QB-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           MOVE SPACES TO QB-SEQ-TABLE.

           CLOSE QB-CONTROL-FILE.

           PERFORM KEEP-OUTPUT-GENERATIONS.

           PERFORM WRITE-RELEASE-CONTROL.

           IF QB-RUN-FAILED
               DISPLAY "QRBALANCE - RUN OUT OF BALANCE - "
                   "DOWNSTREAM FEED HELD"
               PERFORM POST-HELD-ALERT
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "QRBALANCE - RUN IN BALANCE"

           GOBACK.

       POST-HELD-ALERT.
           MOVE "H" TO QB-ALERT-SEVERITY.
           MOVE SPACES TO QB-ALERT-MESSAGE.
           STRING "RUN OUT OF BALANCE - QUADIF.DAT FEED HELD IN "
               "QRELCTL.DAT - SEE QRBAL.DAT"
               DELIMITED BY SIZE INTO QB-ALERT-MESSAGE.
           MOVE RETURN-CODE TO QB-ALERT-SAVE-RC.
           CALL "ALERTPST" USING QB-ALERT-PROGRAM-ID QB-ALERT-SEVERITY
               QB-ALERT-MESSAGE.
           MOVE QB-ALERT-SAVE-RC TO RETURN-CODE.

       KEEP-OUTPUT-GENERATIONS.
           MOVE RETURN-CODE TO QB-GEN-SAVE-RC.
           MOVE "QRBAL.DAT" TO QB-GEN-FILE-NAME.
           CALL "OUTGEN" USING QB-GEN-PROGRAM-ID QB-GEN-FILE-NAME.
           MOVE QB-GEN-SAVE-RC TO RETURN-CODE.

       OPEN-RUN-STATUS-FILE.
           OPEN EXTEND RUN-STATUS-FILE.
           IF QB-RUNSTAT-STATUS = "35"
           SET RST-TYPE-START TO TRUE.
           MOVE "QRBALANCE" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO QB-RUN-DATE-TEXT.
           MOVE QB-BUSINESS-DATE TO QB-RUN-DATE-TEXT(1:8).
           MOVE QB-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           SET RST-TYPE-END TO TRUE.
           MOVE "QRBALANCE" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO QB-RUN-DATE-TEXT.
           MOVE QB-BUSINESS-DATE TO QB-RUN-DATE-TEXT(1:8).
           MOVE QB-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE QB-PROCESSED-COUNT TO RST-PROCESSED-COUNT.
           MOVE QB-REJECT-COUNT TO RST-REJECT-COUNT.

       WRITE-CONTROL-HEADING.
           MOVE FUNCTION CURRENT-DATE TO QB-RUN-DATE-TEXT.
           MOVE QB-BUSINESS-DATE TO QB-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO QB-CONTROL-RECORD.
           STRING "===== QUADRATIC-ROOTS RUN BALANCING REPORT ====="

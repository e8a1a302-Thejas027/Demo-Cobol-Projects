           05  QV-SAVED-RUN-TIME      PIC X(6).
           05  QV-SAVED-RECORD        PIC X(58).

       01  QV-SECURITY-FIELDS.
           05  QV-PROGRAM-ID          PIC X(15) VALUE "QRELOVRD".
           05  QV-AUTH-FUNCTION       PIC X(8) VALUE "RELOVRD".
           05  QV-AUTH-DETAIL         PIC X(60).
           05  QV-AUTH-RESULT         PIC X(1).
               88  QV-AUTHORIZED          VALUE 'Y'.

       01  QV-BUSINESS-DATE           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING QV-BUSINESS-DATE.
           PERFORM GET-OVERRIDE-PARMS.
           PERFORM CHECK-OPERATOR-AUTHORITY.

           OPEN INPUT QV-RELEASE-FILE.
           IF QV-RELEASE-STATUS NOT = "00"
               GOBACK
           END-IF.

       CHECK-OPERATOR-AUTHORITY.
           MOVE SPACES TO QV-AUTH-DETAIL.
           STRING "REASON=" QV-REASON-TEXT
               DELIMITED BY SIZE INTO QV-AUTH-DETAIL.
           CALL "OPERCHK" USING QV-PROGRAM-ID QV-OPERATOR-ID
               QV-AUTH-FUNCTION QV-AUTH-DETAIL QV-AUTH-RESULT.
           IF NOT QV-AUTHORIZED
               DISPLAY "QRELOVRD - OPERATOR " QV-OPERATOR-ID
                   " IS NOT AUTHORIZED TO OVERRIDE A HELD FEED"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       RELEASE-THE-HOLD.
           OPEN OUTPUT QV-RELEASE-FILE.
           MOVE QV-SAVED-RECORD TO QREL-CONTROL-RECORD.
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE QV-BUSINESS-DATE TO AUD-TIMESTAMP(1:8).
           MOVE "QRELOVRD" TO AUD-PROGRAM-ID.
           MOVE SPACES TO AUD-INPUT-TEXT.
           STRING "OPERATOR=" QV-OPERATOR-ID
           MOVE SPACES TO AUD-RESULT-TEXT.
           STRING "RELEASED: " QV-REASON-TEXT
               DELIMITED BY SIZE INTO AUD-RESULT-TEXT.
           MOVE SPACES TO AUD-DEPT-CODE.
           WRITE AUDIT-RECORD.

           CLOSE AUDIT-FILE.

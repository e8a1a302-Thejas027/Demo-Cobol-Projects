               FILE STATUS IS WS-CONTROL-STATUS.
           SELECT WS-LOG-FILE ASSIGN TO "MENULOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WS-CHECKPOINT-FILE ASSIGN TO "MENUCHK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WS-LOG-FILE.
       01  WS-LOG-RECORD          PIC X(132).

       FD  WS-CHECKPOINT-FILE.
           COPY MENUCHKR.

       WORKING-STORAGE SECTION.
       01  WS-CHOICE              PIC 9(1) VALUE 0.
       01  WS-EXIT-SWITCH         PIC X(1) VALUE 'N'.
           88  WS-EXIT-YES            VALUE 'Y'.
       01  WS-CONTROL-STATUS      PIC X(2).
       01  WS-CHECKPOINT-STATUS   PIC X(2).

       01  WS-RUN-MODE-FIELDS.
           05  WS-PARM-LINE           PIC X(80).
           05  WS-RUN-MODE            PIC X(4).
               88  WS-AUTO-MODE           VALUE "AUTO".
           05  WS-OPERATOR-ID         PIC X(8).
           05  WS-RESTART-OPTION      PIC X(6).
               88  WS-NEW-RUN-REQUESTED   VALUE "NEWRUN".

       01  WS-SECURITY-FIELDS.
           05  WS-PROGRAM-ID          PIC X(15) VALUE "MATH-TOOLS-MENU".
           05  WS-AUTH-FUNCTION       PIC X(8) VALUE "AUTORUN".
           05  WS-AUTH-DETAIL         PIC X(60) VALUE "MENUCTL.DAT".
           05  WS-AUTH-RESULT         PIC X(1).
               88  WS-AUTHORIZED          VALUE 'Y'.

       01  WS-GENERATION-FIELDS.
           05  WS-GEN-PROGRAM-ID      PIC X(15) VALUE "MATH-TOOLS-MENU".
           05  WS-GEN-FILE-NAME       PIC X(20) VALUE "MENULOG.DAT".

       01  WS-ALERT-FIELDS.
           05  WS-ALERT-PROGRAM-ID    PIC X(15) VALUE "MATH-TOOLS-MENU".
           05  WS-ALERT-SEVERITY      PIC X(1).
           05  WS-ALERT-MESSAGE       PIC X(80).
           05  WS-ALERT-SAVE-RC       PIC S9(9).

       01  WS-DRIVER-FIELDS.
           05  WS-CTL-EOF-SWITCH      PIC X(1) VALUE 'N'.
           05  WS-STEP-PROGRAM        PIC X(15).
           05  WS-STEP-START-TEXT     PIC X(26).
           05  WS-STEP-END-TEXT       PIC X(26).
           05  WS-BUSINESS-DATE       PIC X(8).
           05  WS-STEP-RC             PIC S9(9).
           05  WS-STEP-RC-EDIT        PIC -9(4).
           05  WS-PARSE-POINTER       PIC 9(3).
           05  WS-PARM-POINTER        PIC 9(3).
           05  WS-STEP-TOKEN          PIC X(40).
           05  WS-STEP-AFTER          PIC 9(3).
           05  WS-STEP-MAXRC          PIC 9(4).
           05  WS-STEP-MAXRC-EDIT     PIC ZZZ9.
           05  WS-STEP-MAX            PIC 9(3) VALUE 50.
           05  WS-HIGH-RC             PIC S9(9) VALUE 0.

       01  WS-RESTART-FIELDS.
           05  WS-CHK-EOF-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-CHK-EOF-YES         VALUE 'Y'.
           05  WS-RESTART-SWITCH      PIC X(1) VALUE 'N'.
               88  WS-RESTART-RUN         VALUE 'Y'.
           05  WS-CHK-LAST-DATE       PIC X(8) VALUE SPACES.
           05  WS-COMPLETE-COUNT      PIC 9(3) VALUE 0.
           05  WS-SKIPPED-COUNT       PIC 9(3) VALUE 0.
           05  WS-FAILED-COUNT        PIC 9(3) VALUE 0.
           05  WS-BYPASSED-COUNT      PIC 9(3) VALUE 0.

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 50 TIMES.
               10  WS-TBL-OUTCOME         PIC X(1).
                   88  WS-TBL-COMPLETE        VALUE "C".
               10  WS-TBL-CHK-NAME        PIC X(9).
               10  WS-TBL-CHK-STATUS      PIC X(1).
                   88  WS-TBL-CHK-COMPLETE    VALUE "C".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.
           PERFORM DETERMINE-RUN-MODE.

           IF WS-AUTO-MODE
       DETERMINE-RUN-MODE.
           MOVE SPACES TO WS-PARM-LINE.
           ACCEPT WS-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-OPERATOR-ID.
           MOVE SPACES TO WS-RESTART-OPTION.
           UNSTRING WS-PARM-LINE DELIMITED BY ALL SPACE
               INTO WS-RUN-MODE WS-OPERATOR-ID WS-RESTART-OPTION.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "2. GCD / LCM Calculator".
           DISPLAY "3. Prime Factorization".
           DISPLAY "4. Fraction Calculator".
           DISPLAY "5. Linear Equation Solver".
           DISPLAY "6. Exit".
           DISPLAY " ".
           DISPLAY "Enter your choice: " WITH NO ADVANCING.
           ACCEPT WS-CHOICE.
               WHEN 4
                   CALL "FRACCALC"
               WHEN 5
                   CALL "LINSOLVE"
               WHEN 6
                   SET WS-EXIT-YES TO TRUE
               WHEN OTHER
                   DISPLAY " "
           END-EVALUATE.

       DRIVER-PROCEDURE.
           CALL "OPERCHK" USING WS-PROGRAM-ID WS-OPERATOR-ID
               WS-AUTH-FUNCTION WS-AUTH-DETAIL WS-AUTH-RESULT.
           IF NOT WS-AUTHORIZED
               DISPLAY "MATH-TOOLS-MENU - OPERATOR '" WS-OPERATOR-ID
                   "' NOT AUTHORIZED TO START AN AUTO RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT WS-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "MATH-TOOLS-MENU - CANNOT OPEN MENUCTL.DAT, "
               STOP RUN
           END-IF.

           PERFORM LOAD-STEP-CHECKPOINT.

           OPEN OUTPUT WS-LOG-FILE.

           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TEXT.
           MOVE WS-BUSINESS-DATE TO WS-STEP-START-TEXT(1:8).
           MOVE SPACES TO WS-LOG-RECORD.
           STRING "===== MATH TOOLS CONTROL-CARD RUN "
               WS-STEP-START-TEXT " ====="
               DELIMITED BY SIZE INTO WS-LOG-RECORD.
           WRITE WS-LOG-RECORD.

           IF WS-RESTART-RUN
               MOVE SPACES TO WS-LOG-RECORD
               STRING "RESTART FROM MENUCHK.DAT - STEPS COMPLETED "
                   "IN THE PRIOR RUN WILL BE SKIPPED"
                   DELIMITED BY SIZE INTO WS-LOG-RECORD
               WRITE WS-LOG-RECORD
           END-IF.

           PERFORM PROCESS-CONTROL-CARD
               UNTIL WS-CTL-EOF-YES OR WS-STEP-STOPPED.

                   "REMAINING STEPS NOT EXECUTED"
                   DELIMITED BY SIZE INTO WS-LOG-RECORD
           ELSE
               IF WS-FAILED-COUNT = 0 AND WS-BYPASSED-COUNT = 0
                   STRING "ALL STEPS COMPLETED"
                       DELIMITED BY SIZE INTO WS-LOG-RECORD
               ELSE
                   STRING "RUN ENDED WITH FAILED OR BYPASSED STEPS - "
                       "RERUN AUTO TO RESUME AT THE FAILED STEP"
                       DELIMITED BY SIZE INTO WS-LOG-RECORD
               END-IF
           END-IF.
           WRITE WS-LOG-RECORD.

           MOVE SPACES TO WS-LOG-RECORD.
           STRING "STEPS COMPLETED = " WS-COMPLETE-COUNT
               "   SKIPPED (PRIOR RUN) = " WS-SKIPPED-COUNT
               "   FAILED = " WS-FAILED-COUNT
               "   BYPASSED = " WS-BYPASSED-COUNT
               DELIMITED BY SIZE INTO WS-LOG-RECORD.
           WRITE WS-LOG-RECORD.

           CLOSE WS-CONTROL-FILE.
           CLOSE WS-LOG-FILE.

           CALL "OUTGEN" USING WS-GEN-PROGRAM-ID WS-GEN-FILE-NAME.

           IF NOT WS-STEP-STOPPED
               AND WS-FAILED-COUNT = 0 AND WS-BYPASSED-COUNT = 0
               OPEN OUTPUT WS-CHECKPOINT-FILE
               CLOSE WS-CHECKPOINT-FILE
           END-IF.

           IF WS-STEP-STOPPED
               OR WS-FAILED-COUNT > 0 OR WS-BYPASSED-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HIGH-RC > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.

       LOAD-STEP-CHECKPOINT.
           MOVE SPACES TO WS-STEP-TABLE.

           IF NOT WS-NEW-RUN-REQUESTED
               OPEN INPUT WS-CHECKPOINT-FILE
               IF WS-CHECKPOINT-STATUS = "00"
                   PERFORM LOAD-CHECKPOINT-RECORD
                       UNTIL WS-CHK-EOF-YES
                   CLOSE WS-CHECKPOINT-FILE
                   IF WS-CHK-LAST-DATE NOT = WS-BUSINESS-DATE
                       MOVE SPACES TO WS-STEP-TABLE
                       MOVE 'N' TO WS-RESTART-SWITCH
                   END-IF
               END-IF
           END-IF.

           OPEN OUTPUT WS-CHECKPOINT-FILE.
           CLOSE WS-CHECKPOINT-FILE.

       LOAD-CHECKPOINT-RECORD.
           READ WS-CHECKPOINT-FILE
               AT END
                   SET WS-CHK-EOF-YES TO TRUE
               NOT AT END
                   IF MCK-STEP-NUMBER IS NUMERIC
                       AND MCK-STEP-NUMBER > 0
                       AND MCK-STEP-NUMBER NOT > WS-STEP-MAX
                       MOVE MCK-TIMESTAMP(1:8) TO WS-CHK-LAST-DATE
                       MOVE MCK-STEP-NAME TO
                           WS-TBL-CHK-NAME(MCK-STEP-NUMBER)
                       MOVE MCK-STATUS TO
                           WS-TBL-CHK-STATUS(MCK-STEP-NUMBER)
                       IF MCK-COMPLETE
                           SET WS-RESTART-RUN TO TRUE
                       END-IF
                   END-IF
           END-READ.

       PROCESS-CONTROL-CARD.
           READ WS-CONTROL-FILE
               AT END

       EXECUTE-CONTROL-STEP.
           ADD 1 TO WS-STEP-NUMBER.
           IF WS-STEP-NUMBER > WS-STEP-MAX
               SET WS-STEP-STOPPED TO TRUE
               MOVE SPACES TO WS-LOG-RECORD
               STRING "STEP " WS-STEP-NUMBER " EXCEEDS THE "
                   WS-STEP-MAX "-STEP LIMIT - RUN STOPPED"
                   DELIMITED BY SIZE INTO WS-LOG-RECORD
               WRITE WS-LOG-RECORD
           ELSE
               PERFORM PARSE-CONTROL-CARD
               PERFORM RESOLVE-STEP-PROGRAM
               PERFORM DISPATCH-CONTROL-STEP
           END-IF.

       PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-STEP-NAME.
           MOVE SPACES TO WS-STEP-PARM.
           MOVE 1 TO WS-PARSE-POINTER.
           UNSTRING WS-CONTROL-RECORD DELIMITED BY " "
               INTO WS-STEP-NAME
               WITH POINTER WS-PARSE-POINTER.

           COMPUTE WS-STEP-AFTER = WS-STEP-NUMBER - 1.
           MOVE 0 TO WS-STEP-MAXRC.
           MOVE 1 TO WS-PARM-POINTER.
           PERFORM SCAN-STEP-TOKEN
               UNTIL WS-PARSE-POINTER > 80.

       SCAN-STEP-TOKEN.
           MOVE SPACES TO WS-STEP-TOKEN.
           UNSTRING WS-CONTROL-RECORD DELIMITED BY ALL SPACE
               INTO WS-STEP-TOKEN
               WITH POINTER WS-PARSE-POINTER.

           EVALUATE TRUE
               WHEN WS-STEP-TOKEN = SPACES
                   CONTINUE
               WHEN WS-STEP-TOKEN(1:6) = "AFTER="
                   COMPUTE WS-STEP-AFTER =
                       FUNCTION NUMVAL(WS-STEP-TOKEN(7:))
               WHEN WS-STEP-TOKEN(1:6) = "MAXRC="
                   COMPUTE WS-STEP-MAXRC =
                       FUNCTION NUMVAL(WS-STEP-TOKEN(7:))
               WHEN OTHER
                   STRING WS-STEP-TOKEN DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-STEP-PARM
                       WITH POINTER WS-PARM-POINTER
           END-EVALUATE.

       RESOLVE-STEP-PROGRAM.
           EVALUATE WS-STEP-NAME
               WHEN "PREFLIGHT"
                   MOVE "PREFLIGHT" TO WS-STEP-PROGRAM
                   MOVE "PRIMFACT" TO WS-STEP-PROGRAM
               WHEN "FRACCALC"
                   MOVE "FRACCALC" TO WS-STEP-PROGRAM
               WHEN "LINSOLVE"
                   MOVE "LINSOLVE" TO WS-STEP-PROGRAM
               WHEN "FRACSIMP"
                   MOVE "FRACSIMP" TO WS-STEP-PROGRAM
               WHEN "QRBALANCE"
                   MOVE "QRBALANCE" TO WS-STEP-PROGRAM
               WHEN "QUADFACT"
                   MOVE "QUADFACT" TO WS-STEP-PROGRAM
               WHEN "QMSTMAINT"
                   MOVE "QMSTMAINT" TO WS-STEP-PROGRAM
               WHEN "QMSTINQ"
                   MOVE "QMSTINQ" TO WS-STEP-PROGRAM
               WHEN "REJRESUB"
                   MOVE "REJRESUB" TO WS-STEP-PROGRAM
               WHEN "AUDITRPT"
                   MOVE "AUDITRPT" TO WS-STEP-PROGRAM
               WHEN "AUDITARC"
                   MOVE "AUDITARC" TO WS-STEP-PROGRAM
               WHEN "AUDITHST"
                   MOVE "AUDITHST" TO WS-STEP-PROGRAM
               WHEN "STATTRND"
                   MOVE "STATTRND" TO WS-STEP-PROGRAM
               WHEN "RUNSTATQ"
                   MOVE "RUNSTATQ" TO WS-STEP-PROGRAM
               WHEN "SECVRPT"
                   MOVE "SECVRPT" TO WS-STEP-PROGRAM
               WHEN "GENREST"
                   MOVE "GENREST" TO WS-STEP-PROGRAM
               WHEN "DATEROLL"
                   MOVE "DATEROLL" TO WS-STEP-PROGRAM
               WHEN "CHGBACK"
                   MOVE "CHGBACK" TO WS-STEP-PROGRAM
               WHEN "ALERTMGR"
                   MOVE "ALERTMGR" TO WS-STEP-PROGRAM
               WHEN "PARCOMP"
                   MOVE "PARCOMP" TO WS-STEP-PROGRAM
               WHEN OTHER
                   MOVE SPACES TO WS-STEP-PROGRAM
           END-EVALUATE.

       DISPATCH-CONTROL-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-PROGRAM = SPACES
                   SET WS-STEP-STOPPED TO TRUE
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE SPACES TO WS-LOG-RECORD
                   STRING "STEP " WS-STEP-NUMBER
                       " UNKNOWN STEP NAME '"
                       WS-STEP-NAME "' - RUN STOPPED"
                       DELIMITED BY SIZE INTO WS-LOG-RECORD
                   WRITE WS-LOG-RECORD
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "AUTO RUN STOPPED - STEP " WS-STEP-NUMBER
                       " HAS UNKNOWN STEP NAME '" WS-STEP-NAME "'"
                       DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
                   PERFORM POST-OPERATOR-ALERT
               WHEN WS-RESTART-RUN
                   AND WS-TBL-CHK-COMPLETE(WS-STEP-NUMBER)
                   AND WS-TBL-CHK-NAME(WS-STEP-NUMBER) = WS-STEP-NAME
                   PERFORM SKIP-COMPLETED-STEP
               WHEN WS-STEP-AFTER NOT < WS-STEP-NUMBER
                   MOVE SPACES TO WS-LOG-RECORD
                   STRING "STEP " WS-STEP-NUMBER " " WS-STEP-NAME
                       " NOT RUN - AFTER=" WS-STEP-AFTER
                       " IS NOT AN EARLIER STEP"
                       DELIMITED BY SIZE INTO WS-LOG-RECORD
                   PERFORM BYPASS-DEPENDENT-STEP
               WHEN WS-STEP-AFTER > 0
                   AND NOT WS-TBL-COMPLETE(WS-STEP-AFTER)
                   MOVE SPACES TO WS-LOG-RECORD
                   STRING "STEP " WS-STEP-NUMBER " " WS-STEP-NAME
                       " NOT RUN - DEPENDS ON STEP "
                       WS-STEP-AFTER " WHICH DID NOT COMPLETE"
                       DELIMITED BY SIZE INTO WS-LOG-RECORD
                   PERFORM BYPASS-DEPENDENT-STEP
               WHEN OTHER
                   PERFORM CALL-STEP-PROGRAM
           END-EVALUATE.

       SKIP-COMPLETED-STEP.
           SET WS-TBL-COMPLETE(WS-STEP-NUMBER) TO TRUE.
           ADD 1 TO WS-SKIPPED-COUNT.
           MOVE 0 TO WS-STEP-RC.
           MOVE SPACES TO WS-LOG-RECORD.
           STRING "STEP " WS-STEP-NUMBER " " WS-STEP-NAME
               " SKIPPED - COMPLETED IN PRIOR RUN"
               DELIMITED BY SIZE INTO WS-LOG-RECORD.
           WRITE WS-LOG-RECORD.
           PERFORM WRITE-CHECKPOINT-RECORD.

       BYPASS-DEPENDENT-STEP.
           MOVE "B" TO WS-TBL-OUTCOME(WS-STEP-NUMBER).
           ADD 1 TO WS-BYPASSED-COUNT.
           MOVE 0 TO WS-STEP-RC.
           WRITE WS-LOG-RECORD.
           PERFORM WRITE-CHECKPOINT-RECORD.

       CALL-STEP-PROGRAM.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-START-TEXT.
           MOVE WS-BUSINESS-DATE TO WS-STEP-START-TEXT(1:8).

           MOVE FUNCTION TRIM(WS-STEP-PARM, LEADING)
               TO WS-PARM-LINE.
                   MOVE 12 TO RETURN-CODE
           END-CALL.
           MOVE RETURN-CODE TO WS-STEP-RC.
           CANCEL WS-STEP-PROGRAM.
           CALL "GETBDATE" USING WS-BUSINESS-DATE.

           MOVE FUNCTION CURRENT-DATE TO WS-STEP-END-TEXT.
           MOVE WS-BUSINESS-DATE TO WS-STEP-END-TEXT(1:8).
           MOVE WS-STEP-RC TO WS-STEP-RC-EDIT.
           MOVE WS-STEP-MAXRC TO WS-STEP-MAXRC-EDIT.

           MOVE SPACES TO WS-LOG-RECORD.
           STRING "STEP " WS-STEP-NUMBER " " WS-STEP-PROGRAM
               " START=" WS-STEP-START-TEXT(1:14)
               " END=" WS-STEP-END-TEXT(1:14)
               " RC=" WS-STEP-RC-EDIT
               " MAXRC=" WS-STEP-MAXRC-EDIT
               DELIMITED BY SIZE INTO WS-LOG-RECORD.
           WRITE WS-LOG-RECORD.

           IF WS-STEP-RC NOT < 0
               AND WS-STEP-RC NOT > WS-STEP-MAXRC
               SET WS-TBL-COMPLETE(WS-STEP-NUMBER) TO TRUE
               ADD 1 TO WS-COMPLETE-COUNT
               IF WS-STEP-RC > WS-HIGH-RC
                   MOVE WS-STEP-RC TO WS-HIGH-RC
               END-IF
           ELSE
               MOVE "F" TO WS-TBL-OUTCOME(WS-STEP-NUMBER)
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO WS-LOG-RECORD
               STRING "STEP " WS-STEP-NUMBER " FAILED - "
                   "RC ABOVE MAXRC, DEPENDENT STEPS WILL NOT RUN"
                   DELIMITED BY SIZE INTO WS-LOG-RECORD
               WRITE WS-LOG-RECORD
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "AUTO STEP " WS-STEP-NUMBER " " WS-STEP-NAME
                   " FAILED - RC=" WS-STEP-RC-EDIT
                   " MAXRC=" WS-STEP-MAXRC-EDIT
                   " - SEE MENULOG.DAT"
                   DELIMITED BY SIZE INTO WS-ALERT-MESSAGE
               PERFORM POST-OPERATOR-ALERT
           END-IF.

           PERFORM WRITE-CHECKPOINT-RECORD.

       POST-OPERATOR-ALERT.
           MOVE "H" TO WS-ALERT-SEVERITY.
           MOVE RETURN-CODE TO WS-ALERT-SAVE-RC.
           CALL "ALERTPST" USING WS-ALERT-PROGRAM-ID WS-ALERT-SEVERITY
               WS-ALERT-MESSAGE.
           MOVE WS-ALERT-SAVE-RC TO RETURN-CODE.

       WRITE-CHECKPOINT-RECORD.
           OPEN EXTEND WS-CHECKPOINT-FILE.
           IF WS-CHECKPOINT-STATUS = "35"
               OPEN OUTPUT WS-CHECKPOINT-FILE
           END-IF.

           MOVE SPACES TO MENU-CHECKPOINT-RECORD.
           MOVE WS-STEP-NUMBER TO MCK-STEP-NUMBER.
           MOVE WS-STEP-NAME TO MCK-STEP-NAME.
           MOVE WS-TBL-OUTCOME(WS-STEP-NUMBER) TO MCK-STATUS.
           MOVE WS-STEP-RC TO MCK-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-STEP-END-TEXT.
           MOVE WS-BUSINESS-DATE TO WS-STEP-END-TEXT(1:8).
           MOVE WS-STEP-END-TEXT(1:14) TO MCK-TIMESTAMP.
           WRITE MENU-CHECKPOINT-RECORD.

           CLOSE WS-CHECKPOINT-FILE.

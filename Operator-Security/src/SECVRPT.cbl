       IDENTIFICATION DIVISION.
       PROGRAM-ID. SECVRPT.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SECURITY-LOG-FILE ASSIGN TO "SECLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SV-SECLOG-STATUS.
           SELECT SV-REPORT-FILE ASSIGN TO "SECVRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SV-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SECURITY-LOG-FILE.
           COPY SECLOGR.

       FD  SV-REPORT-FILE.
       01  SV-REPORT-RECORD           PIC X(132).

       FD  RUN-STATUS-FILE.
           COPY RUNSTATR.

       WORKING-STORAGE SECTION.
       01  SV-SECLOG-STATUS           PIC X(2).
       01  SV-RUNSTAT-STATUS          PIC X(2).

       01  SV-PARM-FIELDS.
           05  SV-PARM-LINE           PIC X(80).
           05  SV-FROM-DATE           PIC X(8).
           05  SV-THRU-DATE           PIC X(8).
           05  SV-OUTCOME-FILTER      PIC X(8).
               88  SV-REFUSED-ONLY        VALUE "REFUSED".

       01  SV-READ-FIELDS.
           05  SV-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  SV-EOF-YES             VALUE 'Y'.
           05  SV-RECORD-DATE         PIC X(8).
           05  SV-RECORD-TIME         PIC X(6).
           05  SV-SELECT-SWITCH       PIC X(1).
               88  SV-SELECTED            VALUE 'Y'.

       01  SV-COUNT-FIELDS.
           05  SV-RECORDS-READ        PIC 9(7) VALUE 0.
           05  SV-ATTEMPT-COUNT       PIC 9(7) VALUE 0.
           05  SV-ALLOWED-COUNT       PIC 9(7) VALUE 0.
           05  SV-REFUSED-COUNT       PIC 9(7) VALUE 0.

       01  SV-OPERATOR-TABLE.
           05  SV-OPERATOR-MAX        PIC 9(2) VALUE 50.
           05  SV-OPERATOR-COUNT      PIC 9(2) VALUE 0.
           05  SV-OPERATOR-SUB        PIC 9(2).
           05  SV-OPERATOR-FOUND-SW   PIC X(1).
               88  SV-OPERATOR-FOUND      VALUE 'Y'.
           05  SV-OPERATOR-ENTRY OCCURS 50 TIMES.
               10  SV-OPR-ID              PIC X(8).
               10  SV-OPR-ALLOWED         PIC 9(7).
               10  SV-OPR-REFUSED         PIC 9(7).

       01  SV-EDIT-FIELDS.
           05  SV-COUNT-EDIT          PIC ZZZ,ZZ9.
           05  SV-ALLOWED-EDIT        PIC ZZZ,ZZ9.
           05  SV-REFUSED-EDIT        PIC ZZZ,ZZ9.
           05  SV-OPERATOR-EDIT       PIC X(8).
           05  SV-FLAG-TEXT           PIC X(4).

       01  SV-RUN-DATE-TEXT           PIC X(26).
       01  SV-BUSINESS-DATE           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING SV-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM GET-REPORT-PARMS.

           OPEN OUTPUT SV-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.

           OPEN INPUT SECURITY-LOG-FILE.
           IF SV-SECLOG-STATUS = "00"
               PERFORM PROCESS-SECURITY-RECORD UNTIL SV-EOF-YES
               CLOSE SECURITY-LOG-FILE
           ELSE
               MOVE SPACES TO SV-REPORT-RECORD
               STRING "SECLOG.DAT NOT PRESENT - NO CONTROLLED "
                   "FUNCTION HAS BEEN ATTEMPTED"
                   DELIMITED BY SIZE INTO SV-REPORT-RECORD
               WRITE SV-REPORT-RECORD
           END-IF.

           PERFORM WRITE-SUMMARY-SECTION.

           CLOSE SV-REPORT-FILE.

           IF SV-REFUSED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "SECVRPT COMPLETE - " SV-ATTEMPT-COUNT
               " ATTEMPT(S) LISTED, " SV-REFUSED-COUNT
               " REFUSED.".

           PERFORM WRITE-RUN-END-RECORD.

           GOBACK.

       OPEN-RUN-STATUS-FILE.
           OPEN EXTEND RUN-STATUS-FILE.
           IF SV-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF.

       WRITE-RUN-START-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-START TO TRUE.
           MOVE "SECVRPT" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO SV-RUN-DATE-TEXT.
           MOVE SV-BUSINESS-DATE TO SV-RUN-DATE-TEXT(1:8).
           MOVE SV-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       WRITE-RUN-END-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-END TO TRUE.
           MOVE "SECVRPT" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO SV-RUN-DATE-TEXT.
           MOVE SV-BUSINESS-DATE TO SV-RUN-DATE-TEXT(1:8).
           MOVE SV-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE SV-ATTEMPT-COUNT TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       GET-REPORT-PARMS.
           MOVE SPACES TO SV-PARM-LINE.
           ACCEPT SV-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO SV-FROM-DATE.
           MOVE SPACES TO SV-THRU-DATE.
           MOVE SPACES TO SV-OUTCOME-FILTER.
           UNSTRING SV-PARM-LINE DELIMITED BY SPACE
               INTO SV-FROM-DATE SV-THRU-DATE SV-OUTCOME-FILTER.
           IF SV-FROM-DATE = "ALL"
               MOVE SPACES TO SV-FROM-DATE
           END-IF.
           IF SV-THRU-DATE = "ALL"
               MOVE SPACES TO SV-THRU-DATE
           END-IF.

       PROCESS-SECURITY-RECORD.
           READ SECURITY-LOG-FILE
               AT END
                   SET SV-EOF-YES TO TRUE
               NOT AT END
                   ADD 1 TO SV-RECORDS-READ
                   PERFORM SELECT-SECURITY-RECORD
                   IF SV-SELECTED
                       ADD 1 TO SV-ATTEMPT-COUNT
                       IF SEC-REFUSED
                           ADD 1 TO SV-REFUSED-COUNT
                       ELSE
                           ADD 1 TO SV-ALLOWED-COUNT
                       END-IF
                       PERFORM TALLY-OPERATOR-ACTIVITY
                       PERFORM WRITE-DETAIL-LINE
                   END-IF
           END-READ.

       SELECT-SECURITY-RECORD.
           MOVE 'Y' TO SV-SELECT-SWITCH.
           MOVE SEC-TIMESTAMP(1:8) TO SV-RECORD-DATE.
           MOVE SEC-TIMESTAMP(9:6) TO SV-RECORD-TIME.

           IF SV-FROM-DATE NOT = SPACES
               IF SV-RECORD-DATE < SV-FROM-DATE
                   MOVE 'N' TO SV-SELECT-SWITCH
               END-IF
           END-IF.

           IF SV-THRU-DATE NOT = SPACES
               IF SV-RECORD-DATE > SV-THRU-DATE
                   MOVE 'N' TO SV-SELECT-SWITCH
               END-IF
           END-IF.

           IF SV-REFUSED-ONLY
               IF NOT SEC-REFUSED
                   MOVE 'N' TO SV-SELECT-SWITCH
               END-IF
           END-IF.

       TALLY-OPERATOR-ACTIVITY.
           MOVE 'N' TO SV-OPERATOR-FOUND-SW.
           MOVE 1 TO SV-OPERATOR-SUB.

           PERFORM LOCATE-OPERATOR-ENTRY
               UNTIL SV-OPERATOR-FOUND
               OR SV-OPERATOR-SUB > SV-OPERATOR-COUNT.

           IF NOT SV-OPERATOR-FOUND
               IF SV-OPERATOR-COUNT < SV-OPERATOR-MAX
                   ADD 1 TO SV-OPERATOR-COUNT
                   MOVE SV-OPERATOR-COUNT TO SV-OPERATOR-SUB
                   MOVE SEC-OPERATOR-ID TO SV-OPR-ID(SV-OPERATOR-SUB)
                   MOVE 0 TO SV-OPR-ALLOWED(SV-OPERATOR-SUB)
                   MOVE 0 TO SV-OPR-REFUSED(SV-OPERATOR-SUB)
                   SET SV-OPERATOR-FOUND TO TRUE
               END-IF
           END-IF.

           IF SV-OPERATOR-FOUND
               IF SEC-REFUSED
                   ADD 1 TO SV-OPR-REFUSED(SV-OPERATOR-SUB)
               ELSE
                   ADD 1 TO SV-OPR-ALLOWED(SV-OPERATOR-SUB)
               END-IF
           END-IF.

       LOCATE-OPERATOR-ENTRY.
           IF SV-OPR-ID(SV-OPERATOR-SUB) = SEC-OPERATOR-ID
               SET SV-OPERATOR-FOUND TO TRUE
           ELSE
               ADD 1 TO SV-OPERATOR-SUB
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE FUNCTION CURRENT-DATE TO SV-RUN-DATE-TEXT.
           MOVE SV-BUSINESS-DATE TO SV-RUN-DATE-TEXT(1:8).

           MOVE SPACES TO SV-REPORT-RECORD.
           STRING "===== SECURITY VIOLATION REPORT ====="
               DELIMITED BY SIZE INTO SV-REPORT-RECORD.
           WRITE SV-REPORT-RECORD.

           MOVE SPACES TO SV-REPORT-RECORD.
           STRING "RUN DATE/TIME: " SV-RUN-DATE-TEXT
               DELIMITED BY SIZE INTO SV-REPORT-RECORD.
           WRITE SV-REPORT-RECORD.

           MOVE SPACES TO SV-REPORT-RECORD.
           IF SV-FROM-DATE = SPACES AND SV-THRU-DATE = SPACES
               STRING "DATE RANGE: ALL DATES"
                   DELIMITED BY SIZE INTO SV-REPORT-RECORD
           ELSE
               STRING "DATE RANGE: " SV-FROM-DATE
                   " THRU " SV-THRU-DATE
                   DELIMITED BY SIZE INTO SV-REPORT-RECORD
           END-IF.
           WRITE SV-REPORT-RECORD.

           MOVE SPACES TO SV-REPORT-RECORD.
           IF SV-REFUSED-ONLY
               STRING "ATTEMPTS: REFUSED ONLY"
                   DELIMITED BY SIZE INTO SV-REPORT-RECORD
           ELSE
               STRING "ATTEMPTS: ALLOWED AND REFUSED"
                   DELIMITED BY SIZE INTO SV-REPORT-RECORD
           END-IF.
           WRITE SV-REPORT-RECORD.

           MOVE SPACES TO SV-REPORT-RECORD.
           WRITE SV-REPORT-RECORD.

           MOVE SPACES TO SV-REPORT-RECORD.
           STRING "----- ATTEMPT LISTING -----"
               DELIMITED BY SIZE INTO SV-REPORT-RECORD.
           WRITE SV-REPORT-RECORD.

       WRITE-DETAIL-LINE.
           IF SEC-REFUSED
               MOVE "*** " TO SV-FLAG-TEXT
           ELSE
               MOVE SPACES TO SV-FLAG-TEXT
           END-IF.
           IF SEC-OPERATOR-ID = SPACES
               MOVE "(NONE)" TO SV-OPERATOR-EDIT
           ELSE
               MOVE SEC-OPERATOR-ID TO SV-OPERATOR-EDIT
           END-IF.
           MOVE SPACES TO SV-REPORT-RECORD.
           STRING SV-FLAG-TEXT SV-RECORD-DATE " " SV-RECORD-TIME " "
               SEC-PROGRAM-ID " " SV-OPERATOR-EDIT " "
               SEC-FUNCTION " " SEC-OUTCOME " " SEC-REASON " "
               SEC-DETAIL(1:40)
               DELIMITED BY SIZE INTO SV-REPORT-RECORD.
           WRITE SV-REPORT-RECORD.

       WRITE-SUMMARY-SECTION.
           MOVE SPACES TO SV-REPORT-RECORD.
           WRITE SV-REPORT-RECORD.

           MOVE SPACES TO SV-REPORT-RECORD.
           STRING "----- ATTEMPTS BY OPERATOR -----"
               DELIMITED BY SIZE INTO SV-REPORT-RECORD.
           WRITE SV-REPORT-RECORD.

           MOVE 1 TO SV-OPERATOR-SUB.
           PERFORM WRITE-OPERATOR-SUMMARY-LINE
               UNTIL SV-OPERATOR-SUB > SV-OPERATOR-COUNT.

           MOVE SPACES TO SV-REPORT-RECORD.
           WRITE SV-REPORT-RECORD.

           MOVE SV-ATTEMPT-COUNT TO SV-COUNT-EDIT.
           MOVE SV-ALLOWED-COUNT TO SV-ALLOWED-EDIT.
           MOVE SV-REFUSED-COUNT TO SV-REFUSED-EDIT.
           MOVE SPACES TO SV-REPORT-RECORD.
           STRING "ATTEMPTS = " SV-COUNT-EDIT
               "   ALLOWED = " SV-ALLOWED-EDIT
               "   REFUSED = " SV-REFUSED-EDIT
               DELIMITED BY SIZE INTO SV-REPORT-RECORD.
           WRITE SV-REPORT-RECORD.

       WRITE-OPERATOR-SUMMARY-LINE.
           IF SV-OPR-ID(SV-OPERATOR-SUB) = SPACES
               MOVE "(NONE)" TO SV-OPERATOR-EDIT
           ELSE
               MOVE SV-OPR-ID(SV-OPERATOR-SUB) TO SV-OPERATOR-EDIT
           END-IF.
           MOVE SV-OPR-ALLOWED(SV-OPERATOR-SUB) TO SV-ALLOWED-EDIT.
           MOVE SV-OPR-REFUSED(SV-OPERATOR-SUB) TO SV-REFUSED-EDIT.
           MOVE SPACES TO SV-REPORT-RECORD.
           STRING SV-OPERATOR-EDIT
               " ALLOWED = " SV-ALLOWED-EDIT
               "  REFUSED = " SV-REFUSED-EDIT
               DELIMITED BY SIZE INTO SV-REPORT-RECORD.
           WRITE SV-REPORT-RECORD.

           ADD 1 TO SV-OPERATOR-SUB.

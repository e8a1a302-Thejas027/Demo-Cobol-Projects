       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATEROLL.
       AUTHOR. COBOL Developer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-DATE-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-RUNSTAT-STATUS.
           SELECT DR-RELEASE-FILE ASSIGN TO "QRELCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-RELEASE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DR-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
           COPY BUSDATER.

       FD  RUN-STATUS-FILE.
           COPY RUNSTATR.

       FD  DR-RELEASE-FILE.
           COPY QRELCTLR.

       FD  AUDIT-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  DR-DATE-STATUS             PIC X(2).
       01  DR-RUNSTAT-STATUS          PIC X(2).
       01  DR-RELEASE-STATUS          PIC X(2).
       01  DR-AUDIT-STATUS            PIC X(2).

       01  DR-PARM-FIELDS.
           05  DR-PARM-LINE           PIC X(80).
           05  DR-TARGET-TEXT         PIC X(8).

       01  DR-DATE-FIELDS.
           05  DR-CURRENT-DATE        PIC X(8).
           05  DR-NEW-DATE            PIC X(8).
           05  DR-DATE-NUMBER         PIC 9(8).
           05  DR-DAY-NUMBER          PIC 9(7).

       01  DR-REFUSE-FIELDS.
           05  DR-REFUSE-SWITCH       PIC X(1) VALUE 'N'.
               88  DR-ROLL-REFUSED        VALUE 'Y'.
           05  DR-REFUSE-COUNT        PIC 9(3) VALUE 0.
           05  DR-REFUSE-REASON       PIC X(60).

       01  DR-READ-FIELDS.
           05  DR-EOF-SWITCH          PIC X(1) VALUE 'N'.
               88  DR-EOF-YES             VALUE 'Y'.

       01  DR-PROGRAM-TABLE.
           05  DR-PROGRAM-MAX         PIC 9(2) VALUE 50.
           05  DR-PROGRAM-COUNT       PIC 9(2) VALUE 0.
           05  DR-PROGRAM-SUB         PIC 9(2).
           05  DR-PROGRAM-FOUND-SW    PIC X(1).
               88  DR-PROGRAM-FOUND       VALUE 'Y'.
           05  DR-PROGRAM-ENTRY OCCURS 50 TIMES.
               10  DR-PGM-NAME            PIC X(15).
               10  DR-PGM-LAST-START      PIC X(14).
               10  DR-PGM-LAST-TYPE       PIC X(1).
                   88  DR-PGM-LEFT-OPEN       VALUE 'S'.

       01  DR-RUN-DATE-TEXT           PIC X(26).
       01  DR-BUSINESS-DATE           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           CALL "GETBDATE" USING DR-BUSINESS-DATE.
           PERFORM WRITE-RUN-START-RECORD.

           PERFORM GET-ROLL-PARMS.
           PERFORM LOAD-CURRENT-DATE.
           PERFORM CHECK-OPEN-RUNS.
           PERFORM CHECK-RELEASE-CONTROL.
           PERFORM DETERMINE-NEW-DATE.

           IF DR-ROLL-REFUSED
               DISPLAY "DATEROLL - BUSINESS DATE " DR-CURRENT-DATE
                   " NOT ROLLED - " DR-REFUSE-COUNT
                   " CONDITION(S) OUTSTANDING"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-NEW-DATE
               MOVE DR-NEW-DATE TO DR-BUSINESS-DATE
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "DATEROLL - BUSINESS DATE ROLLED FROM "
                   DR-CURRENT-DATE " TO " DR-NEW-DATE
           END-IF.

           PERFORM WRITE-RUN-END-RECORD.

           GOBACK.

       OPEN-RUN-STATUS-FILE.
           OPEN EXTEND RUN-STATUS-FILE.
           IF DR-RUNSTAT-STATUS = "35"
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF.

       WRITE-RUN-START-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-START TO TRUE.
           MOVE "DATEROLL" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO DR-RUN-DATE-TEXT.
           MOVE DR-BUSINESS-DATE TO DR-RUN-DATE-TEXT(1:8).
           MOVE DR-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           MOVE 0 TO RST-PROCESSED-COUNT.
           MOVE 0 TO RST-REJECT-COUNT.
           MOVE 0 TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       WRITE-RUN-END-RECORD.
           PERFORM OPEN-RUN-STATUS-FILE.
           MOVE SPACES TO RUN-STATUS-RECORD.
           SET RST-TYPE-END TO TRUE.
           MOVE "DATEROLL" TO RST-PROGRAM-ID.
           MOVE FUNCTION CURRENT-DATE TO DR-RUN-DATE-TEXT.
           MOVE DR-BUSINESS-DATE TO DR-RUN-DATE-TEXT(1:8).
           MOVE DR-RUN-DATE-TEXT(1:14) TO RST-TIMESTAMP.
           IF DR-ROLL-REFUSED
               MOVE 0 TO RST-PROCESSED-COUNT
           ELSE
               MOVE 1 TO RST-PROCESSED-COUNT
           END-IF.
           MOVE DR-REFUSE-COUNT TO RST-REJECT-COUNT.
           MOVE RETURN-CODE TO RST-RETURN-CODE.
           WRITE RUN-STATUS-RECORD.
           CLOSE RUN-STATUS-FILE.

       GET-ROLL-PARMS.
           MOVE SPACES TO DR-PARM-LINE.
           ACCEPT DR-PARM-LINE FROM COMMAND-LINE.
           MOVE SPACES TO DR-TARGET-TEXT.
           UNSTRING DR-PARM-LINE DELIMITED BY SPACE
               INTO DR-TARGET-TEXT.

       LOAD-CURRENT-DATE.
           MOVE SPACES TO DR-CURRENT-DATE.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF DR-DATE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       MOVE BDT-BUSINESS-DATE TO DR-CURRENT-DATE
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

           IF DR-CURRENT-DATE IS NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE TO DR-RUN-DATE-TEXT
               MOVE DR-RUN-DATE-TEXT(1:8) TO DR-CURRENT-DATE
               DISPLAY "DATEROLL - NO VALID BUSINESS DATE ON FILE, "
                   "ROLLING FROM SYSTEM DATE " DR-CURRENT-DATE
           END-IF.

       FLAG-ROLL-REFUSED.
           SET DR-ROLL-REFUSED TO TRUE.
           ADD 1 TO DR-REFUSE-COUNT.
           DISPLAY "DATEROLL - *** " DR-REFUSE-REASON.

       CHECK-OPEN-RUNS.
           OPEN INPUT RUN-STATUS-FILE.
           IF DR-RUNSTAT-STATUS = "00"
               MOVE 'N' TO DR-EOF-SWITCH
               PERFORM PROCESS-STATUS-RECORD UNTIL DR-EOF-YES
               CLOSE RUN-STATUS-FILE
               MOVE 1 TO DR-PROGRAM-SUB
               PERFORM CHECK-PROGRAM-ENTRY
                   UNTIL DR-PROGRAM-SUB > DR-PROGRAM-COUNT
           END-IF.

       PROCESS-STATUS-RECORD.
           READ RUN-STATUS-FILE
               AT END
                   SET DR-EOF-YES TO TRUE
               NOT AT END
                   IF RST-PROGRAM-ID NOT = "DATEROLL"
                       PERFORM LOCATE-PROGRAM-ENTRY
                       IF DR-PROGRAM-FOUND
                           PERFORM POST-STATUS-RECORD
                       END-IF
                   END-IF
           END-READ.

       LOCATE-PROGRAM-ENTRY.
           MOVE 'N' TO DR-PROGRAM-FOUND-SW.
           MOVE 1 TO DR-PROGRAM-SUB.

           PERFORM SCAN-PROGRAM-ENTRY
               UNTIL DR-PROGRAM-FOUND
               OR DR-PROGRAM-SUB > DR-PROGRAM-COUNT.

           IF NOT DR-PROGRAM-FOUND
               IF DR-PROGRAM-COUNT < DR-PROGRAM-MAX
                   ADD 1 TO DR-PROGRAM-COUNT
                   MOVE DR-PROGRAM-COUNT TO DR-PROGRAM-SUB
                   MOVE RST-PROGRAM-ID TO
                       DR-PGM-NAME(DR-PROGRAM-SUB)
                   MOVE SPACES TO DR-PGM-LAST-START(DR-PROGRAM-SUB)
                   MOVE SPACES TO DR-PGM-LAST-TYPE(DR-PROGRAM-SUB)
                   SET DR-PROGRAM-FOUND TO TRUE
               END-IF
           END-IF.

       SCAN-PROGRAM-ENTRY.
           IF DR-PGM-NAME(DR-PROGRAM-SUB) = RST-PROGRAM-ID
               SET DR-PROGRAM-FOUND TO TRUE
           ELSE
               ADD 1 TO DR-PROGRAM-SUB
           END-IF.

       POST-STATUS-RECORD.
           EVALUATE TRUE
               WHEN RST-TYPE-START
                   MOVE RST-TIMESTAMP TO
                       DR-PGM-LAST-START(DR-PROGRAM-SUB)
                   MOVE RST-RECORD-TYPE TO
                       DR-PGM-LAST-TYPE(DR-PROGRAM-SUB)
               WHEN RST-TYPE-END
                   MOVE RST-RECORD-TYPE TO
                       DR-PGM-LAST-TYPE(DR-PROGRAM-SUB)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-PROGRAM-ENTRY.
           IF DR-PGM-LEFT-OPEN(DR-PROGRAM-SUB)
               MOVE SPACES TO DR-REFUSE-REASON
               STRING DR-PGM-NAME(DR-PROGRAM-SUB)
                   " START=" DR-PGM-LAST-START(DR-PROGRAM-SUB)
                   " HAS NO END RECORD"
                   DELIMITED BY SIZE INTO DR-REFUSE-REASON
               PERFORM FLAG-ROLL-REFUSED
           END-IF.
           ADD 1 TO DR-PROGRAM-SUB.

       CHECK-RELEASE-CONTROL.
           OPEN INPUT DR-RELEASE-FILE.
           IF DR-RELEASE-STATUS = "00"
               READ DR-RELEASE-FILE
                   NOT AT END
                       IF QREL-HELD
                           MOVE SPACES TO DR-REFUSE-REASON
                           STRING "QUADIF.DAT FEED OF " QREL-RUN-DATE
                               " " QREL-RUN-TIME " IS STILL HELD"
                               DELIMITED BY SIZE INTO DR-REFUSE-REASON
                           PERFORM FLAG-ROLL-REFUSED
                       END-IF
               END-READ
               CLOSE DR-RELEASE-FILE
           END-IF.

       DETERMINE-NEW-DATE.
           IF DR-TARGET-TEXT = SPACES
               MOVE DR-CURRENT-DATE TO DR-DATE-NUMBER
               COMPUTE DR-DAY-NUMBER =
                   FUNCTION INTEGER-OF-DATE(DR-DATE-NUMBER) + 1
               COMPUTE DR-DATE-NUMBER =
                   FUNCTION DATE-OF-INTEGER(DR-DAY-NUMBER)
               MOVE DR-DATE-NUMBER TO DR-NEW-DATE
           ELSE
               MOVE DR-TARGET-TEXT TO DR-NEW-DATE
               IF DR-TARGET-TEXT IS NOT NUMERIC
                   MOVE SPACES TO DR-REFUSE-REASON
                   STRING "TARGET DATE '" DR-TARGET-TEXT
                       "' IS NOT YYYYMMDD"
                       DELIMITED BY SIZE INTO DR-REFUSE-REASON
                   PERFORM FLAG-ROLL-REFUSED
               ELSE
                   MOVE DR-TARGET-TEXT TO DR-DATE-NUMBER
                   IF FUNCTION TEST-DATE-YYYYMMDD(DR-DATE-NUMBER)
                           NOT = 0
                       MOVE SPACES TO DR-REFUSE-REASON
                       STRING "TARGET DATE " DR-TARGET-TEXT
                           " IS NOT A VALID CALENDAR DATE"
                           DELIMITED BY SIZE INTO DR-REFUSE-REASON
                       PERFORM FLAG-ROLL-REFUSED
                   ELSE
                       IF DR-TARGET-TEXT NOT > DR-CURRENT-DATE
                           MOVE SPACES TO DR-REFUSE-REASON
                           STRING "TARGET DATE " DR-TARGET-TEXT
                               " IS NOT AFTER " DR-CURRENT-DATE
                               DELIMITED BY SIZE
                               INTO DR-REFUSE-REASON
                           PERFORM FLAG-ROLL-REFUSED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-NEW-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           MOVE SPACES TO BUSINESS-DATE-RECORD.
           MOVE DR-NEW-DATE TO BDT-BUSINESS-DATE.
           MOVE DR-CURRENT-DATE TO BDT-PRIOR-DATE.
           MOVE FUNCTION CURRENT-DATE TO DR-RUN-DATE-TEXT.
           MOVE DR-RUN-DATE-TEXT(1:14) TO BDT-ROLLED-TIMESTAMP.
           WRITE BUSINESS-DATE-RECORD.
           CLOSE BUSINESS-DATE-FILE.

       WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           IF DR-AUDIT-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE DR-BUSINESS-DATE TO AUD-TIMESTAMP(1:8).
           MOVE "DATEROLL" TO AUD-PROGRAM-ID.
           MOVE SPACES TO AUD-INPUT-TEXT.
           STRING "BUSINESS DATE " DR-CURRENT-DATE
               DELIMITED BY SIZE INTO AUD-INPUT-TEXT.
           MOVE SPACES TO AUD-RESULT-TEXT.
           STRING "ROLLED TO " DR-NEW-DATE
               DELIMITED BY SIZE INTO AUD-RESULT-TEXT.
           MOVE SPACES TO AUD-DEPT-CODE.
           WRITE AUDIT-RECORD.

           CLOSE AUDIT-FILE.

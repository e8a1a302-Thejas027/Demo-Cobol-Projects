      *-----------------------------------------------------------*
      * ALERTREC - operator alert record.  One line of ALERTS.DAT *
      * is appended by ALERTPST for every condition a program     *
      * needs an operator to see: H = high (run aborted, feed     *
      * held, results failed verification, preflight no-go,       *
      * AUTO step failed), M = medium, L = low.  The alert ID is  *
      * one more than the last ID on file.  ALERTMGR lists and    *
      * acknowledges alerts and prints the aged-alert report.     *
      * The run date is the business date; the timestamp is the   *
      * clock time of posting, which alert ages are measured from.*
      *-----------------------------------------------------------*
       01  ALERT-RECORD.
           05  ALR-ALERT-ID           PIC 9(7).
           05  FILLER                 PIC X(1).
           05  ALR-SEVERITY           PIC X(1).
               88  ALR-HIGH               VALUE "H".
               88  ALR-MEDIUM             VALUE "M".
               88  ALR-LOW                VALUE "L".
           05  FILLER                 PIC X(1).
           05  ALR-PROGRAM-ID         PIC X(15).
           05  FILLER                 PIC X(1).
           05  ALR-RUN-DATE           PIC X(8).
           05  FILLER                 PIC X(1).
           05  ALR-TIMESTAMP          PIC X(14).
           05  FILLER                 PIC X(1).
           05  ALR-MESSAGE            PIC X(80).

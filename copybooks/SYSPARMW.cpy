      * SYSPARMW - working fields for the shared SYSPARM.DAT run  *
      * parameter file read at startup by the batch calculators.  *
      * Keyword=value records: TOLERANCE, INTERFACE, RESTART,     *
      * MAXREJECT (percent, 0 = no abort), ALERTAGE (hours an     *
      * unacknowledged high alert may stand before the ALERTMGR   *
      * aged-alert report lists it).  A missing file leaves the   *
      * defaults below, which match the old fixed behavior.       *
      *-----------------------------------------------------------*
       01  SYSPARM-FIELDS.
           05  SP-FILE-STATUS         PIC X(2).
           05  SP-MAX-REJECT-PCT      PIC 9(3) VALUE 0.
           05  SP-REJECT-FLOOR        PIC 9(3) VALUE 20.
           05  SP-REJECT-PCT          PIC 9(3)V9(2).
           05  SP-ALERT-AGE-HOURS     PIC 9(3) VALUE 8.
           05  SP-ABORT-SWITCH        PIC X(1) VALUE 'N'.
               88  SP-ABORT-YES           VALUE 'Y'.

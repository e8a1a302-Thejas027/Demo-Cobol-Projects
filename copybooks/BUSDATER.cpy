      *-----------------------------------------------------------*
      * BUSDATER - business processing-date control record, the  *
      * single record held in BUSDATE.DAT.  Every batch program   *
      * stamps its work with BDT-BUSINESS-DATE (through GETBDATE) *
      * instead of the system clock date, so a run that slips     *
      * past midnight or is rerun next morning still posts to the *
      * right business day.  DATEROLL advances the date at end of *
      * day and records when it rolled and from what date.        *
      *-----------------------------------------------------------*
       01  BUSINESS-DATE-RECORD.
           05  BDT-BUSINESS-DATE      PIC X(8).
           05  BDT-PRIOR-DATE         PIC X(8).
           05  BDT-ROLLED-TIMESTAMP   PIC X(14).

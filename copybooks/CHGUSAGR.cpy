      *-----------------------------------------------------------*
      * CHGUSAGR - chargeback usage record.  One line of          *
      * CHGUSAGE.DAT is appended by each batch calculator for     *
      * every input item it reads, processed or rejected, with    *
      * the requester/department code from the ,DEPT= tag on the  *
      * input record.  CHGBACK prices a month of these lines      *
      * against CHGRATE.DAT for the month-end chargeback report.  *
      *-----------------------------------------------------------*
       01  CHARGE-USAGE-RECORD.
           05  CHU-BUSINESS-DATE      PIC X(8).
           05  FILLER                 PIC X(1).
           05  CHU-PROGRAM-ID         PIC X(15).
           05  FILLER                 PIC X(1).
           05  CHU-DEPT-CODE          PIC X(8).
           05  FILLER                 PIC X(1).
           05  CHU-DISPOSITION        PIC X(1).
               88  CHU-PROCESSED          VALUE "P".
               88  CHU-REJECTED           VALUE "R".
           05  FILLER                 PIC X(1).
           05  CHU-SEQUENCE           PIC 9(7).
           05  FILLER                 PIC X(1).
           05  CHU-TIMESTAMP          PIC X(14).

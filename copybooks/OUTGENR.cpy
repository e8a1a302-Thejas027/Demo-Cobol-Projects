      *-----------------------------------------------------------*
      * OUTGENR - output generation catalog record, one line of   *
      * OUTGEN.CAT per generation kept.  When a batch program     *
      * closes a result file, OUTGEN copies it to the next        *
      * numbered generation (e.g. QUADRPT.G0007.DAT) and appends  *
      * a line here saying what was produced, on which business   *
      * date and clock time, and by which program.  Generations   *
      * beyond the count held in OUTGCTL.DAT are emptied and      *
      * marked scratched.  GENREST lists the catalog and restores *
      * a chosen generation over the live file for reprint.       *
      *-----------------------------------------------------------*
       01  OUTPUT-GEN-CATALOG-RECORD.
           05  OGC-FILE-NAME          PIC X(20).
           05  FILLER                 PIC X(1).
           05  OGC-GENERATION         PIC 9(4).
           05  FILLER                 PIC X(1).
           05  OGC-GEN-FILE-NAME      PIC X(30).
           05  FILLER                 PIC X(1).
           05  OGC-BUSINESS-DATE      PIC X(8).
           05  FILLER                 PIC X(1).
           05  OGC-TIMESTAMP          PIC X(14).
           05  FILLER                 PIC X(1).
           05  OGC-PROGRAM-ID         PIC X(15).
           05  FILLER                 PIC X(1).
           05  OGC-RECORD-COUNT       PIC 9(7).
           05  FILLER                 PIC X(1).
           05  OGC-STATUS             PIC X(1).
               88  OGC-ACTIVE             VALUE "A".
               88  OGC-SCRATCHED          VALUE "S".

      *-----------------------------------------------------------*
      * FEEDREGR - inbound feed registry record.  One line of     *
      * FEEDREG.DAT is appended by FEEDCHK for every batch input  *
      * file a calculator has finished processing, holding the    *
      * file's fingerprint: record count, content hash and the    *
      * first and last records (first 80 bytes).  A later feed    *
      * of the same name with the same fingerprint is a repeat    *
      * and is refused unless an operator holding FEEDRRUN        *
      * authorizes the rerun.  Disposition N = first processing,  *
      * R = authorized rerun (with the authorizing operator).     *
      *-----------------------------------------------------------*
       01  FEED-REGISTRY-RECORD.
           05  FRG-FEED-NAME          PIC X(20).
           05  FILLER                 PIC X(1).
           05  FRG-PROGRAM-ID         PIC X(15).
           05  FILLER                 PIC X(1).
           05  FRG-BUSINESS-DATE      PIC X(8).
           05  FILLER                 PIC X(1).
           05  FRG-TIMESTAMP          PIC X(14).
           05  FILLER                 PIC X(1).
           05  FRG-RECORD-COUNT       PIC 9(9).
           05  FILLER                 PIC X(1).
           05  FRG-HASH-VALUE         PIC 9(10).
           05  FILLER                 PIC X(1).
           05  FRG-DISPOSITION        PIC X(1).
               88  FRG-FIRST-RUN          VALUE "N".
               88  FRG-AUTHORIZED-RERUN   VALUE "R".
           05  FILLER                 PIC X(1).
           05  FRG-OPERATOR-ID        PIC X(8).
           05  FILLER                 PIC X(1).
           05  FRG-FIRST-RECORD       PIC X(80).
           05  FILLER                 PIC X(1).
           05  FRG-LAST-RECORD        PIC X(80).

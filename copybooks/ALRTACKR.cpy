      *-----------------------------------------------------------*
      * ALRTACKR - operator alert acknowledgement record.  One    *
      * line of ALERTACK.DAT is appended by ALERTMGR ACK for each *
      * alert an authorized operator has acknowledged, with the   *
      * operator ID and a short comment.  An alert with no line   *
      * here is still open.                                       *
      *-----------------------------------------------------------*
       01  ALERT-ACK-RECORD.
           05  ACK-ALERT-ID           PIC 9(7).
           05  FILLER                 PIC X(1).
           05  ACK-OPERATOR-ID        PIC X(8).
           05  FILLER                 PIC X(1).
           05  ACK-TIMESTAMP          PIC X(14).
           05  FILLER                 PIC X(1).
           05  ACK-COMMENT            PIC X(60).

      * (QUADREJ.DAT, GCDREJ.DAT, PRIMREJ.DAT).  Carries enough   *
      * context to repair and resubmit the record through         *
      * REJRESUB and to account for every reject at month end.    *
      * REJ-DEPT-CODE is the requester/department code taken from *
      * the ,DEPT= tag on the input record (spaces if untagged).  *
      *-----------------------------------------------------------*
       01  REJECT-RECORD.
           05  REJ-SOURCE-PROGRAM     PIC X(15).
           05  REJ-SEQUENCE           PIC 9(5).
           05  REJ-ORIGINAL-RECORD    PIC X(300).
           05  REJ-REASON-CODE        PIC X(30).
           05  REJ-DEPT-CODE          PIC X(8).

      *-----------------------------------------------------------*
      * SECLOGR - security log record appended to SECLOG.DAT by   *
      * OPERCHK for every attempt at a controlled function,       *
      * whether it was allowed or refused.  SECVRPT prints the    *
      * security violation report from this file.                 *
      *-----------------------------------------------------------*
       01  SECURITY-LOG-RECORD.
           05  SEC-TIMESTAMP          PIC X(26).
           05  SEC-PROGRAM-ID         PIC X(15).
           05  SEC-OPERATOR-ID        PIC X(8).
           05  SEC-FUNCTION           PIC X(8).
           05  SEC-OUTCOME            PIC X(7).
               88  SEC-ALLOWED            VALUE "ALLOWED".
               88  SEC-REFUSED            VALUE "REFUSED".
           05  SEC-REASON             PIC X(30).
           05  SEC-DETAIL             PIC X(60).

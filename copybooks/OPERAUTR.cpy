      *-----------------------------------------------------------*
      * OPERAUTR - operator authorization record, one per line    *
      * of OPERAUTH.DAT.  Each line grants one operator ID one    *
      * controlled function:                                      *
      *   RELOVRD  - QRELOVRD release of a HELD QUADIF.DAT feed   *
      *   MSTDEL   - QMSTMAINT DELETE of a QUADMST.DAT entry      *
      *   MSTPURGE - QMSTMAINT PURGE of QUADMST.DAT entries       *
      *   MSTREBLD - QMSTMAINT REBUILD of QUADMST.DAT             *
      *   AUTORUN  - start of a MATH-TOOLS-MENU AUTO run          *
      *   ALERTACK - ALERTMGR ACK of an open operator alert       *
      *   FEEDRRUN - rerun of a batch input feed already on the   *
      *              FEEDREG.DAT registry (RERUN=operator parm)   *
      *   ALL      - every function above                         *
      * OPERCHK reads this file; no line means no authority.      *
      *-----------------------------------------------------------*
       01  OPERATOR-AUTH-RECORD.
           05  OPA-OPERATOR-ID        PIC X(8).
           05  FILLER                 PIC X(1).
           05  OPA-FUNCTION           PIC X(8).
               88  OPA-ALL-FUNCTIONS      VALUE "ALL".
           05  FILLER                 PIC X(1).
           05  OPA-OPERATOR-NAME      PIC X(30).

      * equations master, keyed by the edited A/B/C coefficients. *
      * Shared by QUADRATIC-ROOTS (look-up/add) and QMSTMAINT     *
      * (list, delete, verify and rebuild).                       *
      * The inquiry keys are alternate record keys (with          *
      * duplicates) used by QMSTINQ to find entries by root or    *
      * discriminant value.  Each holds the value plus a fixed    *
      * bias so that the unsigned key collates in numeric order:  *
      * roots + 100000, discriminant + 10000000000.  For a        *
      * complex case both root keys hold the real part; for a     *
      * one-root case both hold root 1.  QMS-ROOT-CASE is also an *
      * alternate key.  Every program that writes or rewrites an  *
      * entry must set the inquiry keys from the stored results.  *
      *-----------------------------------------------------------*
       01  QR-MASTER-RECORD.
           05  QMS-KEY.
                                       SIGN LEADING SEPARATE.
           05  QMS-IMAG-PART           PIC S9(5)V9(4)
                                       SIGN LEADING SEPARATE.
           05  QMS-INQUIRY-KEYS.
               10  QMS-ROOT1-KEY       PIC 9(6)V9(4).
               10  QMS-ROOT2-KEY       PIC 9(6)V9(4).
               10  QMS-DISC-KEY        PIC 9(11)V9(4).

      *-----------------------------------------------------------*
      * MENUCHKR - MATH-TOOLS-MENU AUTO run step checkpoint, one  *
      * line of MENUCHK.DAT per control-card step of the current  *
      * run.  Status C = step completed within its MAXRC (or      *
      * completed in an earlier run and skipped on restart),      *
      * F = step failed, B = step bypassed because the step it    *
      * depends on did not complete.  A rerun of AUTO skips the   *
      * steps already at C and resumes at the first one that is   *
      * not; the file is emptied when a run completes cleanly.    *
      * Each line carries the business date in effect when it was *
      * written; the whole file is ignored unless its last line   *
      * carries the current business date, so a chain that rolls  *
      * the date part-way still resumes.                          *
      *-----------------------------------------------------------*
       01  MENU-CHECKPOINT-RECORD.
           05  MCK-STEP-NUMBER        PIC 9(3).
           05  FILLER                 PIC X(1).
           05  MCK-STEP-NAME          PIC X(9).
           05  FILLER                 PIC X(1).
           05  MCK-STATUS             PIC X(1).
               88  MCK-COMPLETE           VALUE "C".
               88  MCK-FAILED             VALUE "F".
               88  MCK-BYPASSED           VALUE "B".
           05  FILLER                 PIC X(1).
           05  MCK-RETURN-CODE        PIC -9(4).
           05  FILLER                 PIC X(1).
           05  MCK-TIMESTAMP          PIC X(14).

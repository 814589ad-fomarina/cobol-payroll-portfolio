      *****************************************************************
      *  STEPRC.CPY                                                   *
      *  What a program hands back to the job stream driver when it   *
      *  ends.  RETURN-CODE carries the outcome: 0 clean, 4 finished  *
      *  with warnings (exceptions written, rows rejected, a table    *
      *  full) that need reading but do not stop the next step, 8     *
      *  failed - a required file missing, the run refused or out     *
      *  of balance - and nothing downstream may run on its output.   *
      *  STEP-RESULT is shared (EXTERNAL) with PAYJOB, which logs     *
      *  the counts beside the return code: records read from the     *
      *  step's main input, records written to its main output, and   *
      *  exceptions - the rejects and warnings behind a 4.  Each      *
      *  program clears it as it starts, so a step that fails early   *
      *  reports zeros rather than the previous step's counts.        *
      *****************************************************************
       01  STEP-RESULT EXTERNAL.
           05  SR-RECORDS-READ     PIC 9(7).
           05  SR-RECORDS-WRITTEN  PIC 9(7).
           05  SR-EXCEPTIONS       PIC 9(7).

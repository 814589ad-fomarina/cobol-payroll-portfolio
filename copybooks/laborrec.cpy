      *****************************************************************
      *  LABORREC.CPY                                                 *
      *  Hours by charge code, one row per employee per department/   *
      *  job combination worked this period.  TIMECALC writes it      *
      *  beside the pay file from the timecards' charge fields;       *
      *  PAYROLL reads it to spread each check's gross, overtime      *
      *  premium and employer taxes across the departments and jobs   *
      *  in proportion to the hours.  A blank LH-CHARGE-DEPT means    *
      *  the employee's home department - whatever PAYROLL resolves   *
      *  it to on the check date.  An employee with no rows at all    *
      *  (salaried staff with no punches, a hand-keyed pay file) is   *
      *  charged entirely to the home department, as before.          *
      *  Hours are carried to the hundredth as punched - they are     *
      *  only ever used as proportions, never paid from directly.     *
      *****************************************************************
       01  LABOR-HOURS-RECORD.
           05  LH-ID               PIC X(5).
           05  FILLER              PIC X.
           05  LH-CHARGE-DEPT      PIC X(4).
           05  FILLER              PIC X.
           05  LH-JOB-CODE         PIC X(6).
           05  FILLER              PIC X.
           05  LH-HOURS            PIC 9(3)V99.

      *****************************************************************
      *  DEDTAX.CPY                                                   *
      *  Tax treatment of each deduction code, shared by PAYROLL      *
      *  (taking the deduction off a regular check) and RETROPAY      *
      *  (taking it off a retro payment) so both reduce taxable       *
      *  wages by exactly the same rules.  The reduced wages ride     *
      *  the history line, so REVERSAL backs out what was posted.     *
      *    F = pre-tax for federal and state income tax only - the    *
      *        401(k) deferral; still wages for Social Security,      *
      *        Medicare, FUTA and SUTA.                               *
      *    S = Section 125 cafeteria plan - pre-tax for everything,   *
      *        income tax and FICA/FUTA/SUTA alike.                   *
      *    A = after-tax - garnishments and anything not listed.      *
      *  A new deduction code that should come out pre-tax gets a     *
      *  row here; left off, it is treated as after-tax, which        *
      *  over-withholds rather than under-withholds.                  *
      *****************************************************************
       01  WS-DED-TAX-CLASS-VALUES.
           05  FILLER              PIC X(5) VALUE "401KF".
           05  FILLER              PIC X(5) VALUE "HLTHS".
           05  FILLER              PIC X(5) VALUE "GARNA".
       01  WS-DED-TAX-CLASS-TABLE REDEFINES WS-DED-TAX-CLASS-VALUES.
           05  WS-DTC-ENTRY OCCURS 3 TIMES INDEXED BY WS-DTC-IDX.
               10  WS-DTC-CODE     PIC X(4).
               10  WS-DTC-CLASS    PIC X.
       01  WS-DTC-COUNT            PIC 9(2) VALUE 3.

      *    The treatment SET-DEDUCTION-TAX-CLASS resolves for one
      *    code, loaded from WS-DED-WORK-CODE.
       01  WS-DED-WORK-TAX-CLASS   PIC X    VALUE "A".
           88  DED-PRETAX-INCOME-ONLY VALUE "F".
           88  DED-PRETAX-ALL         VALUE "S".
           88  DED-AFTER-TAX          VALUE "A".

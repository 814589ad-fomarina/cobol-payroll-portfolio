      *  wage bases, so a run stops accruing the moment an employee   *
      *  crosses a cap instead of over-accruing for the rest of the   *
      *  year.                                                        *
      *  YTD-FIT-WAGES is the year's gross less every pre-tax         *
      *  deduction (W-2 box 1); YTD-MED-WAGES is gross less only the  *
      *  Section 125 deductions (boxes 3/5 before the SS cap).        *
      *  YTD-LOCAL-TAX is the year's local earned income tax          *
      *  withheld, YTD-LST-TAX the Local Services Tax - kept apart    *
      *  because the LST stops once the year's flat amount is in.     *
      *****************************************************************
       01  YTD-EMPLOYEE-RECORD.
           05  YTD-ID              PIC X(5).
           05  YTD-FUTA-WAGES      PIC 9(9)V99.
           05  YTD-SUTA-WAGES      PIC 9(9)V99.
           05  YTD-STATE-TAX       PIC 9(9)V99.
           05  YTD-FIT-WAGES       PIC 9(9)V99.
           05  YTD-LOCAL-TAX       PIC 9(9)V99.
           05  YTD-LST-TAX         PIC 9(9)V99.

           05  RV-SICK-HOURS       PIC 9(3).
           05  FILLER              PIC X.
           05  RV-TOT-HOURS        PIC 9(3).
           05  FILLER              PIC X.
      *    The check's wages after pre-tax deductions, off the "P"
      *    history line - what YTD-FIT-WAGES and YTD-MED-WAGES get
      *    backed out by.  Blank (a check with no pre-tax
      *    deductions, or one paid before they existed) backs out
      *    RV-GROSS.
           05  RV-FIT-WAGES        PIC 9(7)V99.
           05  FILLER              PIC X.
           05  RV-MED-WAGES        PIC 9(7)V99.
           05  FILLER              PIC X.
      *    "S" when the reversed check was an off-cycle supplemental
      *    payment - it never counted as a pay period, so backing it
      *    out leaves YTD-PAY-PERIODS alone.  Blank is a regular
      *    check.
           05  RV-RUN-KIND         PIC X.
               88  RV-SUPPLEMENTAL-CHECK VALUE "S".
           05  FILLER              PIC X.
      *    The local earned income tax and Local Services Tax the
      *    check withheld - backed out of YTD-LOCAL-TAX and
      *    YTD-LST-TAX.  Blank (requests keyed before local
      *    withholding existed) is zero.
           05  RV-LOCAL-TAX        PIC 9(7)V99.
           05  FILLER              PIC X.
           05  RV-LST-TAX          PIC 9(7)V99.

      *****************************************************************
      *  LOCALTAX.CPY                                                 *
      *  Loadable local income tax rates, one line per locality -     *
      *  kept as data for the same reason the state brackets are:     *
      *  municipalities and school districts change their rates on    *
      *  their own calendars.  LT-LOCALITY is the code the master's   *
      *  EM-RES-LOCALITY and EM-WORK-LOCALITY carry (the PSD code in  *
      *  Pennsylvania).  PAYROLL withholds at the higher of the       *
      *  resident locality's resident rate and the work locality's    *
      *  non-resident rate; a locality that taxes only its own       *
      *  residents (New York City) carries a zero non-resident rate.  *
      *  LT-LST-ANNUAL is the work locality's flat yearly Local       *
      *  Services Tax, spread over the pay periods and stopped once   *
      *  the year's amount is in.  SUPPAY and RETROPAY withhold the   *
      *  earned income tax off off-cycle checks the same way, but     *
      *  never the LST, which is a regular-period charge.             *
      *  LT-WAGE-BASIS "M" taxes the Medicare wages (Pennsylvania     *
      *  earned income does not exclude 401(k) deferrals); anything   *
      *  else taxes the FIT wages.                                    *
      *  LT-COLLECTOR names the tax collector the withholding is      *
      *  remitted to - the quarterly local report groups by it.       *
      *****************************************************************
       01  LOCAL-TAX-RECORD.
           05  LT-LOCALITY         PIC X(6).
           05  FILLER              PIC X.
           05  LT-STATE            PIC X(2).
           05  FILLER              PIC X.
           05  LT-RES-RATE         PIC V9(5).
           05  FILLER              PIC X.
           05  LT-NONRES-RATE      PIC V9(5).
           05  FILLER              PIC X.
           05  LT-LST-ANNUAL       PIC 9(3)V99.
           05  FILLER              PIC X.
           05  LT-WAGE-BASIS       PIC X.
               88  LT-ON-MEDICARE-WAGES VALUE "M".
           05  FILLER              PIC X.
           05  LT-COLLECTOR        PIC X(8).
           05  FILLER              PIC X.
           05  LT-NAME             PIC X(20).

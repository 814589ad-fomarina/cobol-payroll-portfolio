      *****************************************************************
      *  W4REC.CPY                                                    *
      *  Effective-dated federal W-4 withholding elections, one row   *
      *  per form an employee turns in, keyed on ID + the date the    *
      *  form takes effect - the same history shape as EMPMSTR.CPY.   *
      *  EMPMAINT adds rows; PAYROLL, RETROPAY and SUPPAY take the    *
      *  row with the latest W4-EFF-DATE not after the check date.    *
      *  A later form simply supersedes the earlier one, so there is  *
      *  no end date.  An employee with no row at all withholds off   *
      *  the filing status on the master/employee file with no        *
      *  adjustments, exactly as before the file existed.             *
      *  Dollar amounts are as keyed on the form: the dependent       *
      *  credit, other income and deductions are ANNUAL figures and   *
      *  work inside the annualized bracket lookup; the extra         *
      *  withholding is a flat amount per check.                      *
      *  An exemption claim stops federal withholding only through    *
      *  W4-EXEMPT-EXPIRY; once the check date passes it the check    *
      *  withholds as Single with no adjustments until a new form is  *
      *  keyed.  SUPPAY's flat supplemental rate looks only at the    *
      *  exemption claim: nothing withheld while it is good, the      *
      *  flat rate once it has lapsed.                                *
      *****************************************************************
       01  W4-ELECTION-RECORD.
           05  W4-KEY.
               10  W4-ID               PIC X(5).
               10  W4-EFF-DATE         PIC 9(8).
      *    S / M / H; a space defers to the master's filing status.
           05  W4-FILING-STATUS        PIC X.
               88  W4-SINGLE           VALUE "S".
               88  W4-MARRIED          VALUE "M".
               88  W4-HEAD-OF-HOUSEHOLD VALUE "H".
           05  W4-DEPENDENT-CREDIT     PIC 9(5)V99.
           05  W4-OTHER-INCOME         PIC 9(7)V99.
           05  W4-DEDUCTIONS           PIC 9(7)V99.
           05  W4-EXTRA-WITHHOLDING    PIC 9(5)V99.
           05  W4-EXEMPT               PIC X.
               88  W4-CLAIMS-EXEMPT    VALUE "Y".
           05  W4-EXEMPT-EXPIRY        PIC 9(8).

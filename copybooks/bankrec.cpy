      *  file; re-keying an account number means resetting the row    *
      *  to "N" so the new account is prenoted before real money      *
      *  moves.                                                       *
      *  Rows are maintained through BANKMAINT, which does that       *
      *  reset itself and stamps BANK-CHANGE-DATE with the date of    *
      *  the change; PAYROLL holds live credits to an account changed *
      *  within CTL-BANK-HOLD-DAYS of the check date.  Zero (rows     *
      *  keyed before the field existed) means no change on record.   *
      *****************************************************************
       01  BANK-INFO-RECORD.
           05  BANK-ID             PIC X(5).
               88  BANK-ACCT-VERIFIED  VALUE "V".
           05  FILLER              PIC X.
           05  BANK-STATUS-DATE    PIC 9(8).
           05  FILLER              PIC X.
           05  BANK-CHANGE-DATE    PIC 9(8).

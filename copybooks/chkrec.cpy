      *  CHECKREC matches the bank's cleared-items file against them, *
      *  reports and drops the cleared ones, and ages what is still   *
      *  outstanding.  CK-STATUS is "O" outstanding until the bank    *
      *  clears it, or "V" once REVERSAL voids it - a voided row      *
      *  stays on file until it is stale-dated, so a voided check     *
      *  that is presented anyway shows up as suspected fraud.        *
      *  Each row is also the issue record the positive pay file      *
      *  sent the bank for that check.                                *
      *****************************************************************
       01  CHECK-OUTSTANDING-RECORD.
           05  CK-CHECK-NO         PIC 9(8).
           05  FILLER              PIC X.
           05  CK-STATUS           PIC X.
               88  CK-OUTSTANDING  VALUE "O".
               88  CK-VOIDED       VALUE "V".

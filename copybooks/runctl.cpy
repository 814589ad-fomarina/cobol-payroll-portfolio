      *    here and writes the advanced value back when the period
      *    completes, the same way the ACH batch number advances.
           05  CTL-NEXT-CHECK-NO   PIC 9(8).
           05  FILLER              PIC X.
      *    The disbursement account the printed checks are drawn
      *    on - stamped on every positive pay record so the bank
      *    knows which account's issues they are.
           05  CTL-CHECK-ACCOUNT   PIC X(15).
           05  FILLER              PIC X.
      *    Accrued wages payable - the liability ACCRUAL credits for
      *    wages earned by month end but not yet paid.  Blank (run
      *    controls keyed before month-end accruals) takes the
      *    standard-chart 2150.
           05  CTL-GL-ACCRUED-WAGES PIC X(4).
           05  FILLER              PIC X.
      *    Days before the check date inside which a bank account
      *    change keeps the employee off live ACH credits - PAYROLL
      *    prints a check instead.  Blank takes 5.
           05  CTL-BANK-HOLD-DAYS  PIC 9(2).
           05  FILLER              PIC X.
      *    Local income tax payable - the liability PAYROLL credits
      *    for local earned income tax and LST withheld.  Blank
      *    (run controls keyed before local withholding) takes the
      *    standard-chart 2250.
           05  CTL-GL-LOCAL-PAYABLE PIC X(4).

      *  credit lines: gross wage expense (debit) balanced against    *
      *  tax withholding liability, net pay disbursement, and         *
      *  deductions payable (credit).                                 *
      *  GL-REVERSE-DATE asks the import job to post the exact        *
      *  opposite of the line on that date - ACCRUAL's month-end      *
      *  accrual reverses itself on the first of the next month.      *
      *  Blank on every ordinary posting.                             *
      *****************************************************************
       01  GL-EXTRACT-RECORD.
           05  GL-BATCH-ID         PIC X(10).
           05  GL-AMOUNT           PIC 9(9)V99.
           05  FILLER              PIC X.
           05  GL-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X.
           05  GL-REVERSE-DATE     PIC 9(8).

      *****************************************************************
      *  TAXTAB.CPY                                                   *
      *  Graduated withholding-tax bracket table, keyed by filing     *
      *  status (S = Single, M = Married, H = Head of household -     *
      *  normally elected on the W-4, see W4REC.CPY).  Ranges are     *
      *  ANNUALIZED income: CALCULATE-TAX multiplies the period gross *
      *  by the employee's pay periods per year before the lookup,    *
      *  computes                                                     *
      *      TB-BASE-TAX + ((ANNUAL GROSS - TB-INCOME-LOW) * TB-RATE) *
      *  for the bracket containing the annualized gross, then        *
      *  divides back down to the per-period withholding - so a       *
           05  FILLER PIC 9(7)V99 VALUE 9999999.99.
           05  FILLER PIC V999   VALUE .350.
           05  FILLER PIC 9(7)V99 VALUE 0051480.00.
      *        --- HEAD OF HOUSEHOLD ---
           05  FILLER PIC 9(7)V99 VALUE 0000000.00.
           05  FILLER PIC 9(7)V99 VALUE 0011000.00.
           05  FILLER PIC V999   VALUE .100.
           05  FILLER PIC 9(7)V99 VALUE 0000000.00.
           05  FILLER PIC 9(7)V99 VALUE 0011000.01.
           05  FILLER PIC 9(7)V99 VALUE 0026000.00.
           05  FILLER PIC V999   VALUE .120.
           05  FILLER PIC 9(7)V99 VALUE 0001100.00.
           05  FILLER PIC 9(7)V99 VALUE 0026000.01.
           05  FILLER PIC 9(7)V99 VALUE 0052000.00.
           05  FILLER PIC V999   VALUE .220.
           05  FILLER PIC 9(7)V99 VALUE 0002900.00.
           05  FILLER PIC 9(7)V99 VALUE 0052000.01.
           05  FILLER PIC 9(7)V99 VALUE 0104000.00.
           05  FILLER PIC V999   VALUE .240.
           05  FILLER PIC 9(7)V99 VALUE 0008620.00.
           05  FILLER PIC 9(7)V99 VALUE 0104000.01.
           05  FILLER PIC 9(7)V99 VALUE 0170000.00.
           05  FILLER PIC V999   VALUE .320.
           05  FILLER PIC 9(7)V99 VALUE 0021100.00.
           05  FILLER PIC 9(7)V99 VALUE 0170000.01.
           05  FILLER PIC 9(7)V99 VALUE 9999999.99.
           05  FILLER PIC V999   VALUE .350.
           05  FILLER PIC 9(7)V99 VALUE 0042220.00.

       01  TAX-TABLE REDEFINES TAX-TABLE-VALUES.
           05  TAX-STATUS-ENTRY OCCURS 3 TIMES INDEXED BY TAX-STAT-IDX.
               10  TAX-BRACKET OCCURS 6 TIMES INDEXED BY TAX-BRK-IDX.
                   15  TB-INCOME-LOW    PIC 9(7)V99.
                   15  TB-INCOME-HIGH   PIC 9(7)V99.

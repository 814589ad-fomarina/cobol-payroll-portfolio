       01  WS-FUTA-WAGE-BASE   PIC 9(9)V99 VALUE 7000.
       01  WS-SUTA-RATE        PIC V9999   VALUE .0270.
       01  WS-SUTA-WAGE-BASE   PIC 9(9)V99 VALUE 9000.
      *    Flat federal withholding rate on supplemental wages - the
      *    optional flat-rate method SUPPAY withholds bonuses and
      *    commissions at instead of the annualized bracket table.
       01  WS-SUPP-FED-RATE    PIC V9999   VALUE .2200.

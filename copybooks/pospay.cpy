      *****************************************************************
      *  POSPAY.CPY                                                   *
      *  Positive pay issue file in the bank's fixed format, 80       *
      *  bytes: one header, one detail record per check issued or     *
      *  voided, one trailer.  The bank pays a presented check only   *
      *  when its number, amount and payee match an issue record and  *
      *  no void record has followed it.  PAYROLL and SUPPAY write    *
      *  an issue record for every check they print; REVERSAL (and    *
      *  any later void step) writes void records for the checks it   *
      *  cancels.  The trailer carries the detail count and the       *
      *  dollar total, which PAYBAL re-foots and ties to the check    *
      *  register before the file is released.                        *
      *  Amounts are unsigned with two implied decimals; a void       *
      *  record carries the amount of the check it cancels, and the   *
      *  trailer total is simply the sum of the detail amounts.       *
      *****************************************************************
       01  POSITIVE-PAY-RECORD.
           05  PP-RECORD-TYPE      PIC X.
               88  PP-IS-HEADER    VALUE "H".
               88  PP-IS-DETAIL    VALUE "D".
               88  PP-IS-TRAILER   VALUE "T".
           05  PP-ACCOUNT          PIC X(15).
           05  PP-REST-OF-RECORD   PIC X(64).

       01  PP-HEADER-RECORD REDEFINES POSITIVE-PAY-RECORD.
           05  FILLER              PIC X(16).
           05  PP-H-FILE-DATE      PIC 9(8).
           05  PP-H-COMPANY-NAME   PIC X(16).
      *    The program that cut the file - PAYROLL, SUPPAY or
      *    REVERSAL - so a file can be traced to its run.
           05  PP-H-SOURCE         PIC X(8).
           05  FILLER              PIC X(32).

       01  PP-DETAIL-RECORD REDEFINES POSITIVE-PAY-RECORD.
           05  FILLER              PIC X(16).
           05  PP-D-CHECK-NO       PIC 9(10).
           05  PP-D-ISSUE-DATE     PIC 9(8).
           05  PP-D-AMOUNT         PIC 9(8)V99.
           05  PP-D-ACTION         PIC X.
               88  PP-D-ISSUE      VALUE "I".
               88  PP-D-VOID       VALUE "V".
           05  PP-D-PAYEE          PIC X(35).

       01  PP-TRAILER-RECORD REDEFINES POSITIVE-PAY-RECORD.
           05  FILLER              PIC X(16).
           05  PP-T-DETAIL-COUNT   PIC 9(6).
           05  PP-T-TOTAL-AMOUNT   PIC 9(10)V99.
           05  FILLER              PIC X(46).

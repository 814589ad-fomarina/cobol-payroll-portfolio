               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT W4-ELECTION-FILE ASSIGN TO
               "data/w4_elections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W4-KEY
               FILE STATUS IS WS-W4-STATUS.
           SELECT ARREARS-FILE ASSIGN TO
               "data/deduction_arrears.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARREARS-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO
               "data/pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HK-BATCH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO
               "data/run_control.txt"
               "data/state_tax_tables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-TAX-STATUS.
           SELECT LOCAL-TAX-FILE ASSIGN TO
               "data/local_tax_rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCAL-TAX-STATUS.
           SELECT PTO-BALANCE-FILE ASSIGN TO
               "data/pto_balances.dat"
               ORGANIZATION IS INDEXED
           SELECT CHECK-REGISTER-FILE ASSIGN TO
               "output/check_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE ASSIGN TO
               "output/positive_pay.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-OUTSTANDING-FILE ASSIGN TO
               "data/checks_outstanding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSTANDING-STATUS.
           SELECT LABOR-HOURS-FILE ASSIGN TO
               "data/labor_hours.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-HOURS-STATUS.
           SELECT LABOR-DIST-FILE ASSIGN TO
               "output/labor_distribution.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER                PIC X.
           05 CKPT-STATE            PIC 9(9)V99.
           05 FILLER                PIC X.
           05 CKPT-LOCAL            PIC 9(9)V99.
           05 FILLER                PIC X.
           05 CKPT-ACH-ENTRY-COUNT  PIC 9(6).
           05 FILLER                PIC X.
           05 CKPT-ACH-HASH-TOTAL   PIC 9(10).
               10 FILLER            PIC X.
               10 CKPT-DEPT-NET     PIC 9(9)V99.
               10 FILLER            PIC X.
               10 CKPT-DEPT-ER-TAX  PIC 9(9)V99.
               10 FILLER            PIC X.
      *    Remittance totals by code, carried across a restart the
      *    same way the department subtotals are.
           05 CKPT-REMIT-COUNT      PIC 9(2).
               10 FILLER            PIC X.
               10 CKPT-DCU-AMT      PIC 9(7)V99.
               10 FILLER            PIC X.
      *    Overtime premium distributed so far this run, for the
      *    labor distribution report's total line.
           05 CKPT-OT-PREMIUM       PIC 9(9)V99.
           05 FILLER                PIC X.

       FD DEPT-SUMMARY-FILE.
       01 DEPT-SUMMARY-RECORD PIC X(120).
       FD ACH-FILE.
       COPY "achrec.cpy".

       FD W4-ELECTION-FILE.
       COPY "w4rec.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "empmstr.cpy".

           05 FILLER              PIC X.
           05 ST-BASE-TAX         PIC 9(7)V99.

       FD LOCAL-TAX-FILE.
       COPY "localtax.cpy".

       FD REMIT-REGISTER-FILE.
       01 REMIT-REGISTER-RECORD PIC X(120).

       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD PIC X(120).

       FD POSITIVE-PAY-FILE.
       COPY "pospay.cpy".

       FD CHECK-OUTSTANDING-FILE.
       COPY "chkrec.cpy".

       FD LABOR-HOURS-FILE.
       COPY "laborrec.cpy".

       FD LABOR-DIST-FILE.
       01 LABOR-DIST-RECORD     PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X VALUE "N".
           88 END-OF-FILE     VALUE "Y".
       01 WS-STATE-TAX        PIC 9(7)V99 VALUE 0.
       01 WS-NET-PAY          PIC 9(7)V99 VALUE 0.

      *    Local withholding for the check, off CALCULATE-LOCAL-TAX:
      *    the earned income tax, the locality it is owed to and
      *    the wages and rate it was figured on, then the Local
      *    Services Tax and the work-site locality it goes to.
       01 WS-LOCAL-TAX        PIC 9(7)V99 VALUE 0.
       01 WS-LOCAL-WAGES      PIC 9(7)V99 VALUE 0.
       01 WS-LOCAL-CODE       PIC X(6)    VALUE SPACES.
       01 WS-LOCAL-RATE       PIC V9(5)   VALUE 0.
       01 WS-LOCAL-BASIS      PIC X       VALUE SPACE.
           88 LOCAL-ON-MEDICARE-WAGES VALUE "M".
       01 WS-LST-TAX          PIC 9(7)V99 VALUE 0.
       01 WS-LST-CODE         PIC X(6)    VALUE SPACES.

      *    The check's taxable wages once pre-tax deductions come
      *    off gross - FIT wages drive the federal and state
      *    withholding, FICA wages the Social Security, Medicare,
      *    FUTA and SUTA arithmetic.  SET-TAXABLE-WAGES builds both
      *    from the deduction table, off whichever amount column
      *    the caller names in WS-PRETAX-BASIS.
       01 WS-FIT-WAGES        PIC 9(7)V99 VALUE 0.
       01 WS-FICA-WAGES       PIC 9(7)V99 VALUE 0.
       01 WS-PRETAX-FIT       PIC 9(7)V99 VALUE 0.
       01 WS-PRETAX-FICA      PIC 9(7)V99 VALUE 0.
       01 WS-PRETAX-ONE       PIC 9(7)V99 VALUE 0.
       01 WS-PRETAX-BASIS     PIC X       VALUE "W".
           88 PRETAX-ON-WANTED VALUE "W".
           88 PRETAX-ON-TAKEN  VALUE "T".
      *    Set when the protected floor shorted a pre-tax deduction,
      *    so the withholding has to be restated on what was really
      *    taken; RESTATING keeps the second pass from papering the
      *    same state-table exception twice.
       01 WS-PRETAX-SHORT-SW  PIC X       VALUE "N".
           88 PRETAX-WAS-SHORTED VALUE "Y".
       01 WS-RESTATE-SW       PIC X       VALUE "N".
           88 RESTATING-WITHHOLDING VALUE "Y".

       COPY "taxrate.cpy".
       COPY "dedtax.cpy".

       01 WS-SS-TAXABLE       PIC 9(7)V99 VALUE 0.
       01 WS-FUTA-TAXABLE     PIC 9(7)V99 VALUE 0.
               10 WS-ST-ENTRY-RATE  PIC V999.
               10 WS-ST-ENTRY-BASE  PIC 9(7)V99.

       01 WS-LOCAL-TAX-STATUS PIC XX      VALUE "00".
       01 WS-LT-EOF           PIC X       VALUE "N".
           88 LT-END-OF-FILE  VALUE "Y".

      *    Local rates loaded off the table file at startup, one
      *    slot per locality.  LOCATE-LOCAL-ENTRY looks a code up
      *    in WS-LOCAL-LOOKUP-CODE and leaves WS-LT-IDX past the
      *    count when it is not on the table.
       01 WS-LT-TABLE-LIMIT   PIC 9(3)    VALUE 100.
       01 WS-LT-COUNT         PIC 9(3)    VALUE 0.
       01 WS-LT-TABLE.
           05 WS-LT-ENTRY OCCURS 100 TIMES INDEXED BY WS-LT-IDX.
               10 WS-LT-ENTRY-CODE      PIC X(6).
               10 WS-LT-ENTRY-RES-RATE  PIC V9(5).
               10 WS-LT-ENTRY-NONRES-RATE PIC V9(5).
               10 WS-LT-ENTRY-LST       PIC 9(3)V99.
               10 WS-LT-ENTRY-BASIS     PIC X.
       01 WS-LOCAL-LOOKUP-CODE PIC X(6)   VALUE SPACES.

       01 WS-RECORD-STATUS    PIC X       VALUE "V".
           88 VALID-RECORD    VALUE "V".
           88 INVALID-RECORD  VALUE "R".
               10 WS-DED-ENTRY-WANTED PIC 9(7)V99.
               10 WS-DED-ENTRY-SHORT PIC 9(7)V99.
               10 WS-DED-ENTRY-PRI  PIC 9.
      *        F/S/A tax treatment off DEDTAX.CPY - decides whether
      *        the entry comes off taxable wages before withholding.
               10 WS-DED-ENTRY-TAXCLS PIC X.
      *        GOAL/COLL carry the declining-balance picture off the
      *        deduction row (zero for open-ended elections); PAYOFF
      *        flips the run this entry's take meets the goal, for
      *    Deductions come out in a defined order of priority, not
      *    file order: 1 = garnishment orders (legally first), 2 =
      *    benefits, 3 = the employee's own 401(k) deferral.  Taxes
      *    are figured first - on wages already reduced by the
      *    pre-tax elections - and only then is each deduction
      *    reduced or skipped once remaining pay hits the protected
      *    floor - WS-PROTECTED-PCT of disposable (gross less taxes)
      *    is always left in the check.
       01 WS-PROTECTED-PCT    PIC V99     VALUE .30.
       01 WS-DISPOSABLE       PIC 9(7)V99 VALUE 0.
       01 WS-PROTECTED-FLOOR  PIC 9(7)V99 VALUE 0.

       01 WS-HISTORY-STATUS   PIC XX      VALUE "00".
           88 HISTORY-FILE-MISSING VALUE "35".
      *    The next history line's place among the lines written for
      *    the current check - the last part of HIST-KEY.
       01 WS-HIST-LINE-SEQ    PIC 9(3)    VALUE 0.

       01 WS-RUN-CONTROL-STATUS PIC XX    VALUE "00".
      *    The record as read, held so COMPLETE-RUN-CONTROL can
      *    rewrite the file at end of run without trusting the FD
      *    record area to survive the CLOSE.
       01 WS-SAVED-RUN-CONTROL PIC X(177) VALUE SPACES.

      *    GL account numbers off the run control - the chart of
      *    accounts is the operator's to maintain, not this
       01 WS-GL-NET-PAYABLE    PIC X(4)   VALUE SPACES.
       01 WS-GL-DED-PAYABLE    PIC X(4)   VALUE SPACES.
       01 WS-GL-STATE-PAYABLE  PIC X(4)   VALUE SPACES.
       01 WS-GL-LOCAL-PAYABLE  PIC X(4)   VALUE "2250".

       01 WS-MODIFIER-ALPHABET PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
      *    WS-DEPT-TABLE-LIMIT matches WS-DEPT-TABLE's OCCURS and
      *    guards ACCUMULATE-DEPT-TOTALS against indexing past it -
      *    a 21st distinct department code folds into the last slot
      *    instead of running off the end of the table.  GROSS and
      *    ER-TAX are labor cost, posted to the departments the
      *    hours were charged to; TAX and NET are the employee's
      *    own withholding and pay and stay with the home
      *    department.
       01 WS-DEPT-TABLE-LIMIT PIC 9(2)   VALUE 20.
       01 WS-DEPT-COUNT        PIC 9(2)   VALUE 0.
       01 WS-DEPT-TABLE.
               10 WS-DEPT-ENTRY-GROSS PIC 9(9)V99.
               10 WS-DEPT-ENTRY-TAX   PIC 9(9)V99.
               10 WS-DEPT-ENTRY-NET   PIC 9(9)V99.
               10 WS-DEPT-ENTRY-ER-TAX PIC 9(9)V99.
       01 WS-DEPT-LOOKUP-CODE  PIC X(4)   VALUE SPACES.

      *    The labor hours TIMECALC totalled by charge department
      *    and job, loaded up front.  No file on hand - a hand-keyed
      *    pay file - charges everybody to the home department.
       01 WS-LABOR-HOURS-STATUS PIC XX    VALUE "00".
       01 WS-LH-EOF            PIC X      VALUE "N".
           88 LH-END-OF-FILE   VALUE "Y".
       01 WS-LH-TABLE-LIMIT    PIC 9(3)   VALUE 500.
       01 WS-LH-COUNT          PIC 9(3)   VALUE 0.
       01 WS-LH-TABLE.
           05 WS-LH-ENTRY OCCURS 500 TIMES INDEXED BY WS-LH-IDX.
               10 WS-LH-ENTRY-ID    PIC X(5).
               10 WS-LH-ENTRY-DEPT  PIC X(4).
               10 WS-LH-ENTRY-JOB   PIC X(6).
               10 WS-LH-ENTRY-HOURS PIC 9(3)V99.

      *    One check's cost split by charge department and job, in
      *    proportion to the hours: gross, the overtime premium
      *    inside it (the half-time over straight time), and the
      *    employer's FICA, FUTA and SUTA.  Every share but the last
      *    is truncated and the last takes the remainder, so the
      *    shares always add back to the check to the penny.
       01 WS-LD-TABLE-LIMIT    PIC 9(2)   VALUE 10.
       01 WS-LD-COUNT          PIC 9(2)   VALUE 0.
       01 WS-LD-TABLE.
           05 WS-LD-ENTRY OCCURS 10 TIMES INDEXED BY WS-LD-IDX.
               10 WS-LD-ENTRY-DEPT    PIC X(4).
               10 WS-LD-ENTRY-JOB     PIC X(6).
               10 WS-LD-ENTRY-HOURS   PIC 9(4)V99.
               10 WS-LD-ENTRY-GROSS   PIC 9(7)V99.
               10 WS-LD-ENTRY-PREMIUM PIC 9(7)V99.
               10 WS-LD-ENTRY-ER-TAX  PIC 9(7)V99.
       01 WS-LD-DEPT           PIC X(4)   VALUE SPACES.
       01 WS-LD-TOTAL-HOURS    PIC 9(4)V99 VALUE 0.
       01 WS-OT-PREMIUM        PIC 9(7)V99 VALUE 0.
       01 WS-ER-TAX-TOTAL      PIC 9(7)V99 VALUE 0.
       01 WS-LD-LEFT-GROSS     PIC 9(7)V99 VALUE 0.
       01 WS-LD-LEFT-PREMIUM   PIC 9(7)V99 VALUE 0.
       01 WS-LD-LEFT-ER-TAX    PIC 9(7)V99 VALUE 0.
       01 WS-GRAND-OT-PREMIUM  PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-ER-TAX      PIC 9(9)V99 VALUE 0.
       01 WS-GL-DEPT-ACCOUNT   PIC X(10)  VALUE SPACES.

       01 WS-GRAND-GROSS       PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TAX         PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-FICA-ER     PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-UNEMP       PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-STATE       PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-LOCAL       PIC 9(9)V99 VALUE 0.

       01 WS-RUN-DATE          PIC 9(8)   VALUE 0.
       01 WS-BATCH-ID          PIC X(10)  VALUE SPACES.
           88 PRENOTE-HELD     VALUE "Y".
           88 NOT-PRENOTE-HELD VALUE "N".

      *    Change hold.  An account changed within WS-BANK-HOLD-DAYS
      *    of the check date - or dated after it - gets no live
      *    credit this run, however far along its prenote is; the
      *    employee is paid by check and the hold is listed on the
      *    exceptions report, so a hijacked account can be caught
      *    before money reaches it.  The days come off the run
      *    control when keyed there.
       01 WS-BANK-HOLD-DAYS    PIC 9(2)   VALUE 5.
       01 WS-BANK-CHANGE-AGE   PIC S9(7)  VALUE 0.
       01 WS-BANK-CHANGE-HOLD  PIC X      VALUE "N".
           88 BANK-CHANGE-HELD     VALUE "Y".
           88 NOT-BANK-CHANGE-HELD VALUE "N".

      *    Day-serial scratch fields for CONVERT-DATE-TO-SERIAL,
      *    which turns a YYYYMMDD date into a day count so two dates
      *    can be differenced to age a prenote.
       01 WS-NEXT-CHECK-NO     PIC 9(8)   VALUE 0.
       01 WS-CHECKS-WRITTEN    PIC 9(5)   VALUE 0.
       01 WS-CHECK-TOTAL       PIC 9(9)V99 VALUE 0.
      *    The account the checks are drawn on, off the run control,
      *    for the positive pay issue file.
       01 WS-CHECK-ACCOUNT     PIC X(15)  VALUE SPACES.

      *    Company constants and the ACH batch identifiers all come
      *    off the operator's run control at startup - nothing here
       01 WS-EFFECTIVE-PAY-FREQ      PIC X      VALUE SPACES.
       01 WS-EFFECTIVE-SALARY        PIC 9(7)V99 VALUE 0.
       01 WS-EFFECTIVE-WORK-STATE    PIC X(2)   VALUE SPACES.
      *    Local tax localities come off the master row alone -
      *    the employee file carries none - so no master history
      *    means no local withholding.
       01 WS-EFFECTIVE-RES-LOCAL     PIC X(6)   VALUE SPACES.
       01 WS-EFFECTIVE-WORK-LOCAL    PIC X(6)   VALUE SPACES.
       01 WS-BEST-EFF-DATE     PIC 9(8)   VALUE 0.
       01 WS-MASTER-SCAN-COUNT PIC 9(4)   VALUE 0.
       01 WS-MASTER-SCAN-LIMIT PIC 9(4)   VALUE 500.

      *    The W-4 elections in force on the check date, resolved by
      *    FIND-W4-ELECTION once per check.  No elections file on
      *    the system, or no form on file for the employee, leaves
      *    the master's filing status with no adjustments.
       01 WS-W4-STATUS         PIC XX     VALUE "00".
           88 W4-FILE-OK       VALUE "00".
       01 WS-W4-FILE-SW        PIC X      VALUE "N".
           88 W4-FILE-OPEN     VALUE "Y".
       01 WS-W4-EOF            PIC X      VALUE "N".
           88 NO-MORE-W4-ROWS  VALUE "Y".
       01 WS-W4-SCAN-COUNT     PIC 9(4)   VALUE 0.
       01 WS-W4-BEST-EFF-DATE  PIC 9(8)   VALUE 0.
       01 WS-W4-FILING-STATUS  PIC X      VALUE SPACES.
       01 WS-W4-DEPENDENT-CREDIT PIC 9(5)V99 VALUE 0.
       01 WS-W4-OTHER-INCOME   PIC 9(7)V99 VALUE 0.
       01 WS-W4-DEDUCTIONS     PIC 9(7)V99 VALUE 0.
       01 WS-W4-EXTRA-WITHHOLDING PIC 9(5)V99 VALUE 0.
       01 WS-W4-EXEMPT         PIC X      VALUE "N".
           88 W4-EXEMPT-IN-FORCE VALUE "Y".
       01 WS-W4-EXEMPT-EXPIRY  PIC 9(8)   VALUE 0.
      *    Annualized FIT wages as the W-4 adjusts them - other
      *    income added, deductions taken off - which is what the
      *    federal brackets are searched on.  WS-ANNUAL-GROSS stays
      *    the unadjusted figure the state lookup uses.
       01 WS-W4-ANNUAL-WAGES   PIC 9(9)V99 VALUE 0.

       COPY "taxtab.cpy".

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE STEP-RESULT
           PERFORM LOAD-RUN-CONTROL
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-SERIAL
               OPEN EXTEND REMIT-REGISTER-FILE
               OPEN EXTEND CHECK-PRINT-FILE
               OPEN EXTEND CHECK-REGISTER-FILE
               OPEN EXTEND POSITIVE-PAY-FILE
               OPEN EXTEND LABOR-DIST-FILE
               DISPLAY "Resuming after "
                   WS-LAST-CHECKPOINT-ID
           ELSE
               OPEN OUTPUT REMIT-REGISTER-FILE
               OPEN OUTPUT CHECK-PRINT-FILE
               OPEN OUTPUT CHECK-REGISTER-FILE
               OPEN OUTPUT POSITIVE-PAY-FILE
               OPEN OUTPUT LABOR-DIST-FILE
               PERFORM WRITE-POSITIVE-PAY-HEADER
               PERFORM WRITE-LABOR-DIST-HEADINGS
               PERFORM WRITE-REPORT-HEADINGS
               WRITE CHECK-REGISTER-RECORD FROM
                   "CHECK REGISTER"
           PERFORM OPEN-YTD-FILE
           PERFORM OPEN-PTO-FILE
           PERFORM OPEN-MASTER-FILE
           PERFORM OPEN-W4-FILE
           PERFORM LOAD-ARREARS-TABLE
           PERFORM LOAD-VENDOR-TABLE
           PERFORM LOAD-STATE-TAX-TABLE
           PERFORM LOAD-LOCAL-TAX-TABLE
           PERFORM LOAD-LABOR-HOURS-TABLE
           PERFORM READ-NEXT-DEDUCTION
           PERFORM OPEN-ACH-FILES
           PERFORM OPEN-HISTORY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO SR-RECORDS-READ
                       IF RESUMING-RUN
                           AND ER-ID NOT > WS-LAST-CHECKPOINT-ID
                           PERFORM MARK-ARREARS-CONSUMED
                           PERFORM VALIDATE-EMPLOYEE
                           IF VALID-RECORD
                               PERFORM PROCESS-EMPLOYEE
                               ADD 1 TO SR-RECORDS-WRITTEN
                           ELSE
                               PERFORM WRITE-EXCEPTION
                               PERFORM SKIP-LOOKAHEAD-CURSORS
           PERFORM CLEAR-CHECKPOINT
           PERFORM WRITE-PTO-BALANCE-REPORT
           PERFORM WRITE-ARREARS-FILE
           COMPUTE WS-GRAND-ER-TAX = WS-GRAND-FICA-ER + WS-GRAND-UNEMP
           PERFORM WRITE-DEPT-SUMMARY-REPORT
           PERFORM WRITE-GL-EXTRACT
           PERFORM WRITE-REMITTANCE-TOTALS
           PERFORM WRITE-REMITTANCE-PAYMENTS
           PERFORM WRITE-ACH-TRAILER
           PERFORM WRITE-CHECK-REGISTER-TRAILER
           PERFORM WRITE-POSITIVE-PAY-TRAILER
           PERFORM WRITE-LABOR-DIST-TOTALS

           CLOSE EMPLOYEE-FILE
                 DEDUCTION-FILE
                 REMIT-REGISTER-FILE
                 CHECK-PRINT-FILE
                 CHECK-REGISTER-FILE
                 POSITIVE-PAY-FILE
                 CHECK-OUTSTANDING-FILE
                 LABOR-DIST-FILE

           IF W4-FILE-OPEN
               CLOSE W4-ELECTION-FILE
           END-IF

           PERFORM UPDATE-DEDUCTION-GOALS
           PERFORM COMPLETE-RUN-CONTROL

      *    Every line on the exceptions report is a check paid short,
      *    held or not paid at all - the run completed, but PAYBAL
      *    should not be trusted to catch what only a person reading
      *    the report will.
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Report generated in output/payroll_report.txt"
           GOBACK.

       LOAD-RUN-CONTROL.
      *    Nothing runs without the operator's run control: the
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "RUN CONTROL FILE data/run_control.txt "
                   "MISSING - SET IT UP AND RERUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   CLOSE RUN-CONTROL-FILE
                   DISPLAY "RUN CONTROL FILE IS EMPTY - "
                       "SET IT UP AND RERUN"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ

      *    Everything the record carries is taken off it here, while
               DISPLAY "REFUSING TO RUN IT AGAIN - KEY THE RERUN "
                   "OVERRIDE IF THIS IS INTENTIONAL"
               CLOSE RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE CTL-CHECK-DATE TO WS-RUN-DATE
           MOVE CTL-GL-NET-PAYABLE TO WS-GL-NET-PAYABLE
           MOVE CTL-GL-DED-PAYABLE TO WS-GL-DED-PAYABLE
           MOVE CTL-GL-STATE-PAYABLE TO WS-GL-STATE-PAYABLE
           IF CTL-GL-LOCAL-PAYABLE NOT = SPACES
               MOVE CTL-GL-LOCAL-PAYABLE TO WS-GL-LOCAL-PAYABLE
           END-IF
           MOVE CTL-CHECK-ACCOUNT TO WS-CHECK-ACCOUNT
           IF CTL-BANK-HOLD-DAYS NUMERIC
               MOVE CTL-BANK-HOLD-DAYS TO WS-BANK-HOLD-DAYS
           END-IF
           IF CTL-NEXT-CHECK-NO NUMERIC
               MOVE CTL-NEXT-CHECK-NO TO WS-NEXT-CHECK-NO
           ELSE
                           MOVE CKPT-FICA-ER TO WS-GRAND-FICA-ER
                           MOVE CKPT-UNEMP TO WS-GRAND-UNEMP
                           MOVE CKPT-STATE TO WS-GRAND-STATE
                           MOVE CKPT-LOCAL TO WS-GRAND-LOCAL
                           MOVE CKPT-ACH-ENTRY-COUNT
                               TO WS-ACH-ENTRY-COUNT
                           MOVE CKPT-ACH-HASH-TOTAL
                           MOVE CKPT-CHECKS-WRITTEN
                               TO WS-CHECKS-WRITTEN
                           MOVE CKPT-CHECK-TOTAL TO WS-CHECK-TOTAL
                           MOVE CKPT-OT-PREMIUM TO WS-GRAND-OT-PREMIUM
                           PERFORM RESTORE-DEPT-CHECKPOINT
                           PERFORM RESTORE-REMIT-CHECKPOINT
                           PERFORM RESTORE-ARREARS-CHECKPOINT
           MOVE CKPT-DEPT-TAX (WS-DEPT-IDX)
               TO WS-DEPT-ENTRY-TAX (WS-DEPT-IDX)
           MOVE CKPT-DEPT-NET (WS-DEPT-IDX)
               TO WS-DEPT-ENTRY-NET (WS-DEPT-IDX)
           MOVE CKPT-DEPT-ER-TAX (WS-DEPT-IDX)
               TO WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX).

       RESTORE-REMIT-CHECKPOINT.
           MOVE CKPT-REMIT-COUNT TO WS-REMIT-COUNT
               MOVE WS-GRAND-FICA-ER TO CKPT-FICA-ER
               MOVE WS-GRAND-UNEMP TO CKPT-UNEMP
               MOVE WS-GRAND-STATE TO CKPT-STATE
               MOVE WS-GRAND-LOCAL TO CKPT-LOCAL
               MOVE WS-ACH-ENTRY-COUNT TO CKPT-ACH-ENTRY-COUNT
               MOVE WS-ACH-HASH-TOTAL TO CKPT-ACH-HASH-TOTAL
               MOVE WS-ACH-CREDIT-TOTAL TO CKPT-ACH-CREDIT-TOTAL
               MOVE WS-NEXT-CHECK-NO TO CKPT-CHECK-NO
               MOVE WS-CHECKS-WRITTEN TO CKPT-CHECKS-WRITTEN
               MOVE WS-CHECK-TOTAL TO CKPT-CHECK-TOTAL
               MOVE WS-GRAND-OT-PREMIUM TO CKPT-OT-PREMIUM
               PERFORM SAVE-DEPT-CHECKPOINT
               PERFORM SAVE-REMIT-CHECKPOINT
               PERFORM SAVE-ARREARS-CHECKPOINT
           MOVE WS-DEPT-ENTRY-TAX (WS-DEPT-IDX)
               TO CKPT-DEPT-TAX (WS-DEPT-IDX)
           MOVE WS-DEPT-ENTRY-NET (WS-DEPT-IDX)
               TO CKPT-DEPT-NET (WS-DEPT-IDX)
           MOVE WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX)
               TO CKPT-DEPT-ER-TAX (WS-DEPT-IDX).

       SAVE-REMIT-CHECKPOINT.
           MOVE WS-REMIT-COUNT TO CKPT-REMIT-COUNT
           MOVE "O" TO CK-STATUS
           WRITE CHECK-OUTSTANDING-RECORD

           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PP-IS-DETAIL TO TRUE
           MOVE WS-CHECK-ACCOUNT TO PP-ACCOUNT
           MOVE WS-NEXT-CHECK-NO TO PP-D-CHECK-NO
           MOVE WS-RUN-DATE TO PP-D-ISSUE-DATE
           MOVE WS-NET-PAY TO PP-D-AMOUNT
           SET PP-D-ISSUE TO TRUE
           MOVE ER-NAME TO PP-D-PAYEE
           WRITE POSITIVE-PAY-RECORD

           MOVE SPACES TO WS-STUB-BANK-DISP
           STRING
               "CHECK NO " DELIMITED BY SIZE
           END-STRING
           WRITE CHECK-REGISTER-RECORD.

       WRITE-POSITIVE-PAY-HEADER.
      *    The bank's positive pay issue file: every check printed
      *    this run, so a washed check or a duplicate number is
      *    refused at the teller window.  Released with the ACH file
      *    once PAYBAL ties the trailer to the check register.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PP-IS-HEADER TO TRUE
           MOVE WS-CHECK-ACCOUNT TO PP-ACCOUNT
           MOVE WS-RUN-DATE TO PP-H-FILE-DATE
           MOVE WS-ACH-COMPANY-NAME TO PP-H-COMPANY-NAME
           MOVE "PAYROLL" TO PP-H-SOURCE
           WRITE POSITIVE-PAY-RECORD.

       WRITE-POSITIVE-PAY-TRAILER.
      *    Same figures as the register trailer - a resumed run's
      *    counts come back off the checkpoint with the rest.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PP-IS-TRAILER TO TRUE
           MOVE WS-CHECK-ACCOUNT TO PP-ACCOUNT
           MOVE WS-CHECKS-WRITTEN TO PP-T-DETAIL-COUNT
           MOVE WS-CHECK-TOTAL TO PP-T-TOTAL-AMOUNT
           WRITE POSITIVE-PAY-RECORD.

       OPEN-HISTORY-FILE.
      *    The history file is permanent - every run adds to it,
      *    fresh or resumed; it is never truncated.  The very first
      *    run creates it empty first, same as the YTD file.
           OPEN I-O PAY-HISTORY-FILE
           IF HISTORY-FILE-MISSING
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.

       OPEN-MASTER-FILE.
               OPEN I-O EMPLOYEE-MASTER-FILE
           END-IF.

       OPEN-W4-FILE.
      *    Read-only here - EMPMAINT is the only program that adds
      *    W-4 rows.  An install that has never keyed a form has no
      *    elections file, and everybody withholds off the master.
           OPEN INPUT W4-ELECTION-FILE
           IF W4-FILE-OK
               SET W4-FILE-OPEN TO TRUE
           END-IF.

       VALIDATE-EMPLOYEE.
      *    Reject records that would otherwise produce a bogus gross
      *    pay line: blank ID/name, non-numeric hours/rate, or hours
               INTO EXCEPTION-RECORD
           END-STRING

           ADD 1 TO SR-EXCEPTIONS
           WRITE EXCEPTION-RECORD.

       WRITE-REPORT-HEADINGS.
               "BALANCE FLOORED AT ZERO" DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           END-STRING
           ADD 1 TO SR-EXCEPTIONS
           WRITE EXCEPTION-RECORD.

       WRITE-PTO-BALANCE-REPORT.
                   WS-OT-HOURS * WS-EFFECTIVE-RATE * WS-OT-FACTOR
           END-IF
           COMPUTE WS-GROSS-PAY = WS-REG-PAY + WS-OT-PAY
           PERFORM FIND-W4-ELECTION
      *    The deductions are gathered before any tax is figured -
      *    the pre-tax elections come off the wages the withholding
      *    and the FICA/FUTA/SUTA wage bases are computed on - and
      *    only taken once the taxes are known.
           PERFORM COLLECT-DEDUCTIONS
           SET PRETAX-ON-WANTED TO TRUE
           PERFORM SET-TAXABLE-WAGES
           PERFORM CALCULATE-TAX
           PERFORM CALCULATE-STATE-TAX
           PERFORM LOOKUP-YTD-RECORD
           PERFORM CALCULATE-FICA
           PERFORM CALCULATE-LOCAL-TAX
           PERFORM APPLY-DEDUCTIONS
           IF PRETAX-WAS-SHORTED
               PERFORM RESTATE-WITHHOLDING
           END-IF
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX - WS-STATE-TAX
               - WS-FICA-EE-TAX - WS-LOCAL-TAX - WS-LST-TAX
               - WS-TOTAL-DEDUCTIONS
           PERFORM UPDATE-YTD
           PERFORM UPDATE-PTO-BALANCES
           PERFORM DISTRIBUTE-LABOR-COST
           PERFORM ACCUMULATE-DEPT-TOTALS
           PERFORM WRITE-LABOR-DIST-LINES
           MOVE "BY OTHER MEANS" TO WS-STUB-BANK-DISP
           SET NOT-PAID-BY-ACH TO TRUE
           PERFORM WRITE-ACH-ENTRY-IF-MATCHED

           WRITE REPORT-RECORD
           PERFORM WRITE-DEDUCTION-LINES
      *    Local withholding has no column of its own on the detail
      *    line; it rides an indented line like the deductions, in
      *    the layout PAYBAL re-foots it from.
           IF WS-LOCAL-TAX > 0 OR WS-LST-TAX > 0
               MOVE SPACES TO REPORT-RECORD
               STRING
                   "      LOCAL TAX " DELIMITED BY SIZE
                   WS-LOCAL-CODE DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-LOCAL-TAX DELIMITED BY SIZE
                   "   LST " DELIMITED BY SIZE
                   WS-LST-CODE DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-LST-TAX DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
           IF PRENOTE-HELD
               MOVE SPACES TO REPORT-RECORD
               MOVE "      PAID BY OTHER MEANS - PRENOTE PENDING"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           IF BANK-CHANGE-HELD
               MOVE SPACES TO REPORT-RECORD
               MOVE "      PAID BY CHECK - BANK ACCOUNT CHANGE HELD"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           PERFORM WRITE-PAY-STUB
           PERFORM WRITE-PAY-HISTORY.

           COMPUTE WS-SS-EE-TAX ROUNDED = WS-SS-TAXABLE * WS-SS-RATE
           COMPUTE WS-SS-ER-TAX ROUNDED = WS-SS-TAXABLE * WS-SS-RATE

           COMPUTE WS-MED-EE-TAX ROUNDED = WS-FICA-WAGES * WS-MED-RATE
           COMPUTE WS-MED-ER-TAX ROUNDED = WS-FICA-WAGES * WS-MED-RATE
           COMPUTE WS-FICA-EE-TAX = WS-SS-EE-TAX + WS-MED-EE-TAX

           MOVE WS-FUTA-WAGE-BASE TO WS-CAP-BASE
               WS-SUTA-TAXABLE * WS-SUTA-RATE.

       CAP-TAXABLE-WAGES.
      *    How much of this check's FICA wages (gross less Section
      *    125 deductions) still fits under an annual wage base,
      *    given the YTD wages already counted toward it.
           IF WS-CAP-YTD >= WS-CAP-BASE
               MOVE 0 TO WS-CAP-TAXABLE
           ELSE
               IF WS-CAP-YTD + WS-FICA-WAGES > WS-CAP-BASE
                   COMPUTE WS-CAP-TAXABLE = WS-CAP-BASE - WS-CAP-YTD
               ELSE
                   MOVE WS-FICA-WAGES TO WS-CAP-TAXABLE
               END-IF
           END-IF.

           ADD WS-GROSS-PAY TO YTD-GROSS
           ADD WS-TAX TO YTD-TAX
           ADD WS-STATE-TAX TO YTD-STATE-TAX
           ADD WS-LOCAL-TAX TO YTD-LOCAL-TAX
           ADD WS-LST-TAX TO YTD-LST-TAX
           ADD WS-NET-PAY TO YTD-NET
           ADD 1 TO YTD-PAY-PERIODS
           ADD WS-TOTAL-DEDUCTIONS TO YTD-DEDUCTIONS
           ADD WS-SS-TAXABLE TO YTD-SS-WAGES
           ADD WS-SS-EE-TAX TO YTD-SS-TAX
           ADD WS-FICA-WAGES TO YTD-MED-WAGES
           ADD WS-MED-EE-TAX TO YTD-MED-TAX
           ADD WS-FUTA-TAXABLE TO YTD-FUTA-WAGES
           ADD WS-SUTA-TAXABLE TO YTD-SUTA-WAGES
           ADD WS-FIT-WAGES TO YTD-FIT-WAGES

           IF YTD-RECORD-NEW
               WRITE YTD-EMPLOYEE-RECORD
               REWRITE YTD-EMPLOYEE-RECORD
           END-IF.

       COLLECT-DEDUCTIONS.
      *    DEDUCTION-FILE is sorted by DED-ID to match EMPLOYEE-FILE;
      *    consume every deduction row for this employee off the
      *    look-ahead buffer into a table and fold in any arrears
      *    carried from earlier runs.  Nothing is taken yet - the
      *    table's WANTED amounts are what SET-TAXABLE-WAGES first
      *    reduces the taxable wages by.
           MOVE 0 TO WS-DED-COUNT
           PERFORM COLLECT-ONE-DEDUCTION
               UNTIL DED-END-OF-FILE OR DED-ID NOT = ER-ID
           PERFORM FOLD-IN-ARREARS
           PERFORM CAP-WANTED-AT-GOAL
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-COUNT.

       SET-TAXABLE-WAGES.
      *    Gross less the pre-tax entries in the deduction table:
      *    401(k) and Section 125 both come off the FIT wages, only
      *    Section 125 comes off the FICA wages.  Figured off the
      *    WANTED column before the deductions are taken, and off
      *    the AMT column when RESTATE-WITHHOLDING reworks a check
      *    the protected floor shorted.
           MOVE 0 TO WS-PRETAX-FIT
           MOVE 0 TO WS-PRETAX-FICA
           PERFORM ADD-PRETAX-ENTRY
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-COUNT
           IF WS-PRETAX-FIT < WS-GROSS-PAY
               COMPUTE WS-FIT-WAGES = WS-GROSS-PAY - WS-PRETAX-FIT
           ELSE
               MOVE 0 TO WS-FIT-WAGES
           END-IF
           IF WS-PRETAX-FICA < WS-GROSS-PAY
               COMPUTE WS-FICA-WAGES = WS-GROSS-PAY - WS-PRETAX-FICA
           ELSE
               MOVE 0 TO WS-FICA-WAGES
           END-IF.

       ADD-PRETAX-ENTRY.
           IF PRETAX-ON-TAKEN
               MOVE WS-DED-ENTRY-AMT (WS-DED-IDX) TO WS-PRETAX-ONE
           ELSE
               MOVE WS-DED-ENTRY-WANTED (WS-DED-IDX) TO WS-PRETAX-ONE
           END-IF
           MOVE WS-DED-ENTRY-TAXCLS (WS-DED-IDX)
               TO WS-DED-WORK-TAX-CLASS
           IF DED-PRETAX-INCOME-ONLY
               ADD WS-PRETAX-ONE TO WS-PRETAX-FIT
           END-IF
           IF DED-PRETAX-ALL
               ADD WS-PRETAX-ONE TO WS-PRETAX-FIT
               ADD WS-PRETAX-ONE TO WS-PRETAX-FICA
           END-IF.

       RESTATE-WITHHOLDING.
      *    The protected floor left part of a pre-tax election
      *    untaken, so the wages the taxes were figured on were
      *    understated by the shortfall.  Refigure every tax on the
      *    amounts actually taken - the YTD record is still
      *    positioned and not yet updated, so the wage-base caps
      *    come out the same way the first pass saw them.  The
      *    extra tax is a fraction of the untaken shortfall, so the
      *    net stays positive.
           SET PRETAX-ON-TAKEN TO TRUE
           PERFORM SET-TAXABLE-WAGES
           SET RESTATING-WITHHOLDING TO TRUE
           PERFORM CALCULATE-TAX
           PERFORM CALCULATE-STATE-TAX
           PERFORM CALCULATE-FICA
           PERFORM CALCULATE-LOCAL-TAX
           MOVE "N" TO WS-RESTATE-SW.

       APPLY-DEDUCTIONS.
      *    Take the money COLLECT-DEDUCTIONS staged, in priority
      *    order - garnishments first, then benefits, then the
      *    401(k) deferral - with each one reduced or skipped once
      *    the check hits the protected floor.  Whatever could not
      *    be taken goes to the arrears file for the next run.
           MOVE 0 TO WS-TOTAL-DEDUCTIONS
           MOVE "N" TO WS-PRETAX-SHORT-SW
           COMPUTE WS-DISPOSABLE =
               WS-GROSS-PAY - WS-TAX - WS-STATE-TAX
               - WS-FICA-EE-TAX - WS-LOCAL-TAX - WS-LST-TAX
           COMPUTE WS-PROTECTED-FLOOR ROUNDED =
               WS-DISPOSABLE * WS-PROTECTED-PCT
           MOVE WS-DISPOSABLE TO WS-REMAINING-NET
                   PERFORM SET-DEDUCTION-PRIORITY
                   MOVE WS-DED-WORK-PRI
                       TO WS-DED-ENTRY-PRI (WS-DED-IDX)
                   PERFORM SET-DEDUCTION-TAX-CLASS
                   MOVE WS-DED-WORK-TAX-CLASS
                       TO WS-DED-ENTRY-TAXCLS (WS-DED-IDX)
               ELSE
      *            No slot to even attempt it this run - the money
      *            still has to be collected, so the full amount
                           DELIMITED BY SIZE
                       INTO EXCEPTION-RECORD
                   END-STRING
                   ADD 1 TO SR-EXCEPTIONS
                   WRITE EXCEPTION-RECORD
               END-IF
           END-IF
               END-IF
           END-IF.

       SET-DEDUCTION-TAX-CLASS.
      *    The code's treatment off DEDTAX.CPY; a code not listed
      *    there comes out after-tax.
           MOVE "A" TO WS-DED-WORK-TAX-CLASS
           PERFORM FIND-DED-TAX-CLASS
               VARYING WS-DTC-IDX FROM 1 BY 1
               UNTIL WS-DTC-IDX > WS-DTC-COUNT
               OR WS-DTC-CODE (WS-DTC-IDX) = WS-DED-WORK-CODE
           IF WS-DTC-IDX NOT > WS-DTC-COUNT
               MOVE WS-DTC-CLASS (WS-DTC-IDX)
                   TO WS-DED-WORK-TAX-CLASS
           END-IF.

       FIND-DED-TAX-CLASS.
           CONTINUE.

       FOLD-IN-ARREARS.
      *    Anything a prior run could not collect for this employee
      *    is added on top of the normal deduction this run - onto
                       PERFORM SET-DEDUCTION-PRIORITY
                       MOVE WS-DED-WORK-PRI
                           TO WS-DED-ENTRY-PRI (WS-DED-IDX)
                       PERFORM SET-DEDUCTION-TAX-CLASS
                       MOVE WS-DED-WORK-TAX-CLASS
                           TO WS-DED-ENTRY-TAXCLS (WS-DED-IDX)
                   ELSE
      *                No room to even attempt it - push the amount
      *                straight back to the arrears file so it is
                   MOVE WS-DED-ENTRY-SHORT (WS-DED-IDX)
                       TO WS-ARO-POST-AMT
                   PERFORM POST-DEDUCTION-ARREARS
                   IF WS-DED-ENTRY-TAXCLS (WS-DED-IDX) NOT = "A"
                       SET PRETAX-WAS-SHORTED TO TRUE
                   END-IF
               END-IF
               IF WS-DED-ENTRY-GOAL (WS-DED-IDX) > 0
                   AND WS-DED-ENTRY-AMT (WS-DED-IDX) > 0
                   MOVE WS-DED-ENTRY-AMT (WS-DED-IDX)
                       TO WS-DCU-ENTRY-AMT (WS-DCU-IDX)
               ELSE
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: COLLECTED TABLE FULL - "
                       ER-ID " " WS-DED-ENTRY-CODE (WS-DED-IDX)
                       " NOT POSTED, ADJUST DED-COLLECTED BY HAND"
                   ADD WS-DED-ENTRY-AMT (WS-DED-IDX)
                       TO WS-REMIT-OVFL-AMT
                   ADD 1 TO WS-REMIT-OVFL-CNT
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: REMITTANCE TABLE FULL - "
                       WS-DED-ENTRY-CODE (WS-DED-IDX)
                       " HELD OFF PAYMENT EXTRACT, REMIT MANUALLY"
                   MOVE WS-ARO-POST-AMT
                       TO WS-ARO-ENTRY-AMT (WS-ARO-IDX)
               ELSE
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: ARREARS TABLE FULL - "
                       ER-ID " " WS-ARO-POST-CODE
                       " SHORTFALL NOT CARRIED"
                           TO WS-ARR-ENTRY-AMT (WS-ARR-IDX)
                       MOVE "N" TO WS-ARR-ENTRY-USED (WS-ARR-IDX)
                   ELSE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: ARREARS LOAD TABLE FULL - "
                           ARR-ID " " ARR-CODE " DROPPED"
                   END-IF
                   UNTIL ST-END-OF-FILE
               CLOSE STATE-TAX-FILE
           ELSE
               ADD 1 TO SR-EXCEPTIONS
               DISPLAY "WARNING: NO STATE TAX TABLE FILE - "
                   "STATE WITHHOLDING WILL BE ZERO"
           END-IF.
                       MOVE ST-BASE-TAX
                           TO WS-ST-ENTRY-BASE (WS-ST-IDX)
                   ELSE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: STATE TAX TABLE FULL - "
                           ST-STATE " BRACKET DROPPED"
                   END-IF
           END-READ.

       LOAD-LOCAL-TAX-TABLE.
      *    Same arrangement as the state table: no file means no
      *    local withholding, and an employee carrying a locality
      *    is flagged on the exceptions report.
           OPEN INPUT LOCAL-TAX-FILE
           IF WS-LOCAL-TAX-STATUS = "00"
               PERFORM LOAD-ONE-LOCAL-TAX-ROW
                   UNTIL LT-END-OF-FILE
               CLOSE LOCAL-TAX-FILE
           ELSE
               ADD 1 TO SR-EXCEPTIONS
               DISPLAY "WARNING: NO LOCAL TAX RATE FILE - "
                   "LOCAL WITHHOLDING WILL BE ZERO"
           END-IF.

       LOAD-ONE-LOCAL-TAX-ROW.
           READ LOCAL-TAX-FILE
               AT END
                   SET LT-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-LT-COUNT < WS-LT-TABLE-LIMIT
                       ADD 1 TO WS-LT-COUNT
                       SET WS-LT-IDX TO WS-LT-COUNT
                       MOVE LT-LOCALITY
                           TO WS-LT-ENTRY-CODE (WS-LT-IDX)
                       MOVE LT-RES-RATE
                           TO WS-LT-ENTRY-RES-RATE (WS-LT-IDX)
                       MOVE LT-NONRES-RATE
                           TO WS-LT-ENTRY-NONRES-RATE (WS-LT-IDX)
                       IF LT-LST-ANNUAL NUMERIC
                           MOVE LT-LST-ANNUAL
                               TO WS-LT-ENTRY-LST (WS-LT-IDX)
                       ELSE
                           MOVE 0 TO WS-LT-ENTRY-LST (WS-LT-IDX)
                       END-IF
                       MOVE LT-WAGE-BASIS
                           TO WS-LT-ENTRY-BASIS (WS-LT-IDX)
                   ELSE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: LOCAL TAX TABLE FULL - "
                           LT-LOCALITY " DROPPED"
                   END-IF
           END-READ.

       LOAD-ONE-VENDOR-ROW.
           READ VENDOR-FILE
               AT END
                       MOVE VEND-CASE-PREFIX
                           TO WS-VEND-ENTRY-PREFIX (WS-VEND-IDX)
                   ELSE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: VENDOR TABLE FULL - "
                           VEND-CODE " DROPPED"
                   END-IF
      *        completes - the checks are already paid and the
      *        period must still be marked done.
               IF DEDF-TABLE-OVERFLOWED
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: DEDUCTION STAGE TABLE FULL - "
                       "FILE LEFT UNTOUCHED, DED-COLLECTED NOT "
                       "POSTED; RAISE THE TABLE AND KEY THE "
           END-STRING
           WRITE PAYSTUB-RECORD

      *    Local withholding, with the locality each piece went to
      *    and the year's local tax so far (UPDATE-YTD has already
      *    posted this check).
           IF WS-LOCAL-TAX > 0 OR WS-LST-TAX > 0
               MOVE SPACES TO PAYSTUB-RECORD
               STRING
                   "LOCAL TAX " DELIMITED BY SIZE
                   WS-LOCAL-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LOCAL-TAX DELIMITED BY SIZE
                   "   LST " DELIMITED BY SIZE
                   WS-LST-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LST-TAX DELIMITED BY SIZE
                   "   YTD LOCAL " DELIMITED BY SIZE
                   YTD-LOCAL-TAX DELIMITED BY SIZE
                   "   YTD LST " DELIMITED BY SIZE
                   YTD-LST-TAX DELIMITED BY SIZE
                   INTO PAYSTUB-RECORD
               END-STRING
               WRITE PAYSTUB-RECORD
           END-IF

      *    The wages the taxes above were figured on, once the
      *    pre-tax deductions came off.
           IF WS-FIT-WAGES NOT = WS-GROSS-PAY
               OR WS-FICA-WAGES NOT = WS-GROSS-PAY
               MOVE SPACES TO PAYSTUB-RECORD
               STRING
                   "FIT WAGES " DELIMITED BY SIZE
                   WS-FIT-WAGES DELIMITED BY SIZE
                   "   FICA WAGES " DELIMITED BY SIZE
                   WS-FICA-WAGES DELIMITED BY SIZE
                   INTO PAYSTUB-RECORD
               END-STRING
               WRITE PAYSTUB-RECORD
           END-IF

           PERFORM WRITE-STUB-DEDUCTION-LINE
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-COUNT
       WRITE-PAY-HISTORY.
      *    The per-check record that outlives UPDATE-YTD's running
      *    totals: one "P" line for the check itself, one "D" line
      *    per deduction actually taken, then one "L" line per share
      *    of the labor split, so a reversal can credit the same
      *    department sub-accounts the GL extract debits.  QTRTAX
      *    reads these for the 941; they are also the figures a
      *    reversal is keyed from.
           MOVE 0 TO WS-HIST-LINE-SEQ
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE "P" TO HP-REC-TYPE
           MOVE WS-RUN-DATE TO HP-RUN-DATE
           MOVE WS-MED-EE-TAX TO HP-MED-TAX
           MOVE WS-FUTA-TAXABLE TO HP-FUTA-WAGES
           MOVE WS-SUTA-TAXABLE TO HP-SUTA-WAGES
           MOVE WS-FIT-WAGES TO HP-FIT-WAGES
           MOVE WS-FICA-WAGES TO HP-MED-WAGES
           MOVE WS-LOCAL-CODE TO HP-LOCAL-CODE
           MOVE WS-LOCAL-WAGES TO HP-LOCAL-WAGES
           MOVE WS-LOCAL-TAX TO HP-LOCAL-TAX
           MOVE WS-LST-CODE TO HP-LST-CODE
           MOVE WS-LST-TAX TO HP-LST-TAX
           PERFORM WRITE-HISTORY-LINE

           PERFORM WRITE-HISTORY-DEDUCTION-LINE
               VARYING WS-DED-IDX FROM 1 BY 1
               UNTIL WS-DED-IDX > WS-DED-COUNT

           PERFORM WRITE-HISTORY-LABOR-LINE
               VARYING WS-LD-IDX FROM 1 BY 1
               UNTIL WS-LD-IDX > WS-LD-COUNT.

       WRITE-HISTORY-DEDUCTION-LINE.
           IF WS-DED-ENTRY-AMT (WS-DED-IDX) > 0
               MOVE ER-ID TO HD-ID
               MOVE WS-DED-ENTRY-CODE (WS-DED-IDX) TO HD-CODE
               MOVE WS-DED-ENTRY-AMT (WS-DED-IDX) TO HD-AMOUNT
               PERFORM WRITE-HISTORY-LINE
           END-IF.

       WRITE-HISTORY-LABOR-LINE.
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE "L" TO HL-REC-TYPE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-BATCH-ID TO HL-BATCH-ID
           MOVE ER-ID TO HL-ID
           MOVE WS-LD-ENTRY-DEPT (WS-LD-IDX) TO HL-DEPT
           MOVE WS-LD-ENTRY-JOB (WS-LD-IDX) TO HL-JOB
           MOVE WS-LD-ENTRY-HOURS (WS-LD-IDX) TO HL-HOURS
           MOVE WS-LD-ENTRY-GROSS (WS-LD-IDX) TO HL-GROSS
           MOVE WS-LD-ENTRY-ER-TAX (WS-LD-IDX) TO HL-ER-TAX
           PERFORM WRITE-HISTORY-LINE.

       WRITE-HISTORY-LINE.
      *    Keyed on the line's own ID, run date and batch plus its
      *    place among the check's lines.  The batch is unique to
      *    the run, so the key is only ever already on file when a
      *    resumed run repays a check the interrupted run had got
      *    as far as writing after its last checkpoint - the rerun's
      *    line replaces it rather than doubling the check.
           MOVE HP-ID TO HK-ID
           MOVE HP-RUN-DATE TO HK-RUN-DATE
           MOVE HP-BATCH-ID TO HK-BATCH-ID
           MOVE WS-HIST-LINE-SEQ TO HK-LINE-SEQ
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   REWRITE PAY-HISTORY-RECORD
           END-WRITE
           ADD 1 TO WS-HIST-LINE-SEQ.

       WRITE-STUB-DEDUCTION-LINE.
           MOVE SPACES TO PAYSTUB-RECORD
           IF WS-DED-ENTRY-SHORT (WS-DED-IDX) > 0

       CALCULATE-TAX.
      *    Look up the bracket table for the employee's filing status
      *    - the W-4's when one is on file, else the master's -
      *    (defaulting unrecognized codes to Single) and apply the
      *    graduated rate for the bracket the ANNUALIZED FIT wages
      *    fall in - the period's gross less pre-tax deductions
      *    (SET-TAXABLE-WAGES), scaled up by the pay periods per
      *    year, so a weekly and a monthly employee land where their
      *    actual annual income puts them instead of being taxed off
      *    one shared per-period range.  The annual tax is scaled
      *    WS-EFFECTIVE-FILING-STATUS and WS-EFFECTIVE-PAY-FREQ, the
      *    same effective-dated values FIND-CURRENT-RATE resolved for
      *    this pay period.
      *    The W-4 adjustments work on the annual figures the way
      *    the form itself does: other income added and deductions
      *    taken off the annualized wages before the bracket search,
      *    the dependent credit taken off the annual tax, and the
      *    extra withholding added to the per-period amount - never
      *    more than the check's FIT wages can cover.  A current
      *    exemption claim withholds nothing; the annualized gross
      *    is still figured because the state lookup needs it.
           EVALUATE WS-W4-FILING-STATUS
               WHEN "M"
                   SET TAX-STAT-IDX TO 2
               WHEN "H"
                   SET TAX-STAT-IDX TO 3
               WHEN OTHER
                   SET TAX-STAT-IDX TO 1
           END-EVALUATE

           PERFORM SET-PERIODS-PER-YEAR
           COMPUTE WS-ANNUAL-GROSS =
               WS-FIT-WAGES * WS-PERIODS-PER-YEAR

           COMPUTE WS-W4-ANNUAL-WAGES =
               WS-ANNUAL-GROSS + WS-W4-OTHER-INCOME
           IF WS-W4-DEDUCTIONS < WS-W4-ANNUAL-WAGES
               SUBTRACT WS-W4-DEDUCTIONS FROM WS-W4-ANNUAL-WAGES
           ELSE
               MOVE 0 TO WS-W4-ANNUAL-WAGES
           END-IF

           SET TAX-BRK-IDX TO 1
           PERFORM FIND-TAX-BRACKET
               VARYING TAX-BRK-IDX FROM 1 BY 1
               UNTIL TAX-BRK-IDX > 6
               OR (WS-W4-ANNUAL-WAGES >=
                       TB-INCOME-LOW (TAX-STAT-IDX TAX-BRK-IDX)
               AND WS-W4-ANNUAL-WAGES <=
                       TB-INCOME-HIGH (TAX-STAT-IDX TAX-BRK-IDX))

           IF TAX-BRK-IDX > 6

           COMPUTE WS-ANNUAL-TAX =
               TB-BASE-TAX (TAX-STAT-IDX TAX-BRK-IDX) +
               ((WS-W4-ANNUAL-WAGES -
                   TB-INCOME-LOW (TAX-STAT-IDX TAX-BRK-IDX))
                   * TB-RATE (TAX-STAT-IDX TAX-BRK-IDX))
           IF WS-W4-DEPENDENT-CREDIT < WS-ANNUAL-TAX
               SUBTRACT WS-W4-DEPENDENT-CREDIT FROM WS-ANNUAL-TAX
           ELSE
               MOVE 0 TO WS-ANNUAL-TAX
           END-IF
           COMPUTE WS-TAX ROUNDED =
               WS-ANNUAL-TAX / WS-PERIODS-PER-YEAR
           ADD WS-W4-EXTRA-WITHHOLDING TO WS-TAX
           IF WS-TAX > WS-FIT-WAGES
               MOVE WS-FIT-WAGES TO WS-TAX
           END-IF
           IF W4-EXEMPT-IN-FORCE
               MOVE 0 TO WS-TAX
           END-IF.

       SET-PERIODS-PER-YEAR.
      *    Blank (older records) reads as biweekly, the frequency
                   COMPUTE WS-STATE-TAX ROUNDED =
                       WS-ANNUAL-STATE-TAX / WS-PERIODS-PER-YEAR
               ELSE
                   IF NOT RESTATING-WITHHOLDING
                       MOVE SPACES TO EXCEPTION-RECORD
                       STRING
                           ER-ID DELIMITED BY SIZE
                           "   " DELIMITED BY SIZE
                           ER-NAME DELIMITED BY SIZE
                           "   NO STATE TAX TABLE FOR "
                               DELIMITED BY SIZE
                           WS-EFFECTIVE-WORK-STATE DELIMITED BY SIZE
                           " - STATE TAX NOT WITHHELD"
                               DELIMITED BY SIZE
                           INTO EXCEPTION-RECORD
                       END-STRING
                       ADD 1 TO SR-EXCEPTIONS
                       WRITE EXCEPTION-RECORD
                   END-IF
               END-IF
           END-IF.

       FIND-STATE-BRACKET.
           CONTINUE.

       CALCULATE-LOCAL-TAX.
      *    Earned income tax at the higher of the resident
      *    locality's resident rate and the work locality's
      *    non-resident rate - the Pennsylvania rule, which also
      *    covers a city that taxes only its residents, since its
      *    non-resident rate is zero.  A tie stays with the
      *    residence.  The winning locality's row says which wages
      *    it taxes.  The Local Services Tax belongs to the work
      *    locality regardless of which rate won.  Needs the YTD
      *    record LOOKUP-YTD-RECORD positioned (the LST stops at the
      *    year's amount) and WS-PERIODS-PER-YEAR from CALCULATE-TAX.
           MOVE 0 TO WS-LOCAL-TAX
           MOVE 0 TO WS-LOCAL-WAGES
           MOVE 0 TO WS-LOCAL-RATE
           MOVE 0 TO WS-LST-TAX
           MOVE SPACES TO WS-LOCAL-CODE
           MOVE SPACES TO WS-LST-CODE
           MOVE SPACE TO WS-LOCAL-BASIS

           IF WS-EFFECTIVE-RES-LOCAL NOT = SPACES
               MOVE WS-EFFECTIVE-RES-LOCAL TO WS-LOCAL-LOOKUP-CODE
               PERFORM LOCATE-LOCAL-ENTRY
               IF WS-LT-IDX NOT > WS-LT-COUNT
                   MOVE WS-EFFECTIVE-RES-LOCAL TO WS-LOCAL-CODE
                   MOVE WS-LT-ENTRY-RES-RATE (WS-LT-IDX)
                       TO WS-LOCAL-RATE
                   MOVE WS-LT-ENTRY-BASIS (WS-LT-IDX)
                       TO WS-LOCAL-BASIS
               END-IF
           END-IF

      *    Someone living and working in the same locality pays
      *    its resident rate, and the entry the lookup above left
      *    WS-LT-IDX on is already the work locality's.
           IF WS-EFFECTIVE-WORK-LOCAL NOT = SPACES
               IF WS-EFFECTIVE-WORK-LOCAL NOT = WS-EFFECTIVE-RES-LOCAL
                   MOVE WS-EFFECTIVE-WORK-LOCAL
                       TO WS-LOCAL-LOOKUP-CODE
                   PERFORM LOCATE-LOCAL-ENTRY
                   IF WS-LT-IDX NOT > WS-LT-COUNT
                       PERFORM TAKE-HIGHER-WORK-RATE
                   END-IF
               END-IF
               IF WS-LT-IDX NOT > WS-LT-COUNT
                   IF WS-LT-ENTRY-LST (WS-LT-IDX) > 0
                       PERFORM CALCULATE-LST
                   END-IF
               END-IF
           END-IF

           IF WS-LOCAL-RATE > 0
               IF LOCAL-ON-MEDICARE-WAGES
                   MOVE WS-FICA-WAGES TO WS-LOCAL-WAGES
               ELSE
                   MOVE WS-FIT-WAGES TO WS-LOCAL-WAGES
               END-IF
               COMPUTE WS-LOCAL-TAX ROUNDED =
                   WS-LOCAL-WAGES * WS-LOCAL-RATE
           ELSE
      *        Nothing owed anywhere - a locality that only taxes
      *        its own residents, for someone living elsewhere.
               MOVE SPACES TO WS-LOCAL-CODE
           END-IF.

       TAKE-HIGHER-WORK-RATE.
           IF WS-LT-ENTRY-NONRES-RATE (WS-LT-IDX) > WS-LOCAL-RATE
               MOVE WS-EFFECTIVE-WORK-LOCAL TO WS-LOCAL-CODE
               MOVE WS-LT-ENTRY-NONRES-RATE (WS-LT-IDX)
                   TO WS-LOCAL-RATE
               MOVE WS-LT-ENTRY-BASIS (WS-LT-IDX) TO WS-LOCAL-BASIS
           END-IF.

       CALCULATE-LST.
      *    The year's flat amount spread evenly over the pay
      *    periods, with the last installment trimmed so the year
      *    never collects more than the annual amount.
           COMPUTE WS-LST-TAX ROUNDED =
               WS-LT-ENTRY-LST (WS-LT-IDX) / WS-PERIODS-PER-YEAR
           IF YTD-LST-TAX NOT < WS-LT-ENTRY-LST (WS-LT-IDX)
               MOVE 0 TO WS-LST-TAX
           ELSE
               IF YTD-LST-TAX + WS-LST-TAX
                       > WS-LT-ENTRY-LST (WS-LT-IDX)
                   COMPUTE WS-LST-TAX =
                       WS-LT-ENTRY-LST (WS-LT-IDX) - YTD-LST-TAX
               END-IF
           END-IF
           IF WS-LST-TAX > 0
               MOVE WS-EFFECTIVE-WORK-LOCAL TO WS-LST-CODE
           END-IF.

       LOCATE-LOCAL-ENTRY.
      *    A keyed locality missing from the table withholds nothing
      *    for that side but lands on the exceptions report, the
      *    same way a state with no table rows does.
           PERFORM FIND-LOCAL-ENTRY
               VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
               OR WS-LT-ENTRY-CODE (WS-LT-IDX) = WS-LOCAL-LOOKUP-CODE
           IF WS-LT-IDX > WS-LT-COUNT
               AND NOT RESTATING-WITHHOLDING
               MOVE SPACES TO EXCEPTION-RECORD
               STRING
                   ER-ID DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   ER-NAME DELIMITED BY SIZE
                   "   NO LOCAL TAX RATE FOR " DELIMITED BY SIZE
                   WS-LOCAL-LOOKUP-CODE DELIMITED BY SIZE
                   " - LOCAL TAX NOT WITHHELD" DELIMITED BY SIZE
                   INTO EXCEPTION-RECORD
               END-STRING
               ADD 1 TO SR-EXCEPTIONS
               WRITE EXCEPTION-RECORD
           END-IF.

       FIND-LOCAL-ENTRY.
           CONTINUE.

       FIND-TAX-BRACKET.
           CONTINUE.

       ACCUMULATE-DEPT-TOTALS.
      *    Roll this employee's pay into the running department
      *    subtotals, plus the company-wide grand total for the GL
      *    summary report.  Withholding and net pay go to
      *    WS-EFFECTIVE-DEPT-CODE - the effective-dated department
      *    FIND-CURRENT-RATE resolved for this pay period, not
      *    necessarily EMPLOYEE-FILE's own ER-DEPT-CODE.  Gross and
      *    the employer taxes go to the departments the hours were
      *    charged to, share by share off DISTRIBUTE-LABOR-COST.
           MOVE WS-EFFECTIVE-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
           PERFORM LOCATE-DEPT-ENTRY
           ADD WS-TAX TO WS-DEPT-ENTRY-TAX (WS-DEPT-IDX)
           ADD WS-NET-PAY TO WS-DEPT-ENTRY-NET (WS-DEPT-IDX)

           PERFORM POST-ONE-DEPT-SHARE
               VARYING WS-LD-IDX FROM 1 BY 1
               UNTIL WS-LD-IDX > WS-LD-COUNT

           ADD WS-OT-PREMIUM TO WS-GRAND-OT-PREMIUM
           ADD WS-GROSS-PAY TO WS-GRAND-GROSS
           ADD WS-TAX TO WS-GRAND-TAX
           ADD WS-NET-PAY TO WS-GRAND-NET
           ADD WS-TOTAL-DEDUCTIONS TO WS-GRAND-DEDUCTIONS
           ADD WS-FICA-EE-TAX TO WS-GRAND-FICA-EE
           ADD WS-SS-ER-TAX TO WS-GRAND-FICA-ER
           ADD WS-MED-ER-TAX TO WS-GRAND-FICA-ER
           ADD WS-FUTA-TAX TO WS-GRAND-UNEMP
           ADD WS-SUTA-TAX TO WS-GRAND-UNEMP
           ADD WS-STATE-TAX TO WS-GRAND-STATE
           ADD WS-LOCAL-TAX TO WS-GRAND-LOCAL
           ADD WS-LST-TAX TO WS-GRAND-LOCAL.

       POST-ONE-DEPT-SHARE.
           MOVE WS-LD-ENTRY-DEPT (WS-LD-IDX) TO WS-DEPT-LOOKUP-CODE
           PERFORM LOCATE-DEPT-ENTRY
           ADD WS-LD-ENTRY-GROSS (WS-LD-IDX)
               TO WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX)
           ADD WS-LD-ENTRY-ER-TAX (WS-LD-IDX)
               TO WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX).

       LOCATE-DEPT-ENTRY.
      *    Leaves WS-DEPT-IDX on WS-DEPT-LOOKUP-CODE's subtotal,
      *    adding a new table entry the first time a department
      *    code is seen.
           SET WS-DEPT-IDX TO 1
           PERFORM FIND-DEPT-ENTRY
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               OR WS-DEPT-ENTRY-CODE (WS-DEPT-IDX)
                   = WS-DEPT-LOOKUP-CODE

           IF WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-COUNT < WS-DEPT-TABLE-LIMIT
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   MOVE WS-DEPT-LOOKUP-CODE
                       TO WS-DEPT-ENTRY-CODE (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-TAX (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-NET (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX)
               ELSE
      *            A 21st distinct department code has no slot of its
      *            own; fold it into the last slot rather than index
      *            though that one slot's subtotal is now a mix of two
      *            departments.
                   SET WS-DEPT-IDX TO WS-DEPT-TABLE-LIMIT
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: DEPARTMENT TABLE FULL - "
                       WS-DEPT-LOOKUP-CODE " FOLDED INTO LAST SLOT"
               END-IF
           END-IF.

       FIND-DEPT-ENTRY.
           CONTINUE.

       LOAD-LABOR-HOURS-TABLE.
           OPEN INPUT LABOR-HOURS-FILE
           IF WS-LABOR-HOURS-STATUS = "00"
               PERFORM LOAD-ONE-LABOR-HOURS-ROW
                   UNTIL LH-END-OF-FILE
               CLOSE LABOR-HOURS-FILE
           END-IF.

       LOAD-ONE-LABOR-HOURS-ROW.
           READ LABOR-HOURS-FILE
               AT END
                   SET LH-END-OF-FILE TO TRUE
               NOT AT END
                   IF LH-HOURS NUMERIC AND LH-ID NOT = SPACES
                       IF WS-LH-COUNT < WS-LH-TABLE-LIMIT
                           ADD 1 TO WS-LH-COUNT
                           SET WS-LH-IDX TO WS-LH-COUNT
                           MOVE LH-ID TO WS-LH-ENTRY-ID (WS-LH-IDX)
                           MOVE LH-CHARGE-DEPT
                               TO WS-LH-ENTRY-DEPT (WS-LH-IDX)
                           MOVE LH-JOB-CODE
                               TO WS-LH-ENTRY-JOB (WS-LH-IDX)
                           MOVE LH-HOURS
                               TO WS-LH-ENTRY-HOURS (WS-LH-IDX)
                       ELSE
                           ADD 1 TO SR-EXCEPTIONS
                           DISPLAY "WARNING: LABOR HOURS TABLE FULL - "
                               LH-ID " CHARGED TO HOME DEPARTMENT"
                       END-IF
                   END-IF
           END-READ.

       DISTRIBUTE-LABOR-COST.
      *    Split this check's gross, overtime premium and employer
      *    taxes across the charge codes in proportion to the hours
      *    on them.  A blank charge department is the home
      *    department; no labor rows at all charges the whole check
      *    home, with no job.
           MOVE 0 TO WS-LD-COUNT
           MOVE 0 TO WS-LD-TOTAL-HOURS
           PERFORM GATHER-ONE-LABOR-ROW
               VARYING WS-LH-IDX FROM 1 BY 1
               UNTIL WS-LH-IDX > WS-LH-COUNT
           IF WS-LD-TOTAL-HOURS = 0
               MOVE 1 TO WS-LD-COUNT
               SET WS-LD-IDX TO 1
               MOVE WS-EFFECTIVE-DEPT-CODE
                   TO WS-LD-ENTRY-DEPT (WS-LD-IDX)
               MOVE SPACES TO WS-LD-ENTRY-JOB (WS-LD-IDX)
               MOVE 0 TO WS-LD-ENTRY-HOURS (WS-LD-IDX)
           END-IF

           IF EFFECTIVE-SALARIED
               MOVE 0 TO WS-OT-PREMIUM
           ELSE
               COMPUTE WS-OT-PREMIUM =
                   WS-OT-PAY - WS-OT-HOURS * WS-EFFECTIVE-RATE
           END-IF
           COMPUTE WS-ER-TAX-TOTAL =
               WS-SS-ER-TAX + WS-MED-ER-TAX
               + WS-FUTA-TAX + WS-SUTA-TAX

           MOVE WS-GROSS-PAY TO WS-LD-LEFT-GROSS
           MOVE WS-OT-PREMIUM TO WS-LD-LEFT-PREMIUM
           MOVE WS-ER-TAX-TOTAL TO WS-LD-LEFT-ER-TAX
           PERFORM ALLOCATE-ONE-SHARE
               VARYING WS-LD-IDX FROM 1 BY 1
               UNTIL WS-LD-IDX > WS-LD-COUNT.

       GATHER-ONE-LABOR-ROW.
           IF WS-LH-ENTRY-ID (WS-LH-IDX) = ER-ID
               IF WS-LH-ENTRY-DEPT (WS-LH-IDX) = SPACES
                   MOVE WS-EFFECTIVE-DEPT-CODE TO WS-LD-DEPT
               ELSE
                   MOVE WS-LH-ENTRY-DEPT (WS-LH-IDX) TO WS-LD-DEPT
               END-IF
               PERFORM FIND-LD-ENTRY
                   VARYING WS-LD-IDX FROM 1 BY 1
                   UNTIL WS-LD-IDX > WS-LD-COUNT
                   OR (WS-LD-ENTRY-DEPT (WS-LD-IDX) = WS-LD-DEPT
                       AND WS-LD-ENTRY-JOB (WS-LD-IDX)
                       = WS-LH-ENTRY-JOB (WS-LH-IDX))
               IF WS-LD-IDX > WS-LD-COUNT
                   IF WS-LD-COUNT < WS-LD-TABLE-LIMIT
                       ADD 1 TO WS-LD-COUNT
                       SET WS-LD-IDX TO WS-LD-COUNT
                       MOVE WS-LD-DEPT TO WS-LD-ENTRY-DEPT (WS-LD-IDX)
                       MOVE WS-LH-ENTRY-JOB (WS-LH-IDX)
                           TO WS-LD-ENTRY-JOB (WS-LD-IDX)
                       MOVE 0 TO WS-LD-ENTRY-HOURS (WS-LD-IDX)
                   ELSE
                       SET WS-LD-IDX TO WS-LD-TABLE-LIMIT
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: LABOR SPLIT TABLE FULL - "
                           ER-ID " " WS-LD-DEPT " FOLDED INTO LAST SLOT"
                   END-IF
               END-IF
               ADD WS-LH-ENTRY-HOURS (WS-LH-IDX)
                   TO WS-LD-ENTRY-HOURS (WS-LD-IDX)
               ADD WS-LH-ENTRY-HOURS (WS-LH-IDX) TO WS-LD-TOTAL-HOURS
           END-IF.

       FIND-LD-ENTRY.
           CONTINUE.

       ALLOCATE-ONE-SHARE.
           IF WS-LD-IDX = WS-LD-COUNT
               MOVE WS-LD-LEFT-GROSS TO WS-LD-ENTRY-GROSS (WS-LD-IDX)
               MOVE WS-LD-LEFT-PREMIUM
                   TO WS-LD-ENTRY-PREMIUM (WS-LD-IDX)
               MOVE WS-LD-LEFT-ER-TAX
                   TO WS-LD-ENTRY-ER-TAX (WS-LD-IDX)
           ELSE
               COMPUTE WS-LD-ENTRY-GROSS (WS-LD-IDX) =
                   WS-GROSS-PAY * WS-LD-ENTRY-HOURS (WS-LD-IDX)
                   / WS-LD-TOTAL-HOURS
               COMPUTE WS-LD-ENTRY-PREMIUM (WS-LD-IDX) =
                   WS-OT-PREMIUM * WS-LD-ENTRY-HOURS (WS-LD-IDX)
                   / WS-LD-TOTAL-HOURS
               COMPUTE WS-LD-ENTRY-ER-TAX (WS-LD-IDX) =
                   WS-ER-TAX-TOTAL * WS-LD-ENTRY-HOURS (WS-LD-IDX)
                   / WS-LD-TOTAL-HOURS
               SUBTRACT WS-LD-ENTRY-GROSS (WS-LD-IDX)
                   FROM WS-LD-LEFT-GROSS
               SUBTRACT WS-LD-ENTRY-PREMIUM (WS-LD-IDX)
                   FROM WS-LD-LEFT-PREMIUM
               SUBTRACT WS-LD-ENTRY-ER-TAX (WS-LD-IDX)
                   FROM WS-LD-LEFT-ER-TAX
           END-IF.

       WRITE-LABOR-DIST-HEADINGS.
           WRITE LABOR-DIST-RECORD FROM
               "LABOR DISTRIBUTION REPORT"
           WRITE LABOR-DIST-RECORD FROM
               "ID     NAME                  DEPT  JOB     HOURS    G
      -        "ROSS PAY   OT PREMIUM     ER TAXES".

       WRITE-LABOR-DIST-LINES.
      *    One line per charge code per employee, at the columns
      *    PAYBAL re-foots them by - the gross column across all
      *    lines ties to the payroll report's gross.
           PERFORM WRITE-ONE-LABOR-DIST-LINE
               VARYING WS-LD-IDX FROM 1 BY 1
               UNTIL WS-LD-IDX > WS-LD-COUNT.

       WRITE-ONE-LABOR-DIST-LINE.
           MOVE SPACES TO LABOR-DIST-RECORD
           STRING
               ER-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ER-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-ENTRY-DEPT (WS-LD-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-ENTRY-JOB (WS-LD-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-ENTRY-HOURS (WS-LD-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-ENTRY-GROSS (WS-LD-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-ENTRY-PREMIUM (WS-LD-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-LD-ENTRY-ER-TAX (WS-LD-IDX) DELIMITED BY SIZE
               INTO LABOR-DIST-RECORD
           END-STRING
           WRITE LABOR-DIST-RECORD.

       WRITE-LABOR-DIST-TOTALS.
      *    Whole-run totals, checkpointed like the rest, so they
      *    tie to the payroll report's gross and the GL's employer
      *    tax expense even across a restart.
           MOVE SPACES TO LABOR-DIST-RECORD
           STRING
               "TOTAL  GROSS " DELIMITED BY SIZE
               WS-GRAND-GROSS DELIMITED BY SIZE
               "   OT PREMIUM " DELIMITED BY SIZE
               WS-GRAND-OT-PREMIUM DELIMITED BY SIZE
               "   ER TAXES " DELIMITED BY SIZE
               WS-GRAND-ER-TAX DELIMITED BY SIZE
               INTO LABOR-DIST-RECORD
           END-STRING
           WRITE LABOR-DIST-RECORD.

       WRITE-DEPT-SUMMARY-REPORT.
      *    One line per department with gross/tax/net subtotals and
      *    a company-wide grand total, so Finance can post to the GL
      *    without re-keying the detail report. Reflects only the
      *    employees carried in this pass (see restart notes).  Gross
      *    and employer taxes are by charge department, tax and net
      *    by home department, so a department's net is not its gross
      *    less its tax once hours are charged across.  The employer
      *    tax column is added last so the first three columns keep
      *    the positions PAYBAL reads the TOTAL line by.
           OPEN OUTPUT DEPT-SUMMARY-FILE
           WRITE DEPT-SUMMARY-RECORD FROM
               "DEPARTMENT SUMMARY"
           MOVE SPACES TO DEPT-SUMMARY-RECORD
           STRING
               "DEPT   GROSS PAY     TAX           " DELIMITED BY SIZE
               "NET PAY       ER TAXES" DELIMITED BY SIZE
               INTO DEPT-SUMMARY-RECORD
           END-STRING
           WRITE DEPT-SUMMARY-RECORD
               WS-GRAND-TAX DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-GRAND-NET DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-GRAND-ER-TAX DELIMITED BY SIZE
               INTO DEPT-SUMMARY-RECORD
           END-STRING
           WRITE DEPT-SUMMARY-RECORD
               WS-DEPT-ENTRY-TAX (WS-DEPT-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-DEPT-ENTRY-NET (WS-DEPT-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX) DELIMITED BY SIZE
               INTO DEPT-SUMMARY-RECORD
           END-STRING
           WRITE DEPT-SUMMARY-RECORD.
      *    deductions held for the benefit and garnishment carriers
      *    (all credit), tagged with today's date and a batch ID so
      *    Finance can post without retyping totals. The lines foot
      *    to zero every run.  The two expense debits are posted per
      *    charge department, to the expense account suffixed with
      *    the department ("5010-SALE"); the liability credits stay
      *    company-wide.
           OPEN OUTPUT GL-EXTRACT-FILE

           PERFORM WRITE-ONE-DEPT-GL-LINES
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE "STATE TAX WITHHOLDING LIABILITY" TO GL-DESCRIPTION
           WRITE GL-EXTRACT-RECORD

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-GL-LOCAL-PAYABLE TO GL-ACCOUNT
           SET GL-IS-CREDIT TO TRUE
           MOVE WS-GRAND-LOCAL TO GL-AMOUNT
           MOVE "LOCAL TAX WITHHOLDING LIABILITY" TO GL-DESCRIPTION
           WRITE GL-EXTRACT-RECORD

           CLOSE GL-EXTRACT-FILE.

       WRITE-ONE-DEPT-GL-LINES.
      *    A department carrying only withholding and net - its
      *    people's hours all charged elsewhere - has no expense to
      *    post and gets no zero lines.
           IF WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX) > 0
               MOVE WS-GL-WAGE-EXP TO WS-GL-DEPT-ACCOUNT
               PERFORM BUILD-DEPT-GL-ACCOUNT
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-BATCH-ID TO GL-BATCH-ID
               MOVE WS-RUN-DATE TO GL-RUN-DATE
               MOVE WS-GL-DEPT-ACCOUNT TO GL-ACCOUNT
               SET GL-IS-DEBIT TO TRUE
               MOVE WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX) TO GL-AMOUNT
               STRING
                   "GROSS WAGE EXPENSE " DELIMITED BY SIZE
                   WS-DEPT-ENTRY-CODE (WS-DEPT-IDX) DELIMITED BY SIZE
                   INTO GL-DESCRIPTION
               END-STRING
               WRITE GL-EXTRACT-RECORD
           END-IF

           IF WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX) > 0
               MOVE WS-GL-ER-TAX-EXP TO WS-GL-DEPT-ACCOUNT
               PERFORM BUILD-DEPT-GL-ACCOUNT
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-BATCH-ID TO GL-BATCH-ID
               MOVE WS-RUN-DATE TO GL-RUN-DATE
               MOVE WS-GL-DEPT-ACCOUNT TO GL-ACCOUNT
               SET GL-IS-DEBIT TO TRUE
               MOVE WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX) TO GL-AMOUNT
               STRING
                   "EMPLOYER TAX EXPENSE " DELIMITED BY SIZE
                   WS-DEPT-ENTRY-CODE (WS-DEPT-IDX) DELIMITED BY SIZE
                   INTO GL-DESCRIPTION
               END-STRING
               WRITE GL-EXTRACT-RECORD
           END-IF.

       BUILD-DEPT-GL-ACCOUNT.
      *    WS-GL-DEPT-ACCOUNT arrives holding the four-character
      *    natural account; a blank department code leaves it bare.
           IF WS-DEPT-ENTRY-CODE (WS-DEPT-IDX) NOT = SPACES
               MOVE "-" TO WS-GL-DEPT-ACCOUNT (5:1)
               MOVE WS-DEPT-ENTRY-CODE (WS-DEPT-IDX)
                   TO WS-GL-DEPT-ACCOUNT (6:4)
           END-IF.

       OPEN-ACH-FILES.
      *    BANK-FILE supplies routing/account numbers keyed by
      *    ER-ID; ACH-FILE is the NACHA-style file this run builds
      *    prenote has aged out with no return - a new or changed
      *    account gets a zero-dollar prenote entry this run and the
      *    employee is paid by other means until then.
      *    A recently changed account is held from live money before
      *    any of that; a new account still gets its prenote, which
      *    moves no money.
           SET NOT-PRENOTE-HELD TO TRUE
           SET NOT-BANK-CHANGE-HELD TO TRUE
           IF NOT BANK-END-OF-FILE AND BANK-ID = ER-ID
               PERFORM CHECK-BANK-CHANGE-HOLD
               EVALUATE TRUE
                   WHEN BANK-CHANGE-HELD
                       AND (BANK-ACCT-VERIFIED OR BANK-ACCT-PRENOTED)
                       MOVE "HELD - ACCOUNT CHANGED"
                           TO WS-STUB-BANK-DISP
                   WHEN BANK-ACCT-VERIFIED
                       PERFORM BUILD-STUB-BANK-TEXT
                       PERFORM WRITE-ACH-DETAIL-LINE
               SET PRENOTE-HELD TO TRUE
           END-IF.

       CHECK-BANK-CHANGE-HOLD.
           IF BANK-CHANGE-DATE NUMERIC AND BANK-CHANGE-DATE > 0
               MOVE BANK-CHANGE-DATE TO WS-DATE-IN
               PERFORM CONVERT-DATE-TO-SERIAL
               COMPUTE WS-BANK-CHANGE-AGE =
                   WS-RUN-DATE-SERIAL - WS-DATE-SERIAL
               IF WS-BANK-CHANGE-AGE < WS-BANK-HOLD-DAYS
                   SET BANK-CHANGE-HELD TO TRUE
                   MOVE SPACES TO EXCEPTION-RECORD
                   STRING
                       ER-ID DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       ER-NAME DELIMITED BY SIZE
                       "   BANK ACCOUNT CHANGED " DELIMITED BY SIZE
                       BANK-CHANGE-DATE DELIMITED BY SIZE
                       " - LIVE CREDIT HELD, PAID BY CHECK"
                           DELIMITED BY SIZE
                       INTO EXCEPTION-RECORD
                   END-STRING
                   ADD 1 TO SR-EXCEPTIONS
                   WRITE EXCEPTION-RECORD
               END-IF
           END-IF.

       MARK-ACCOUNT-PRENOTED.
           MOVE "P" TO BANK-PRENOTE-STAT
           MOVE WS-RUN-DATE TO BANK-STATUS-DATE
           MOVE ER-PAY-TYPE TO WS-EFFECTIVE-PAY-TYPE
           MOVE ER-PAY-FREQ TO WS-EFFECTIVE-PAY-FREQ
           MOVE ER-WORK-STATE TO WS-EFFECTIVE-WORK-STATE
           MOVE SPACES TO WS-EFFECTIVE-RES-LOCAL
           MOVE SPACES TO WS-EFFECTIVE-WORK-LOCAL
           IF ER-SALARY NUMERIC
               MOVE ER-SALARY TO WS-EFFECTIVE-SALARY
           ELSE
               UNTIL NO-MORE-MASTER-ROWS
               OR WS-MASTER-SCAN-COUNT > WS-MASTER-SCAN-LIMIT.

       FIND-W4-ELECTION.
      *    Latest W-4 row for this ER-ID not after the check date,
      *    scanned the same way FIND-CURRENT-RATE scans the rate
      *    history.  Runs once per check, ahead of CALCULATE-TAX,
      *    so RESTATE-WITHHOLDING's second pass does not list an
      *    expired exemption twice.
           MOVE WS-EFFECTIVE-FILING-STATUS TO WS-W4-FILING-STATUS
           MOVE 0 TO WS-W4-DEPENDENT-CREDIT
           MOVE 0 TO WS-W4-OTHER-INCOME
           MOVE 0 TO WS-W4-DEDUCTIONS
           MOVE 0 TO WS-W4-EXTRA-WITHHOLDING
           MOVE "N" TO WS-W4-EXEMPT
           MOVE 0 TO WS-W4-EXEMPT-EXPIRY
           MOVE 0 TO WS-W4-BEST-EFF-DATE
           MOVE 0 TO WS-W4-SCAN-COUNT
           MOVE "N" TO WS-W4-EOF

           IF W4-FILE-OPEN
               MOVE ER-ID TO W4-ID
               MOVE 0 TO W4-EFF-DATE
               START W4-ELECTION-FILE KEY IS NOT LESS THAN W4-KEY
                   INVALID KEY
                       SET NO-MORE-W4-ROWS TO TRUE
               END-START
               PERFORM SCAN-W4-ROW
                   UNTIL NO-MORE-W4-ROWS
                   OR WS-W4-SCAN-COUNT > WS-MASTER-SCAN-LIMIT
           END-IF

      *    An exemption claim is only good through its expiry date.
      *    Past it the employee withholds as Single with none of the
      *    form's adjustments - the fallback the IRS prescribes for
      *    a lapsed claim - and HR gets the check on the exceptions
      *    report to chase a new form.
           IF W4-EXEMPT-IN-FORCE
               AND WS-W4-EXEMPT-EXPIRY < WS-RUN-DATE
               MOVE "S" TO WS-W4-FILING-STATUS
               MOVE 0 TO WS-W4-DEPENDENT-CREDIT
               MOVE 0 TO WS-W4-OTHER-INCOME
               MOVE 0 TO WS-W4-DEDUCTIONS
               MOVE 0 TO WS-W4-EXTRA-WITHHOLDING
               MOVE "N" TO WS-W4-EXEMPT
               MOVE SPACES TO EXCEPTION-RECORD
               STRING
                   ER-ID DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   ER-NAME DELIMITED BY SIZE
                   "   W-4 EXEMPTION EXPIRED " DELIMITED BY SIZE
                   WS-W4-EXEMPT-EXPIRY DELIMITED BY SIZE
                   " - WITHHELD AS SINGLE" DELIMITED BY SIZE
                   INTO EXCEPTION-RECORD
               END-STRING
               ADD 1 TO SR-EXCEPTIONS
               WRITE EXCEPTION-RECORD
           END-IF.

       SCAN-W4-ROW.
           ADD 1 TO WS-W4-SCAN-COUNT
           READ W4-ELECTION-FILE NEXT RECORD
               AT END
                   SET NO-MORE-W4-ROWS TO TRUE
               NOT AT END
                   IF W4-ID NOT = ER-ID
                       SET NO-MORE-W4-ROWS TO TRUE
                   ELSE
                       IF W4-EFF-DATE <= WS-RUN-DATE
                           AND W4-EFF-DATE >= WS-W4-BEST-EFF-DATE
                           MOVE W4-EFF-DATE TO WS-W4-BEST-EFF-DATE
      *                    A form with the status line left blank
      *                    keeps the master's filing status.
                           IF W4-FILING-STATUS = SPACE
                               MOVE WS-EFFECTIVE-FILING-STATUS
                                   TO WS-W4-FILING-STATUS
                           ELSE
                               MOVE W4-FILING-STATUS
                                   TO WS-W4-FILING-STATUS
                           END-IF
                           MOVE W4-DEPENDENT-CREDIT
                               TO WS-W4-DEPENDENT-CREDIT
                           MOVE W4-OTHER-INCOME TO WS-W4-OTHER-INCOME
                           MOVE W4-DEDUCTIONS TO WS-W4-DEDUCTIONS
                           MOVE W4-EXTRA-WITHHOLDING
                               TO WS-W4-EXTRA-WITHHOLDING
                           MOVE W4-EXEMPT TO WS-W4-EXEMPT
                           MOVE W4-EXEMPT-EXPIRY
                               TO WS-W4-EXEMPT-EXPIRY
                       END-IF
                   END-IF
           END-READ.

       SCAN-MASTER-ROW.
           ADD 1 TO WS-MASTER-SCAN-COUNT
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
                               MOVE EM-WORK-STATE
                                   TO WS-EFFECTIVE-WORK-STATE
                           END-IF
      *                    The localities follow the row in force,
      *                    blanks included - a row keyed without
      *                    them ends local withholding.
                           MOVE EM-RES-LOCALITY
                               TO WS-EFFECTIVE-RES-LOCAL
                           MOVE EM-WORK-LOCALITY
                               TO WS-EFFECTIVE-WORK-LOCAL
                       END-IF
                   END-IF
           END-READ.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUPPAY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPP-EARNINGS-FILE ASSIGN TO
               "data/supplemental_earnings.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUPP-STATUS.
           SELECT EMPLOYEE-FILE ASSIGN TO "data/employees.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMP-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
               "data/employee_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT W4-ELECTION-FILE ASSIGN TO
               "data/w4_elections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W4-KEY
               FILE STATUS IS WS-W4-STATUS.
           SELECT YTD-EMPLOYEE-FILE ASSIGN TO
               "data/ytd_employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT BANK-FILE ASSIGN TO "data/bank_info.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT STATE-TAX-FILE ASSIGN TO
               "data/state_tax_tables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-TAX-STATUS.
           SELECT LOCAL-TAX-FILE ASSIGN TO
               "data/local_tax_rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCAL-TAX-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO
               "data/run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO
               "data/pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HK-BATCH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT SUPP-CHECK-CONTROL-FILE ASSIGN TO
               "data/supp_check_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-CONTROL-STATUS.
           SELECT CHECK-OUTSTANDING-FILE ASSIGN TO
               "data/checks_outstanding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSTANDING-STATUS.
           SELECT REPORT-FILE ASSIGN TO "output/supp_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-FILE ASSIGN TO
               "output/supp_exceptions.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPT-SUMMARY-FILE ASSIGN TO
               "output/supp_dept_summary.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-SUPP-FILE ASSIGN TO "output/gl_supp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-SUPP-FILE ASSIGN TO "output/ach_supp.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-PRINT-FILE ASSIGN TO
               "output/supp_check_print.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO
               "output/supp_check_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE ASSIGN TO
               "output/supp_positive_pay.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD SUPP-EARNINGS-FILE.
      *    One row per supplemental payment owed: the employee, the
      *    earnings type (BONS bonus, COMM commission, or whatever
      *    code Finance keys) and the amount.  An employee with
      *    several rows gets one check for the lot.
       01 SUPP-EARNINGS-RECORD.
           05 SE-ID               PIC X(5).
           05 FILLER              PIC X.
           05 SE-EARN-TYPE        PIC X(4).
           05 FILLER              PIC X.
           05 SE-AMOUNT           PIC 9(7)V99.

       FD EMPLOYEE-FILE.
       COPY "emprec.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "empmstr.cpy".

       FD W4-ELECTION-FILE.
       COPY "w4rec.cpy".

       FD YTD-EMPLOYEE-FILE.
       COPY "ytdrec.cpy".

       FD BANK-FILE.
       COPY "bankrec.cpy".

       FD STATE-TAX-FILE.
       01 STATE-TAX-RECORD.
           05 ST-STATE            PIC X(2).
           05 FILLER              PIC X.
           05 ST-INCOME-LOW       PIC 9(7)V99.
           05 FILLER              PIC X.
           05 ST-INCOME-HIGH      PIC 9(7)V99.
           05 FILLER              PIC X.
           05 ST-RATE             PIC V999.
           05 FILLER              PIC X.
           05 ST-BASE-TAX         PIC 9(7)V99.

       FD LOCAL-TAX-FILE.
       COPY "localtax.cpy".

       FD RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       FD PAY-HISTORY-FILE.
       COPY "histrec.cpy".

       FD SUPP-CHECK-CONTROL-FILE.
      *    Next number in the off-cycle check series.  Kept apart
      *    from CTL-NEXT-CHECK-NO so an off-cycle run never touches
      *    the regular period's run control, and started in a range
      *    the regular series will not reach.
       01 SUPP-CHECK-CONTROL-RECORD.
           05 SCC-NEXT-CHECK-NO   PIC 9(8).

       FD CHECK-OUTSTANDING-FILE.
       COPY "chkrec.cpy".

       FD REPORT-FILE.
       01 REPORT-RECORD       PIC X(132).

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD    PIC X(132).

       FD DEPT-SUMMARY-FILE.
       01 DEPT-SUMMARY-RECORD PIC X(120).

       FD GL-SUPP-FILE.
       COPY "glrec.cpy".

       FD ACH-SUPP-FILE.
       COPY "achrec.cpy".

       FD CHECK-PRINT-FILE.
       01 CHECK-PRINT-RECORD    PIC X(80).

       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD PIC X(120).

       FD POSITIVE-PAY-FILE.
       COPY "pospay.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X       VALUE "N".
           88 END-OF-FILE     VALUE "Y".

       01 WS-SUPP-STATUS      PIC XX      VALUE "00".
       01 WS-EMP-STATUS       PIC XX      VALUE "00".
       01 WS-MASTER-STATUS    PIC XX      VALUE "00".
           88 MASTER-FILE-OK  VALUE "00".
       01 WS-YTD-STATUS       PIC XX      VALUE "00".
           88 YTD-FILE-MISSING VALUE "35".
       01 WS-BANK-STATUS      PIC XX      VALUE "00".
       01 WS-STATE-TAX-STATUS PIC XX      VALUE "00".
       01 WS-LOCAL-TAX-STATUS PIC XX      VALUE "00".
       01 WS-RUN-CONTROL-STATUS PIC XX    VALUE "00".
       01 WS-HISTORY-STATUS   PIC XX      VALUE "00".
           88 HISTORY-FILE-MISSING VALUE "35".
       01 WS-CHECK-CONTROL-STATUS PIC XX  VALUE "00".
       01 WS-OUTSTANDING-STATUS PIC XX    VALUE "00".
           88 OUTSTANDING-FILE-MISSING VALUE "35".

       01 WS-RUN-DATE         PIC 9(8)    VALUE 0.
      *    Run date plus "SP" - the batch every YTD posting, history
      *    line and GL line of this run is stamped with, distinct
      *    from the regular period's batch on the same date.
       01 WS-BATCH-ID         PIC X(10)   VALUE SPACES.
       01 WS-MASTER-OPEN      PIC X       VALUE "N".
           88 MASTER-IS-OPEN  VALUE "Y".
       01 WS-BATCH-POSTED     PIC X       VALUE "N".
           88 BATCH-ALREADY-POSTED VALUE "Y".

       COPY "taxrate.cpy".

      *    The supplemental earnings rows, rolled up to one payment
      *    per employee.  TYPE is the earnings type when every row
      *    for the employee carried the same one, "MIXD" when they
      *    differ; ROWS is how many input rows went into the total.
       01 WS-SP-TABLE-LIMIT   PIC 9(3)    VALUE 300.
       01 WS-SP-COUNT         PIC 9(3)    VALUE 0.
       01 WS-SP-TABLE.
           05 WS-SP-ENTRY OCCURS 300 TIMES
               INDEXED BY WS-SP-IDX.
               10 WS-SP-ENTRY-ID     PIC X(5).
               10 WS-SP-ENTRY-TYPE   PIC X(4).
               10 WS-SP-ENTRY-GROSS  PIC 9(7)V99.
               10 WS-SP-ENTRY-ROWS   PIC 9(3).
       01 WS-SE-WORK-TYPE     PIC X(4)    VALUE SPACES.
      *    What WRITE-ROW-EXCEPTION reports - staged here because
      *    the earnings record is gone once the file is closed.
       01 WS-EXC-ID           PIC X(5)    VALUE SPACES.
       01 WS-EXC-TYPE         PIC X(4)    VALUE SPACES.
       01 WS-EXC-AMOUNT       PIC X(9)    VALUE SPACES.
       01 WS-EXC-AMOUNT-NUM REDEFINES WS-EXC-AMOUNT
                              PIC 9(7)V99.
       01 WS-REJECT-REASON    PIC X(50)   VALUE SPACES.

      *    The current pay file's employee rows - name, filing
      *    status, department, frequency and work state for anybody
      *    the master has no row for, and the defaults a master row
      *    written before those fields existed defers to, exactly as
      *    PAYROLL reads them.
       01 WS-EMP-TABLE-LIMIT  PIC 9(3)    VALUE 500.
       01 WS-EMP-COUNT        PIC 9(3)    VALUE 0.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-EMP-IDX.
               10 WS-EMP-ENTRY-ID     PIC X(5).
               10 WS-EMP-ENTRY-NAME   PIC X(20).
               10 WS-EMP-ENTRY-FILING PIC X.
               10 WS-EMP-ENTRY-DEPT   PIC X(4).
               10 WS-EMP-ENTRY-FREQ   PIC X.
               10 WS-EMP-ENTRY-STATE  PIC X(2).

      *    State withholding brackets, loaded the same way PAYROLL
      *    loads them.  States without a flat supplemental rate of
      *    their own withhold on the annualized bracket, which is
      *    what this run does.
       01 WS-ST-EOF           PIC X       VALUE "N".
           88 ST-END-OF-FILE  VALUE "Y".
       01 WS-ST-TABLE-LIMIT   PIC 9(2)    VALUE 60.
       01 WS-ST-COUNT         PIC 9(2)    VALUE 0.
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY OCCURS 60 TIMES INDEXED BY WS-ST-IDX.
               10 WS-ST-ENTRY-STATE PIC X(2).
               10 WS-ST-ENTRY-LOW   PIC 9(7)V99.
               10 WS-ST-ENTRY-HIGH  PIC 9(7)V99.
               10 WS-ST-ENTRY-RATE  PIC V999.
               10 WS-ST-ENTRY-BASE  PIC 9(7)V99.

      *    Local rates, loaded the same way PAYROLL loads them.
      *    Only the earned income tax rates are used here - the
      *    Local Services Tax is a regular-period charge and never
      *    comes off an off-cycle check.
       01 WS-LT-EOF           PIC X       VALUE "N".
           88 LT-END-OF-FILE  VALUE "Y".
       01 WS-LT-TABLE-LIMIT   PIC 9(3)    VALUE 100.
       01 WS-LT-COUNT         PIC 9(3)    VALUE 0.
       01 WS-LT-TABLE.
           05 WS-LT-ENTRY OCCURS 100 TIMES INDEXED BY WS-LT-IDX.
               10 WS-LT-ENTRY-CODE      PIC X(6).
               10 WS-LT-ENTRY-RES-RATE  PIC V9(5).
               10 WS-LT-ENTRY-NONRES-RATE PIC V9(5).
               10 WS-LT-ENTRY-BASIS     PIC X.
       01 WS-LOCAL-LOOKUP-CODE PIC X(6)   VALUE SPACES.

      *    Bank rows loaded up front, the same shape RETROPAY uses -
      *    a supplemental check goes live only to an account already
      *    verified.  This run never prenotes or promotes an account;
      *    that is the regular run's job.
       01 WS-BANK-TABLE-LIMIT PIC 9(3)    VALUE 100.
       01 WS-BANK-COUNT       PIC 9(3)    VALUE 0.
       01 WS-BANK-TABLE.
           05 WS-BANK-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-BANK-IDX.
               10 WS-BANK-ENTRY-ID      PIC X(5).
               10 WS-BANK-ENTRY-ROUTING PIC 9(9).
               10 WS-BANK-ENTRY-ACCOUNT PIC X(17).
               10 WS-BANK-ENTRY-TYPE    PIC X.
               10 WS-BANK-ENTRY-STAT    PIC X.

      *    The employee's details as of the run date - employee file
      *    values first, then whatever the master row in force says.
       01 WS-SCAN-ID          PIC X(5)    VALUE SPACES.
       01 WS-EMP-FOUND        PIC X       VALUE "N".
           88 EMPLOYEE-FOUND  VALUE "Y".
       01 WS-EFF-NAME         PIC X(20)   VALUE SPACES.
       01 WS-EFF-FILING       PIC X       VALUE "S".
       01 WS-EFF-DEPT         PIC X(4)    VALUE SPACES.
       01 WS-EFF-FREQ         PIC X       VALUE SPACES.
       01 WS-EFF-STATE        PIC X(2)    VALUE SPACES.
      *    Localities come off the master row alone - the pay file
      *    carries none - so no master row means no local tax.
       01 WS-EFF-RES-LOCAL    PIC X(6)    VALUE SPACES.
       01 WS-EFF-WORK-LOCAL   PIC X(6)    VALUE SPACES.
       01 WS-BEST-EFF-DATE    PIC 9(8)    VALUE 0.
       01 WS-MASTER-EOF       PIC X       VALUE "N".
           88 NO-MORE-MASTER-ROWS VALUE "Y".
       01 WS-MASTER-SCAN-COUNT PIC 9(4)   VALUE 0.
       01 WS-MASTER-SCAN-LIMIT PIC 9(4)   VALUE 500.

      *    The W-4 election in force on the run date, off
      *    RESOLVE-W4-ELECTION.  Only the exemption claim matters to
      *    a flat-rate check; no elections file on the system, or no
      *    form for the employee, withholds as always.
       01 WS-W4-STATUS        PIC XX      VALUE "00".
           88 W4-FILE-OK      VALUE "00".
       01 WS-W4-FILE-SW       PIC X       VALUE "N".
           88 W4-FILE-OPEN    VALUE "Y".
       01 WS-W4-EOF           PIC X       VALUE "N".
           88 NO-MORE-W4-ROWS VALUE "Y".
       01 WS-W4-SCAN-COUNT    PIC 9(4)    VALUE 0.
       01 WS-W4-BEST-EFF-DATE PIC 9(8)    VALUE 0.
       01 WS-W4-EXEMPT        PIC X       VALUE "N".
           88 W4-EXEMPT-IN-FORCE VALUE "Y".
       01 WS-W4-EXEMPT-EXPIRY PIC 9(8)    VALUE 0.

      *    One supplemental check being built.  No regular deduction
      *    comes off it, so FIT and FICA wages are the whole gross.
       01 WS-GROSS-PAY        PIC 9(7)V99 VALUE 0.
       01 WS-TAX              PIC 9(7)V99 VALUE 0.
       01 WS-STATE-TAX        PIC 9(7)V99 VALUE 0.
       01 WS-NET-PAY          PIC 9(7)V99 VALUE 0.
      *    Local earned income tax off CALCULATE-LOCAL-TAX, with the
      *    locality it is owed to and the wages and rate it was
      *    figured on.
       01 WS-LOCAL-TAX        PIC 9(7)V99 VALUE 0.
       01 WS-LOCAL-WAGES      PIC 9(7)V99 VALUE 0.
       01 WS-LOCAL-CODE       PIC X(6)    VALUE SPACES.
       01 WS-LOCAL-RATE       PIC V9(5)   VALUE 0.
       01 WS-LOCAL-BASIS      PIC X       VALUE SPACE.
           88 LOCAL-ON-MEDICARE-WAGES VALUE "M".
       01 WS-FIT-WAGES        PIC 9(7)V99 VALUE 0.
       01 WS-FICA-WAGES       PIC 9(7)V99 VALUE 0.
       01 WS-ZERO-HOURS       PIC 9(3)    VALUE 0.
       01 WS-ZERO-PAY         PIC 9(7)V99 VALUE 0.
       01 WS-PERIODS-PER-YEAR PIC 9(2)    VALUE 26.
       01 WS-ANNUAL-GROSS     PIC 9(9)V99 VALUE 0.
       01 WS-ANNUAL-STATE-TAX PIC 9(9)V99 VALUE 0.

       01 WS-YTD-KEY-STATUS   PIC X       VALUE "N".
           88 YTD-RECORD-FOUND VALUE "F".
           88 YTD-RECORD-NEW   VALUE "N".
       01 WS-CAP-BASE         PIC 9(9)V99 VALUE 0.
       01 WS-CAP-YTD          PIC 9(9)V99 VALUE 0.
       01 WS-CAP-TAXABLE      PIC 9(7)V99 VALUE 0.
       01 WS-SS-TAXABLE       PIC 9(7)V99 VALUE 0.
       01 WS-FUTA-TAXABLE     PIC 9(7)V99 VALUE 0.
       01 WS-SUTA-TAXABLE     PIC 9(7)V99 VALUE 0.
       01 WS-SS-EE-TAX        PIC 9(7)V99 VALUE 0.
       01 WS-SS-ER-TAX        PIC 9(7)V99 VALUE 0.
       01 WS-MED-EE-TAX       PIC 9(7)V99 VALUE 0.
       01 WS-MED-ER-TAX       PIC 9(7)V99 VALUE 0.
       01 WS-FICA-EE-TAX      PIC 9(7)V99 VALUE 0.
       01 WS-FUTA-TAX         PIC 9(7)V99 VALUE 0.
       01 WS-SUTA-TAX         PIC 9(7)V99 VALUE 0.

      *    Department subtotals for the summary PAYBAL foots against
      *    the report, same shape as PAYROLL's.  The employer tax
      *    rides along for the department expense lines in the GL
      *    batch.
       01 WS-DEPT-TABLE-LIMIT PIC 9(2)    VALUE 20.
       01 WS-DEPT-COUNT       PIC 9(2)    VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-ENTRY-CODE  PIC X(4).
               10 WS-DEPT-ENTRY-GROSS PIC 9(9)V99.
               10 WS-DEPT-ENTRY-TAX   PIC 9(9)V99.
               10 WS-DEPT-ENTRY-NET   PIC 9(9)V99.
               10 WS-DEPT-ENTRY-ER-TAX PIC 9(9)V99.

      *    Run totals for the summary, the GL batch and the ACH
      *    controls.
       01 WS-GRAND-GROSS      PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-TAX        PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-NET        PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-STATE      PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-LOCAL      PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-FICA-EE    PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-FICA-ER    PIC 9(9)V99 VALUE 0.
       01 WS-GRAND-UNEMP      PIC 9(9)V99 VALUE 0.
       01 WS-CHECKS-PAID      PIC 9(5)    VALUE 0.
       01 WS-REJECT-COUNT     PIC 9(5)    VALUE 0.

      *    Physical check control - the off-cycle series off
      *    SUPP-CHECK-CONTROL-FILE, written back once the run ends.
       01 WS-PAID-BY-ACH      PIC X       VALUE "N".
           88 PAID-BY-ACH     VALUE "Y".
           88 NOT-PAID-BY-ACH VALUE "N".
       01 WS-NEXT-CHECK-NO    PIC 9(8)    VALUE 90000001.
       01 WS-CHECKS-WRITTEN   PIC 9(5)    VALUE 0.
       01 WS-CHECK-TOTAL      PIC 9(9)V99 VALUE 0.
      *    The account the checks are drawn on, off the run control,
      *    for the positive pay issue file.
       01 WS-CHECK-ACCOUNT    PIC X(15)   VALUE SPACES.
       01 WS-PAY-NOTE         PIC X(40)   VALUE SPACES.

      *    GL accounts and ACH originator constants - run-control
      *    values when one is on file, the same standalone defaults
      *    RETROPAY carries otherwise.  The run control is only ever
      *    read here.
       01 WS-GL-WAGE-EXP       PIC X(4)   VALUE "5010".
       01 WS-GL-ER-TAX-EXP     PIC X(4)   VALUE "5020".
       01 WS-GL-DEPT-ACCOUNT   PIC X(10)  VALUE SPACES.
       01 WS-GL-TAX-PAYABLE    PIC X(4)   VALUE "2210".
       01 WS-GL-FICA-PAYABLE   PIC X(4)   VALUE "2220".
       01 WS-GL-UNEMP-PAYABLE  PIC X(4)   VALUE "2230".
       01 WS-GL-NET-PAYABLE    PIC X(4)   VALUE "2100".
       01 WS-GL-STATE-PAYABLE  PIC X(4)   VALUE "2240".
       01 WS-GL-LOCAL-PAYABLE  PIC X(4)   VALUE "2250".

       01 WS-ACH-ORIGIN-DFI    PIC X(8)   VALUE "12345678".
       01 WS-ACH-ORIGIN-ID     PIC X(10)  VALUE " 123456789".
       01 WS-ACH-DEST-ROUTING  PIC X(10)  VALUE " 021000021".
       01 WS-ACH-COMPANY-NAME  PIC X(16)  VALUE "ACME PAYROLL CO".
       01 WS-ACH-COMPANY-ID    PIC X(10)  VALUE "1123456789".
       01 WS-ACH-BATCH-NUMBER  PIC 9(7)   VALUE 1.
       01 WS-ACH-ENTRY-COUNT   PIC 9(6)   VALUE 0.
       01 WS-ACH-HASH-TOTAL    PIC 9(10)  VALUE 0.
       01 WS-ACH-RDFI          PIC 9(8)   VALUE 0.
       01 WS-ACH-CREDIT-TOTAL  PIC 9(10)V99 VALUE 0.
       01 WS-ACH-TRACE-NUMBER  PIC 9(15)  VALUE 0.
       01 WS-ACH-TOTAL-RECORDS PIC 9(6)   VALUE 0.
       01 WS-ACH-BLOCK-COUNT   PIC 9(6)   VALUE 0.
       01 WS-ACH-PAD-COUNT     PIC 9(3)   VALUE 0.
       01 WS-ACH-PAD-RECORD    PIC X(94)  VALUE ALL "9".

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Off-cycle run for bonuses and commissions: one check per
      *    employee on the supplemental earnings file, federal tax
      *    withheld at the flat supplemental rate unless a W-4
      *    exemption is in force, state and local earned income tax
      *    as on any other wages, FICA against the YTD wage bases,
      *    no regular deductions, no LST and no PTO accrual.
      *    Posted to YTD and history under its own batch ID, paid by
      *    its own ACH batch or printed checks, with a GL batch -
      *    and every output in the same layout PAYROLL writes, under
      *    supp_ names, so PAYBAL balances it like a regular run.
      *    The regular period's run control is read, never written.
           INITIALIZE STEP-RESULT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-COMPANY-CONSTANTS
           PERFORM LOAD-CHECK-CONTROL
           STRING
               WS-RUN-DATE DELIMITED BY SIZE
               "SP" DELIMITED BY SIZE
               INTO WS-BATCH-ID
           END-STRING

           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           PERFORM WRITE-REPORT-HEADINGS
           WRITE EXCEPTION-RECORD FROM
               "SUPPLEMENTAL PAY EXCEPTIONS"
           WRITE EXCEPTION-RECORD FROM
               "ID    TYPE AMOUNT      REASON"

      *    Nothing paid is a failed step, not a clean one - PAYBAL
      *    would otherwise go on to balance, and release, whatever
      *    supp_ files the last off-cycle run left behind.
           PERFORM LOAD-EARNINGS-TABLE
           IF WS-SP-COUNT = 0
               WRITE EXCEPTION-RECORD FROM
                   "NO SUPPLEMENTAL EARNINGS TO PAY"
               CLOSE REPORT-FILE
               CLOSE EXCEPTION-FILE
               DISPLAY "No supplemental earnings - nothing to do"
               MOVE WS-REJECT-COUNT TO SR-EXCEPTIONS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-BATCH-NOT-POSTED
           IF BATCH-ALREADY-POSTED
               WRITE EXCEPTION-RECORD FROM
                   "OFF-CYCLE BATCH FOR TODAY IS ALREADY ON THE HISTORY
      -            " - NOTHING PAID"
               CLOSE REPORT-FILE
               CLOSE EXCEPTION-FILE
               DISPLAY "BATCH " WS-BATCH-ID " ALREADY POSTED - "
                   "REFUSING TO PAY IT TWICE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF MASTER-FILE-OK
               SET MASTER-IS-OPEN TO TRUE
           END-IF
           PERFORM OPEN-W4-FILE
           PERFORM LOAD-EMPLOYEE-TABLE
           PERFORM LOAD-STATE-TAX-TABLE
           PERFORM LOAD-LOCAL-TAX-TABLE
           PERFORM LOAD-BANK-TABLE
           PERFORM OPEN-YTD-FILE
           PERFORM OPEN-HISTORY-FILE
           PERFORM OPEN-OUTSTANDING-FILE
           OPEN OUTPUT CHECK-PRINT-FILE
           OPEN OUTPUT CHECK-REGISTER-FILE
           WRITE CHECK-REGISTER-RECORD FROM
               "SUPPLEMENTAL CHECK REGISTER"
           WRITE CHECK-REGISTER-RECORD FROM
               "    NUMBER    ID     NAME                  DATE
      -        "       AMOUNT"
           OPEN OUTPUT POSITIVE-PAY-FILE
           PERFORM WRITE-POSITIVE-PAY-HEADER
           PERFORM OPEN-ACH-SUPP-FILE

           PERFORM PAY-ONE-SUPPLEMENT
               VARYING WS-SP-IDX FROM 1 BY 1
               UNTIL WS-SP-IDX > WS-SP-COUNT

           PERFORM WRITE-ACH-SUPP-TRAILER
           PERFORM WRITE-CHECK-REGISTER-TRAILER
           PERFORM WRITE-POSITIVE-PAY-TRAILER
           PERFORM WRITE-DEPT-SUMMARY-REPORT
           PERFORM WRITE-GL-SUPP-BATCH
           PERFORM SAVE-CHECK-CONTROL

           IF MASTER-IS-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF W4-FILE-OPEN
               CLOSE W4-ELECTION-FILE
           END-IF
           CLOSE YTD-EMPLOYEE-FILE
                 PAY-HISTORY-FILE
                 CHECK-OUTSTANDING-FILE
                 CHECK-PRINT-FILE
                 CHECK-REGISTER-FILE
                 POSITIVE-PAY-FILE
                 ACH-SUPP-FILE
                 REPORT-FILE
                 EXCEPTION-FILE

           DISPLAY "Supplemental checks paid: " WS-CHECKS-PAID
               "   rejected rows: " WS-REJECT-COUNT
           MOVE WS-CHECKS-PAID TO SR-RECORDS-WRITTEN
           ADD WS-REJECT-COUNT TO SR-EXCEPTIONS
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Report generated in output/supp_report.txt"
           GOBACK.

       LOAD-COMPANY-CONSTANTS.
      *    Same optional read RETROPAY does - no run control on file
      *    just means the standalone defaults stand.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-COMPANY-NAME TO WS-ACH-COMPANY-NAME
                       MOVE CTL-COMPANY-ID TO WS-ACH-COMPANY-ID
                       MOVE CTL-ORIGIN-DFI TO WS-ACH-ORIGIN-DFI
                       MOVE CTL-ORIGIN-ID TO WS-ACH-ORIGIN-ID
                       MOVE CTL-DEST-ROUTING TO WS-ACH-DEST-ROUTING
                       MOVE CTL-ACH-BATCH-NUMBER
                           TO WS-ACH-BATCH-NUMBER
                       MOVE CTL-GL-WAGE-EXP TO WS-GL-WAGE-EXP
                       MOVE CTL-GL-ER-TAX-EXP TO WS-GL-ER-TAX-EXP
                       MOVE CTL-GL-TAX-PAYABLE
                           TO WS-GL-TAX-PAYABLE
                       MOVE CTL-GL-FICA-PAYABLE
                           TO WS-GL-FICA-PAYABLE
                       MOVE CTL-GL-UNEMP-PAYABLE
                           TO WS-GL-UNEMP-PAYABLE
                       MOVE CTL-GL-NET-PAYABLE
                           TO WS-GL-NET-PAYABLE
                       MOVE CTL-GL-STATE-PAYABLE
                           TO WS-GL-STATE-PAYABLE
      *                A run control written before the local payable
      *                existed leaves it blank - keep the default.
                       IF CTL-GL-LOCAL-PAYABLE NOT = SPACES
                           MOVE CTL-GL-LOCAL-PAYABLE
                               TO WS-GL-LOCAL-PAYABLE
                       END-IF
                       MOVE CTL-CHECK-ACCOUNT TO WS-CHECK-ACCOUNT
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-CHECK-CONTROL.
      *    No control file yet (the first off-cycle run ever) or a
      *    blank one starts the series at its default.
           OPEN INPUT SUPP-CHECK-CONTROL-FILE
           IF WS-CHECK-CONTROL-STATUS = "00"
               READ SUPP-CHECK-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SCC-NEXT-CHECK-NO NUMERIC
                           AND SCC-NEXT-CHECK-NO > 0
                           MOVE SCC-NEXT-CHECK-NO
                               TO WS-NEXT-CHECK-NO
                       END-IF
               END-READ
               CLOSE SUPP-CHECK-CONTROL-FILE
           END-IF.

       SAVE-CHECK-CONTROL.
           OPEN OUTPUT SUPP-CHECK-CONTROL-FILE
           MOVE WS-NEXT-CHECK-NO TO SCC-NEXT-CHECK-NO
           WRITE SUPP-CHECK-CONTROL-RECORD
           CLOSE SUPP-CHECK-CONTROL-FILE.

       WRITE-REPORT-HEADINGS.
      *    The detail columns are PAYROLL's, to the byte - PAYBAL
      *    re-foots this report with the same layout.  The whole
      *    supplemental amount shows as regular pay, with no hours.
           WRITE REPORT-RECORD FROM
               "SUPPLEMENTAL PAY REPORT"
           MOVE SPACES TO REPORT-RECORD
           STRING
               "ID    NAME                 " DELIMITED BY SIZE
               "REG HRS OT HRS " DELIMITED BY SIZE
               "SUPP PAY   OT PAY     " DELIMITED BY SIZE
               "GROSS PAY   TAX         FICA        " DELIMITED BY SIZE
               "STATE       NET PAY      TYPE" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD.

       LOAD-EARNINGS-TABLE.
           MOVE "N" TO WS-EOF
           OPEN INPUT SUPP-EARNINGS-FILE
           IF WS-SUPP-STATUS NOT = "00"
               DISPLAY "SUPPLEMENTAL EARNINGS FILE "
                   "data/supplemental_earnings.txt NOT FOUND"
           ELSE
               PERFORM LOAD-ONE-EARNINGS-ROW
                   UNTIL END-OF-FILE
               CLOSE SUPP-EARNINGS-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-ONE-EARNINGS-ROW.
           READ SUPP-EARNINGS-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO SR-RECORDS-READ
                   PERFORM TABLE-ONE-EARNINGS-ROW
           END-READ.

       TABLE-ONE-EARNINGS-ROW.
      *    A row with no employee or no money is reported and left
      *    out; everything else rolls into its employee's payment.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SE-EARN-TYPE TO WS-SE-WORK-TYPE
           IF WS-SE-WORK-TYPE = SPACES
               MOVE "SUPP" TO WS-SE-WORK-TYPE
           END-IF
           IF SE-ID = SPACES OR SE-ID = "00000"
               MOVE "MISSING OR ZERO EMPLOYEE ID" TO WS-REJECT-REASON
           END-IF
           IF SE-AMOUNT NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               IF SE-AMOUNT = 0
                   MOVE "ZERO AMOUNT" TO WS-REJECT-REASON
               END-IF
           END-IF
           MOVE SE-ID TO WS-EXC-ID
           MOVE SE-EARN-TYPE TO WS-EXC-TYPE
           MOVE SUPP-EARNINGS-RECORD (12:9) TO WS-EXC-AMOUNT
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-ROW-EXCEPTION
           ELSE
               PERFORM FIND-SP-ENTRY
                   VARYING WS-SP-IDX FROM 1 BY 1
                   UNTIL WS-SP-IDX > WS-SP-COUNT
                   OR WS-SP-ENTRY-ID (WS-SP-IDX) = SE-ID
               IF WS-SP-IDX NOT > WS-SP-COUNT
                   ADD SE-AMOUNT TO WS-SP-ENTRY-GROSS (WS-SP-IDX)
                   ADD 1 TO WS-SP-ENTRY-ROWS (WS-SP-IDX)
                   IF WS-SP-ENTRY-TYPE (WS-SP-IDX)
                       NOT = WS-SE-WORK-TYPE
                       MOVE "MIXD" TO WS-SP-ENTRY-TYPE (WS-SP-IDX)
                   END-IF
               ELSE
                   IF WS-SP-COUNT < WS-SP-TABLE-LIMIT
                       ADD 1 TO WS-SP-COUNT
                       SET WS-SP-IDX TO WS-SP-COUNT
                       MOVE SE-ID TO WS-SP-ENTRY-ID (WS-SP-IDX)
                       MOVE WS-SE-WORK-TYPE
                           TO WS-SP-ENTRY-TYPE (WS-SP-IDX)
                       MOVE SE-AMOUNT
                           TO WS-SP-ENTRY-GROSS (WS-SP-IDX)
                       MOVE 1 TO WS-SP-ENTRY-ROWS (WS-SP-IDX)
                   ELSE
                       MOVE "EARNINGS TABLE FULL - RERUN FOR THE REST"
                           TO WS-REJECT-REASON
                       PERFORM WRITE-ROW-EXCEPTION
                       DISPLAY "WARNING: EARNINGS TABLE FULL - "
                           SE-ID " NOT PAID"
                   END-IF
               END-IF
           END-IF.

       FIND-SP-ENTRY.
           CONTINUE.

       WRITE-ROW-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           STRING
               WS-EXC-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXC-TYPE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXC-AMOUNT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           END-STRING
           WRITE EXCEPTION-RECORD.

       CHECK-BATCH-NOT-POSTED.
      *    The earnings file is not consumed by a run, so a second
      *    run on the same day would pay every row again - the
      *    history is the proof the batch has already gone out.
      *    Any line at all under today's batch ID on the alternate
      *    key means it has.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               MOVE WS-BATCH-ID TO HK-BATCH-ID
               START PAY-HISTORY-FILE KEY IS EQUAL TO HK-BATCH-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BATCH-ALREADY-POSTED TO TRUE
               END-START
               CLOSE PAY-HISTORY-FILE
           END-IF.

       LOAD-EMPLOYEE-TABLE.
           MOVE "N" TO WS-EOF
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMP-STATUS = "00"
               PERFORM LOAD-ONE-EMPLOYEE-ROW
                   UNTIL END-OF-FILE
               CLOSE EMPLOYEE-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-ONE-EMPLOYEE-ROW.
           READ EMPLOYEE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-EMP-COUNT < WS-EMP-TABLE-LIMIT
                       ADD 1 TO WS-EMP-COUNT
                       SET WS-EMP-IDX TO WS-EMP-COUNT
                       MOVE ER-ID TO WS-EMP-ENTRY-ID (WS-EMP-IDX)
                       MOVE ER-NAME TO WS-EMP-ENTRY-NAME (WS-EMP-IDX)
                       MOVE ER-FILING-STATUS
                           TO WS-EMP-ENTRY-FILING (WS-EMP-IDX)
                       MOVE ER-DEPT-CODE
                           TO WS-EMP-ENTRY-DEPT (WS-EMP-IDX)
                       MOVE ER-PAY-FREQ
                           TO WS-EMP-ENTRY-FREQ (WS-EMP-IDX)
                       MOVE ER-WORK-STATE
                           TO WS-EMP-ENTRY-STATE (WS-EMP-IDX)
                   ELSE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: EMPLOYEE TABLE FULL - "
                           ER-ID " NOT LOADED"
                   END-IF
           END-READ.

       FIND-EMP-ENTRY.
           CONTINUE.

       LOAD-STATE-TAX-TABLE.
           OPEN INPUT STATE-TAX-FILE
           IF WS-STATE-TAX-STATUS = "00"
               PERFORM LOAD-ONE-STATE-TAX-ROW
                   UNTIL ST-END-OF-FILE
               CLOSE STATE-TAX-FILE
           END-IF.

       LOAD-ONE-STATE-TAX-ROW.
           READ STATE-TAX-FILE
               AT END
                   SET ST-END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-ST-COUNT < WS-ST-TABLE-LIMIT
                       ADD 1 TO WS-ST-COUNT
                       SET WS-ST-IDX TO WS-ST-COUNT
                       MOVE ST-STATE
                           TO WS-ST-ENTRY-STATE (WS-ST-IDX)
                       MOVE ST-INCOME-LOW
                           TO WS-ST-ENTRY-LOW (WS-ST-IDX)
                       MOVE ST-INCOME-HIGH
                           TO WS-ST-ENTRY-HIGH (WS-ST-IDX)
                       MOVE ST-RATE
                           TO WS-ST-ENTRY-RATE (WS-ST-IDX)
                       MOVE ST-BASE-TAX
                           TO WS-ST-ENTRY-BASE (WS-ST-IDX)
                   ELSE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: STATE TAX TABLE FULL - "
                           ST-STATE " BRACKET DROPPED"
                   END-IF
           END-READ.

       LOAD-LOCAL-TAX-TABLE.
      *    Same arrangement as PAYROLL's: no file means no local
      *    withholding, and an employee carrying a locality is
      *    flagged on the exceptions report.
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
                       MOVE LT-WAGE-BASIS
                           TO WS-LT-ENTRY-BASIS (WS-LT-IDX)
                   ELSE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: LOCAL TAX TABLE FULL - "
                           LT-LOCALITY " DROPPED"
                   END-IF
           END-READ.

       OPEN-W4-FILE.
      *    Read-only, as in PAYROLL - an install that has never
      *    keyed a form has no elections file.
           OPEN INPUT W4-ELECTION-FILE
           IF W4-FILE-OK
               SET W4-FILE-OPEN TO TRUE
           END-IF.

       LOAD-BANK-TABLE.
           MOVE "N" TO WS-EOF
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM LOAD-ONE-BANK-ROW
               UNTIL END-OF-FILE
           IF WS-BANK-STATUS NOT = "35"
               CLOSE BANK-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-ONE-BANK-ROW.
           READ BANK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-BANK-COUNT < WS-BANK-TABLE-LIMIT
                       ADD 1 TO WS-BANK-COUNT
                       SET WS-BANK-IDX TO WS-BANK-COUNT
                       MOVE BANK-ID
                           TO WS-BANK-ENTRY-ID (WS-BANK-IDX)
                       MOVE BANK-ROUTING
                           TO WS-BANK-ENTRY-ROUTING (WS-BANK-IDX)
                       MOVE BANK-ACCOUNT
                           TO WS-BANK-ENTRY-ACCOUNT (WS-BANK-IDX)
                       MOVE BANK-ACCT-TYPE
                           TO WS-BANK-ENTRY-TYPE (WS-BANK-IDX)
                       MOVE BANK-PRENOTE-STAT
                           TO WS-BANK-ENTRY-STAT (WS-BANK-IDX)
                   ELSE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: BANK TABLE FULL - "
                           BANK-ID " NOT LOADED"
                   END-IF
           END-READ.

       OPEN-YTD-FILE.
      *    A bonus run can be the first posting of a new year - the
      *    YTD file is created empty and reopened, as PAYROLL does.
           OPEN I-O YTD-EMPLOYEE-FILE
           IF YTD-FILE-MISSING
               OPEN OUTPUT YTD-EMPLOYEE-FILE
               CLOSE YTD-EMPLOYEE-FILE
               OPEN I-O YTD-EMPLOYEE-FILE
           END-IF.

       OPEN-HISTORY-FILE.
           OPEN I-O PAY-HISTORY-FILE
           IF HISTORY-FILE-MISSING
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.

       OPEN-OUTSTANDING-FILE.
      *    Off-cycle checks join the same outstanding file the
      *    regular checks do, so CHECKREC reconciles both series.
           OPEN EXTEND CHECK-OUTSTANDING-FILE
           IF OUTSTANDING-FILE-MISSING
               OPEN OUTPUT CHECK-OUTSTANDING-FILE
               CLOSE CHECK-OUTSTANDING-FILE
               OPEN EXTEND CHECK-OUTSTANDING-FILE
           END-IF.

       PAY-ONE-SUPPLEMENT.
      *    One check per employee owed: flat-rate federal, state on
      *    the annualized bracket, local earned income tax, FICA
      *    against the YTD caps, posted to YTD and history and paid
      *    by ACH or printed check.  An ID neither the master nor
      *    the pay file knows is not paid.
           MOVE WS-SP-ENTRY-ID (WS-SP-IDX) TO WS-SCAN-ID
           PERFORM RESOLVE-SUPP-EMPLOYEE
           IF NOT EMPLOYEE-FOUND
               MOVE WS-SP-ENTRY-ID (WS-SP-IDX) TO WS-EXC-ID
               MOVE WS-SP-ENTRY-TYPE (WS-SP-IDX) TO WS-EXC-TYPE
               MOVE WS-SP-ENTRY-GROSS (WS-SP-IDX)
                   TO WS-EXC-AMOUNT-NUM
               MOVE "NOT ON EMPLOYEE MASTER OR PAY FILE - NOT PAID"
                   TO WS-REJECT-REASON
               PERFORM WRITE-ROW-EXCEPTION
           ELSE
               MOVE WS-SP-ENTRY-GROSS (WS-SP-IDX) TO WS-GROSS-PAY
               MOVE WS-GROSS-PAY TO WS-FIT-WAGES
               MOVE WS-GROSS-PAY TO WS-FICA-WAGES
               PERFORM RESOLVE-W4-ELECTION
               PERFORM CALCULATE-SUPP-TAX
               PERFORM CALCULATE-SUPP-STATE-TAX
               PERFORM CALCULATE-LOCAL-TAX
               PERFORM LOOKUP-YTD-RECORD
               PERFORM CALCULATE-SUPP-FICA
               COMPUTE WS-NET-PAY =
                   WS-GROSS-PAY - WS-TAX - WS-STATE-TAX
                   - WS-FICA-EE-TAX - WS-LOCAL-TAX
               PERFORM UPDATE-YTD-FOR-SUPP
               PERFORM WRITE-SUPP-HISTORY
               PERFORM WRITE-SUPP-ACH-CREDIT
               IF NOT PAID-BY-ACH AND WS-NET-PAY > 0
                   PERFORM WRITE-PHYSICAL-CHECK
               END-IF
               PERFORM WRITE-REPORT-LINE
               PERFORM ACCUMULATE-DEPT-TOTALS
               ADD 1 TO WS-CHECKS-PAID
           END-IF.

       RESOLVE-SUPP-EMPLOYEE.
      *    Pay file values first, then the master row in force on
      *    the run date over the top of them - a master field left
      *    blank defers to the pay file, the same rule PAYROLL
      *    follows.
           MOVE "N" TO WS-EMP-FOUND
           MOVE SPACES TO WS-EFF-NAME
           MOVE "S" TO WS-EFF-FILING
           MOVE SPACES TO WS-EFF-DEPT
           MOVE SPACES TO WS-EFF-FREQ
           MOVE SPACES TO WS-EFF-STATE
           MOVE SPACES TO WS-EFF-RES-LOCAL
           MOVE SPACES TO WS-EFF-WORK-LOCAL
           PERFORM FIND-EMP-ENTRY
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               OR WS-EMP-ENTRY-ID (WS-EMP-IDX) = WS-SCAN-ID
           IF WS-EMP-IDX NOT > WS-EMP-COUNT
               SET EMPLOYEE-FOUND TO TRUE
               MOVE WS-EMP-ENTRY-NAME (WS-EMP-IDX) TO WS-EFF-NAME
               MOVE WS-EMP-ENTRY-FILING (WS-EMP-IDX) TO WS-EFF-FILING
               MOVE WS-EMP-ENTRY-DEPT (WS-EMP-IDX) TO WS-EFF-DEPT
               MOVE WS-EMP-ENTRY-FREQ (WS-EMP-IDX) TO WS-EFF-FREQ
               MOVE WS-EMP-ENTRY-STATE (WS-EMP-IDX) TO WS-EFF-STATE
           END-IF
           IF MASTER-IS-OPEN
               PERFORM RESOLVE-MASTER-ROW
           END-IF.

       RESOLVE-MASTER-ROW.
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE 0 TO WS-MASTER-SCAN-COUNT
           MOVE "N" TO WS-MASTER-EOF
           MOVE WS-SCAN-ID TO EM-ID
           MOVE 0 TO EM-EFF-DATE
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EM-KEY
               INVALID KEY
                   SET NO-MORE-MASTER-ROWS TO TRUE
           END-START
           PERFORM SCAN-ONE-MASTER-ROW
               UNTIL NO-MORE-MASTER-ROWS
               OR WS-MASTER-SCAN-COUNT > WS-MASTER-SCAN-LIMIT.

       SCAN-ONE-MASTER-ROW.
           ADD 1 TO WS-MASTER-SCAN-COUNT
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-MASTER-ROWS TO TRUE
               NOT AT END
                   IF EM-ID NOT = WS-SCAN-ID
                       SET NO-MORE-MASTER-ROWS TO TRUE
                   ELSE
                       IF EM-EFF-DATE <= WS-RUN-DATE
                           AND EM-END-DATE >= WS-RUN-DATE
                           AND EM-EFF-DATE >= WS-BEST-EFF-DATE
                           PERFORM TAKE-MASTER-ROW
                       END-IF
                   END-IF
           END-READ.

       TAKE-MASTER-ROW.
           SET EMPLOYEE-FOUND TO TRUE
           MOVE EM-EFF-DATE TO WS-BEST-EFF-DATE
           IF EM-NAME NOT = SPACES
               MOVE EM-NAME TO WS-EFF-NAME
           END-IF
           IF EM-FILING-STATUS NOT = SPACE
               MOVE EM-FILING-STATUS TO WS-EFF-FILING
           END-IF
           IF EM-DEPT-CODE NOT = SPACES
               MOVE EM-DEPT-CODE TO WS-EFF-DEPT
           END-IF
           IF EM-PAY-FREQ NOT = SPACE
               MOVE EM-PAY-FREQ TO WS-EFF-FREQ
           END-IF
           IF EM-WORK-STATE NOT = SPACES
               MOVE EM-WORK-STATE TO WS-EFF-STATE
           END-IF
      *    The localities follow the row in force, blanks included,
      *    as in PAYROLL - a row keyed without them ends local
      *    withholding.
           MOVE EM-RES-LOCALITY TO WS-EFF-RES-LOCAL
           MOVE EM-WORK-LOCALITY TO WS-EFF-WORK-LOCAL.

       RESOLVE-W4-ELECTION.
      *    Latest W-4 row for the employee not after the run date,
      *    scanned the way RETROPAY scans it.  An exemption claim
      *    stops the flat-rate withholding only through its expiry
      *    date; a lapsed one withholds as usual and the employee
      *    goes on the exceptions report for HR to chase a new form,
      *    as PAYROLL lists it.
           MOVE "N" TO WS-W4-EXEMPT
           MOVE 0 TO WS-W4-EXEMPT-EXPIRY
           MOVE 0 TO WS-W4-BEST-EFF-DATE
           MOVE 0 TO WS-W4-SCAN-COUNT
           MOVE "N" TO WS-W4-EOF
           IF W4-FILE-OPEN
               MOVE WS-SCAN-ID TO W4-ID
               MOVE 0 TO W4-EFF-DATE
               START W4-ELECTION-FILE KEY IS NOT LESS THAN W4-KEY
                   INVALID KEY
                       SET NO-MORE-W4-ROWS TO TRUE
               END-START
               PERFORM SCAN-ONE-W4-ROW
                   UNTIL NO-MORE-W4-ROWS
                   OR WS-W4-SCAN-COUNT > WS-MASTER-SCAN-LIMIT
           END-IF
           IF W4-EXEMPT-IN-FORCE
               AND WS-W4-EXEMPT-EXPIRY < WS-RUN-DATE
               MOVE "N" TO WS-W4-EXEMPT
               MOVE SPACES TO WS-REJECT-REASON
               STRING
                   "W-4 EXEMPTION EXPIRED " DELIMITED BY SIZE
                   WS-W4-EXEMPT-EXPIRY DELIMITED BY SIZE
                   " - FED TAX WITHHELD" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM WRITE-EMPLOYEE-NOTE
           END-IF.

       SCAN-ONE-W4-ROW.
           ADD 1 TO WS-W4-SCAN-COUNT
           READ W4-ELECTION-FILE NEXT RECORD
               AT END
                   SET NO-MORE-W4-ROWS TO TRUE
               NOT AT END
                   IF W4-ID NOT = WS-SCAN-ID
                       SET NO-MORE-W4-ROWS TO TRUE
                   ELSE
                       IF W4-EFF-DATE <= WS-RUN-DATE
                           AND W4-EFF-DATE >= WS-W4-BEST-EFF-DATE
                           MOVE W4-EFF-DATE TO WS-W4-BEST-EFF-DATE
                           MOVE W4-EXEMPT TO WS-W4-EXEMPT
                           MOVE W4-EXEMPT-EXPIRY
                               TO WS-W4-EXEMPT-EXPIRY
                       END-IF
                   END-IF
           END-READ.

       WRITE-EMPLOYEE-NOTE.
      *    A check that was paid but needs a look - same columns as
      *    a rejected row, counted as an exception for the step's
      *    return code but not as a rejected row.
           MOVE SPACES TO EXCEPTION-RECORD
           MOVE WS-SP-ENTRY-GROSS (WS-SP-IDX) TO WS-EXC-AMOUNT-NUM
           STRING
               WS-SCAN-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SP-ENTRY-TYPE (WS-SP-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXC-AMOUNT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO EXCEPTION-RECORD
           END-STRING
           ADD 1 TO SR-EXCEPTIONS
           WRITE EXCEPTION-RECORD.

       CALCULATE-SUPP-TAX.
      *    The flat supplemental rate on the whole payment - no
      *    annualizing, no filing status, no brackets - and nothing
      *    at all while a W-4 exemption is in force.
           COMPUTE WS-TAX ROUNDED = WS-FIT-WAGES * WS-SUPP-FED-RATE
           IF W4-EXEMPT-IN-FORCE
               MOVE 0 TO WS-TAX
           END-IF.

       CALCULATE-SUPP-STATE-TAX.
      *    The same annualized bracket arithmetic RETROPAY uses for
      *    an off-cycle check, off the employee's pay frequency.
           EVALUATE WS-EFF-FREQ
               WHEN "W"
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN "S"
                   MOVE 24 TO WS-PERIODS-PER-YEAR
               WHEN "M"
                   MOVE 12 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 26 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
           COMPUTE WS-ANNUAL-GROSS =
               WS-FIT-WAGES * WS-PERIODS-PER-YEAR
           MOVE 0 TO WS-STATE-TAX
           IF WS-EFF-STATE = SPACES
               CONTINUE
           ELSE
               PERFORM FIND-STATE-BRACKET
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-ST-COUNT
                   OR (WS-ST-ENTRY-STATE (WS-ST-IDX) = WS-EFF-STATE
                       AND WS-ANNUAL-GROSS >=
                           WS-ST-ENTRY-LOW (WS-ST-IDX)
                       AND WS-ANNUAL-GROSS <=
                           WS-ST-ENTRY-HIGH (WS-ST-IDX))
               IF WS-ST-IDX NOT > WS-ST-COUNT
                   COMPUTE WS-ANNUAL-STATE-TAX =
                       WS-ST-ENTRY-BASE (WS-ST-IDX) +
                       ((WS-ANNUAL-GROSS -
                           WS-ST-ENTRY-LOW (WS-ST-IDX))
                           * WS-ST-ENTRY-RATE (WS-ST-IDX))
                   COMPUTE WS-STATE-TAX ROUNDED =
                       WS-ANNUAL-STATE-TAX / WS-PERIODS-PER-YEAR
               END-IF
           END-IF.

       FIND-STATE-BRACKET.
           CONTINUE.

       CALCULATE-LOCAL-TAX.
      *    Earned income tax at the higher of the resident
      *    locality's resident rate and the work locality's
      *    non-resident rate, on the wages the winning locality's
      *    row names - PAYROLL's rule, less the Local Services Tax.
           MOVE 0 TO WS-LOCAL-TAX
           MOVE 0 TO WS-LOCAL-WAGES
           MOVE 0 TO WS-LOCAL-RATE
           MOVE SPACES TO WS-LOCAL-CODE
           MOVE SPACE TO WS-LOCAL-BASIS

           IF WS-EFF-RES-LOCAL NOT = SPACES
               MOVE WS-EFF-RES-LOCAL TO WS-LOCAL-LOOKUP-CODE
               PERFORM LOCATE-LOCAL-ENTRY
               IF WS-LT-IDX NOT > WS-LT-COUNT
                   MOVE WS-EFF-RES-LOCAL TO WS-LOCAL-CODE
                   MOVE WS-LT-ENTRY-RES-RATE (WS-LT-IDX)
                       TO WS-LOCAL-RATE
                   MOVE WS-LT-ENTRY-BASIS (WS-LT-IDX)
                       TO WS-LOCAL-BASIS
               END-IF
           END-IF

           IF WS-EFF-WORK-LOCAL NOT = SPACES
               AND WS-EFF-WORK-LOCAL NOT = WS-EFF-RES-LOCAL
               MOVE WS-EFF-WORK-LOCAL TO WS-LOCAL-LOOKUP-CODE
               PERFORM LOCATE-LOCAL-ENTRY
               IF WS-LT-IDX NOT > WS-LT-COUNT
                   PERFORM TAKE-HIGHER-WORK-RATE
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
               MOVE SPACES TO WS-LOCAL-CODE
           END-IF.

       TAKE-HIGHER-WORK-RATE.
           IF WS-LT-ENTRY-NONRES-RATE (WS-LT-IDX) > WS-LOCAL-RATE
               MOVE WS-EFF-WORK-LOCAL TO WS-LOCAL-CODE
               MOVE WS-LT-ENTRY-NONRES-RATE (WS-LT-IDX)
                   TO WS-LOCAL-RATE
               MOVE WS-LT-ENTRY-BASIS (WS-LT-IDX) TO WS-LOCAL-BASIS
           END-IF.

       LOCATE-LOCAL-ENTRY.
      *    A keyed locality missing from the table withholds nothing
      *    for that side but lands on the exceptions report.
           PERFORM FIND-LOCAL-ENTRY
               VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
               OR WS-LT-ENTRY-CODE (WS-LT-IDX) = WS-LOCAL-LOOKUP-CODE
           IF WS-LT-IDX > WS-LT-COUNT
               MOVE SPACES TO WS-REJECT-REASON
               STRING
                   "NO LOCAL TAX RATE FOR " DELIMITED BY SIZE
                   WS-LOCAL-LOOKUP-CODE DELIMITED BY SIZE
                   " - NOT WITHHELD" DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               PERFORM WRITE-EMPLOYEE-NOTE
           END-IF.

       FIND-LOCAL-ENTRY.
           CONTINUE.

       LOOKUP-YTD-RECORD.
           MOVE WS-SP-ENTRY-ID (WS-SP-IDX) TO YTD-ID
           READ YTD-EMPLOYEE-FILE
               INVALID KEY
                   SET YTD-RECORD-NEW TO TRUE
               NOT INVALID KEY
                   SET YTD-RECORD-FOUND TO TRUE
           END-READ
           IF YTD-RECORD-NEW
               INITIALIZE YTD-EMPLOYEE-RECORD
               MOVE WS-SP-ENTRY-ID (WS-SP-IDX) TO YTD-ID
           END-IF.

       CALCULATE-SUPP-FICA.
      *    Same capped arithmetic PAYROLL runs - supplemental wages
      *    count toward the same annual bases as any other wages.
           MOVE WS-SS-WAGE-BASE TO WS-CAP-BASE
           MOVE YTD-SS-WAGES TO WS-CAP-YTD
           PERFORM CAP-TAXABLE-WAGES
           MOVE WS-CAP-TAXABLE TO WS-SS-TAXABLE
           COMPUTE WS-SS-EE-TAX ROUNDED = WS-SS-TAXABLE * WS-SS-RATE
           COMPUTE WS-SS-ER-TAX ROUNDED = WS-SS-TAXABLE * WS-SS-RATE
           COMPUTE WS-MED-EE-TAX ROUNDED =
               WS-FICA-WAGES * WS-MED-RATE
           COMPUTE WS-MED-ER-TAX ROUNDED =
               WS-FICA-WAGES * WS-MED-RATE
           COMPUTE WS-FICA-EE-TAX = WS-SS-EE-TAX + WS-MED-EE-TAX
           MOVE WS-FUTA-WAGE-BASE TO WS-CAP-BASE
           MOVE YTD-FUTA-WAGES TO WS-CAP-YTD
           PERFORM CAP-TAXABLE-WAGES
           MOVE WS-CAP-TAXABLE TO WS-FUTA-TAXABLE
           COMPUTE WS-FUTA-TAX ROUNDED =
               WS-FUTA-TAXABLE * WS-FUTA-RATE
           MOVE WS-SUTA-WAGE-BASE TO WS-CAP-BASE
           MOVE YTD-SUTA-WAGES TO WS-CAP-YTD
           PERFORM CAP-TAXABLE-WAGES
           MOVE WS-CAP-TAXABLE TO WS-SUTA-TAXABLE
           COMPUTE WS-SUTA-TAX ROUNDED =
               WS-SUTA-TAXABLE * WS-SUTA-RATE.

       CAP-TAXABLE-WAGES.
           IF WS-CAP-YTD >= WS-CAP-BASE
               MOVE 0 TO WS-CAP-TAXABLE
           ELSE
               IF WS-CAP-YTD + WS-FICA-WAGES > WS-CAP-BASE
                   COMPUTE WS-CAP-TAXABLE = WS-CAP-BASE - WS-CAP-YTD
               ELSE
                   MOVE WS-FICA-WAGES TO WS-CAP-TAXABLE
               END-IF
           END-IF.

       UPDATE-YTD-FOR-SUPP.
      *    Money only - a supplemental check is not a pay period,
      *    so YTD-PAY-PERIODS stays where the regular runs left it.
           IF WS-EFF-NAME NOT = SPACES
               MOVE WS-EFF-NAME TO YTD-NAME
           END-IF
           ADD WS-GROSS-PAY TO YTD-GROSS
           ADD WS-TAX TO YTD-TAX
           ADD WS-STATE-TAX TO YTD-STATE-TAX
           ADD WS-LOCAL-TAX TO YTD-LOCAL-TAX
           ADD WS-NET-PAY TO YTD-NET
           ADD WS-SS-TAXABLE TO YTD-SS-WAGES
           ADD WS-SS-EE-TAX TO YTD-SS-TAX
           ADD WS-FICA-WAGES TO YTD-MED-WAGES
           ADD WS-MED-EE-TAX TO YTD-MED-TAX
           ADD WS-FUTA-TAXABLE TO YTD-FUTA-WAGES
           ADD WS-SUTA-TAXABLE TO YTD-SUTA-WAGES
           ADD WS-FIT-WAGES TO YTD-FIT-WAGES
           IF YTD-RECORD-NEW
               WRITE YTD-EMPLOYEE-RECORD
           ELSE
               REWRITE YTD-EMPLOYEE-RECORD
           END-IF.

       WRITE-SUPP-HISTORY.
      *    The check's "P" line, flagged supplemental with its
      *    earnings type - zero hours and zero rate, so RETROPAY
      *    never mistakes it for a period to reprice.  No "D" lines:
      *    nothing was deducted.  The earned income tax is carried
      *    for the quarterly local return; there is never an LST.
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE "P" TO HP-REC-TYPE
           MOVE WS-RUN-DATE TO HP-RUN-DATE
           MOVE WS-BATCH-ID TO HP-BATCH-ID
           MOVE WS-SP-ENTRY-ID (WS-SP-IDX) TO HP-ID
           MOVE 0 TO HP-REG-HOURS
           MOVE 0 TO HP-OT-HOURS
           MOVE WS-GROSS-PAY TO HP-GROSS
           MOVE WS-TAX TO HP-TAX
           MOVE WS-FICA-EE-TAX TO HP-FICA
           MOVE 0 TO HP-DEDUCTIONS
           MOVE WS-NET-PAY TO HP-NET
           MOVE WS-STATE-TAX TO HP-STATE-TAX
           MOVE WS-EFF-STATE TO HP-WORK-STATE
           MOVE 0 TO HP-VAC-HOURS
           MOVE 0 TO HP-SICK-HOURS
           MOVE 0 TO HP-RATE
           MOVE SPACE TO HP-PAY-TYPE
           MOVE WS-SS-TAXABLE TO HP-SS-WAGES
           MOVE WS-SS-EE-TAX TO HP-SS-TAX
           MOVE WS-MED-EE-TAX TO HP-MED-TAX
           MOVE WS-FUTA-TAXABLE TO HP-FUTA-WAGES
           MOVE WS-SUTA-TAXABLE TO HP-SUTA-WAGES
           MOVE WS-FIT-WAGES TO HP-FIT-WAGES
           MOVE WS-FICA-WAGES TO HP-MED-WAGES
           MOVE WS-LOCAL-CODE TO HP-LOCAL-CODE
           MOVE WS-LOCAL-WAGES TO HP-LOCAL-WAGES
           MOVE WS-LOCAL-TAX TO HP-LOCAL-TAX
           MOVE SPACES TO HP-LST-CODE
           MOVE 0 TO HP-LST-TAX
           SET HP-SUPPLEMENTAL-RUN TO TRUE
           MOVE WS-SP-ENTRY-TYPE (WS-SP-IDX) TO HP-EARN-TYPE
           MOVE HP-ID TO HK-ID
           MOVE HP-RUN-DATE TO HK-RUN-DATE
           MOVE HP-BATCH-ID TO HK-BATCH-ID
           MOVE 0 TO HK-LINE-SEQ
      *    One check per employee per batch, and the batch was
      *    proved new before anything was paid - a key already on
      *    file cannot happen short of a damaged history.
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: HISTORY LINE ALREADY ON FILE - "
                       HP-ID " " HP-BATCH-ID " NOT WRITTEN"
           END-WRITE.

       WRITE-SUPP-ACH-CREDIT.
      *    Live credit to a verified account on file; no bank row or
      *    an account still prenoting gets a printed check instead.
           SET NOT-PAID-BY-ACH TO TRUE
           MOVE SPACES TO WS-PAY-NOTE
           SET WS-BANK-IDX TO 1
           PERFORM FIND-BANK-ENTRY
               VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-BANK-COUNT
               OR WS-BANK-ENTRY-ID (WS-BANK-IDX)
                   = WS-SP-ENTRY-ID (WS-SP-IDX)
           IF WS-BANK-IDX > WS-BANK-COUNT
               CONTINUE
           ELSE
           IF WS-BANK-ENTRY-STAT (WS-BANK-IDX) NOT = "V"
               MOVE "      PAID BY CHECK - ACCOUNT NOT VERIFIED"
                   TO WS-PAY-NOTE
           ELSE
           IF WS-NET-PAY > 0
               SET PAID-BY-ACH TO TRUE
               ADD 1 TO WS-ACH-ENTRY-COUNT
               ADD 1 TO WS-ACH-TRACE-NUMBER
               ADD WS-NET-PAY TO WS-ACH-CREDIT-TOTAL
               MOVE SPACES TO ACH-RECORD
               MOVE "6" TO ED-RECORD-TYPE
               IF WS-BANK-ENTRY-TYPE (WS-BANK-IDX) = "S"
                   MOVE "32" TO ED-TRANSACTION-CODE
               ELSE
                   MOVE "22" TO ED-TRANSACTION-CODE
               END-IF
               MOVE WS-BANK-ENTRY-ROUTING (WS-BANK-IDX) (1:8)
                   TO ED-RECEIVING-DFI
               MOVE WS-BANK-ENTRY-ROUTING (WS-BANK-IDX) (1:8)
                   TO WS-ACH-RDFI
               ADD WS-ACH-RDFI TO WS-ACH-HASH-TOTAL
               MOVE WS-BANK-ENTRY-ROUTING (WS-BANK-IDX) (9:1)
                   TO ED-CHECK-DIGIT
               MOVE WS-BANK-ENTRY-ACCOUNT (WS-BANK-IDX)
                   TO ED-DFI-ACCOUNT
               MOVE WS-NET-PAY TO ED-AMOUNT
               MOVE WS-SP-ENTRY-ID (WS-SP-IDX)
                   TO ED-INDIVIDUAL-ID
               MOVE WS-EFF-NAME TO ED-INDIVIDUAL-NAME
               MOVE "0" TO ED-ADDENDA-IND
               MOVE WS-ACH-TRACE-NUMBER TO ED-TRACE-NUMBER
               WRITE ACH-RECORD
               ADD 1 TO WS-ACH-TOTAL-RECORDS
           END-IF
           END-IF
           END-IF.

       FIND-BANK-ENTRY.
           CONTINUE.

       WRITE-PHYSICAL-CHECK.
      *    Print, register, post to the outstanding file and issue
      *    to positive pay, the same records PAYROLL writes for a
      *    regular check, numbered off the off-cycle series.
           ADD 1 TO WS-CHECKS-WRITTEN
           ADD WS-NET-PAY TO WS-CHECK-TOTAL

           MOVE ALL "=" TO CHECK-PRINT-RECORD
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO CHECK-PRINT-RECORD
           STRING
               "CHECK NO " DELIMITED BY SIZE
               WS-NEXT-CHECK-NO DELIMITED BY SIZE
               "          DATE " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               INTO CHECK-PRINT-RECORD
           END-STRING
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO CHECK-PRINT-RECORD
           STRING
               "PAY TO THE ORDER OF " DELIMITED BY SIZE
               WS-EFF-NAME DELIMITED BY SIZE
               INTO CHECK-PRINT-RECORD
           END-STRING
           WRITE CHECK-PRINT-RECORD
           MOVE SPACES TO CHECK-PRINT-RECORD
           STRING
               "AMOUNT  $" DELIMITED BY SIZE
               WS-NET-PAY DELIMITED BY SIZE
               "          EMPLOYEE " DELIMITED BY SIZE
               WS-SP-ENTRY-ID (WS-SP-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SP-ENTRY-TYPE (WS-SP-IDX) DELIMITED BY SIZE
               INTO CHECK-PRINT-RECORD
           END-STRING
           WRITE CHECK-PRINT-RECORD

           MOVE SPACES TO CHECK-REGISTER-RECORD
           STRING
               "CHK " DELIMITED BY SIZE
               WS-NEXT-CHECK-NO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SP-ENTRY-ID (WS-SP-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EFF-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NET-PAY DELIMITED BY SIZE
               INTO CHECK-REGISTER-RECORD
           END-STRING
           WRITE CHECK-REGISTER-RECORD

           MOVE SPACES TO CHECK-OUTSTANDING-RECORD
           MOVE WS-NEXT-CHECK-NO TO CK-CHECK-NO
           MOVE WS-SP-ENTRY-ID (WS-SP-IDX) TO CK-ID
           MOVE WS-EFF-NAME TO CK-NAME
           MOVE WS-RUN-DATE TO CK-ISSUE-DATE
           MOVE WS-NET-PAY TO CK-AMOUNT
           MOVE "O" TO CK-STATUS
           WRITE CHECK-OUTSTANDING-RECORD

           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PP-IS-DETAIL TO TRUE
           MOVE WS-CHECK-ACCOUNT TO PP-ACCOUNT
           MOVE WS-NEXT-CHECK-NO TO PP-D-CHECK-NO
           MOVE WS-RUN-DATE TO PP-D-ISSUE-DATE
           MOVE WS-NET-PAY TO PP-D-AMOUNT
           SET PP-D-ISSUE TO TRUE
           MOVE WS-EFF-NAME TO PP-D-PAYEE
           WRITE POSITIVE-PAY-RECORD

           ADD 1 TO WS-NEXT-CHECK-NO.

       WRITE-CHECK-REGISTER-TRAILER.
           MOVE SPACES TO CHECK-REGISTER-RECORD
           STRING
               "CHECKS WRITTEN " DELIMITED BY SIZE
               WS-CHECKS-WRITTEN DELIMITED BY SIZE
               "   TOTAL " DELIMITED BY SIZE
               WS-CHECK-TOTAL DELIMITED BY SIZE
               INTO CHECK-REGISTER-RECORD
           END-STRING
           WRITE CHECK-REGISTER-RECORD.

       WRITE-POSITIVE-PAY-HEADER.
      *    The off-cycle checks' own issue file, released with the
      *    off-cycle ACH file once PAYBAL ties it to this run's
      *    register.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PP-IS-HEADER TO TRUE
           MOVE WS-CHECK-ACCOUNT TO PP-ACCOUNT
           MOVE WS-RUN-DATE TO PP-H-FILE-DATE
           MOVE WS-ACH-COMPANY-NAME TO PP-H-COMPANY-NAME
           MOVE "SUPPAY" TO PP-H-SOURCE
           WRITE POSITIVE-PAY-RECORD.

       WRITE-POSITIVE-PAY-TRAILER.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PP-IS-TRAILER TO TRUE
           MOVE WS-CHECK-ACCOUNT TO PP-ACCOUNT
           MOVE WS-CHECKS-WRITTEN TO PP-T-DETAIL-COUNT
           MOVE WS-CHECK-TOTAL TO PP-T-TOTAL-AMOUNT
           WRITE POSITIVE-PAY-RECORD.

       WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING
               WS-SP-ENTRY-ID (WS-SP-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-EFF-NAME DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ZERO-HOURS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ZERO-HOURS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-GROSS-PAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-ZERO-PAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-GROSS-PAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-TAX DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-FICA-EE-TAX DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-STATE-TAX DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-NET-PAY DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-SP-ENTRY-TYPE (WS-SP-IDX) DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
      *    Local tax on its own indented line in PAYROLL's layout,
      *    which PAYBAL re-foots it from - with no LST beside it.
           IF WS-LOCAL-TAX > 0
               MOVE SPACES TO REPORT-RECORD
               STRING
                   "      LOCAL TAX " DELIMITED BY SIZE
                   WS-LOCAL-CODE DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-LOCAL-TAX DELIMITED BY SIZE
                   "   LST " DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-ZERO-PAY DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
           END-IF
      *    Notes are indented so PAYBAL's detail footing skips them.
           IF WS-PAY-NOTE NOT = SPACES
               WRITE REPORT-RECORD FROM WS-PAY-NOTE
           END-IF.

       ACCUMULATE-DEPT-TOTALS.
           SET WS-DEPT-IDX TO 1
           PERFORM FIND-DEPT-ENTRY
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               OR WS-DEPT-ENTRY-CODE (WS-DEPT-IDX) = WS-EFF-DEPT

           IF WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-COUNT < WS-DEPT-TABLE-LIMIT
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   MOVE WS-EFF-DEPT
                       TO WS-DEPT-ENTRY-CODE (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-TAX (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-NET (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX)
               ELSE
                   SET WS-DEPT-IDX TO WS-DEPT-TABLE-LIMIT
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: DEPARTMENT TABLE FULL - "
                       WS-EFF-DEPT " FOLDED INTO LAST SLOT"
               END-IF
           END-IF

           ADD WS-GROSS-PAY TO WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX)
           ADD WS-TAX TO WS-DEPT-ENTRY-TAX (WS-DEPT-IDX)
           ADD WS-NET-PAY TO WS-DEPT-ENTRY-NET (WS-DEPT-IDX)
           ADD WS-SS-ER-TAX WS-MED-ER-TAX WS-FUTA-TAX WS-SUTA-TAX
               TO WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX)

           ADD WS-GROSS-PAY TO WS-GRAND-GROSS
           ADD WS-TAX TO WS-GRAND-TAX
           ADD WS-NET-PAY TO WS-GRAND-NET
           ADD WS-STATE-TAX TO WS-GRAND-STATE
           ADD WS-LOCAL-TAX TO WS-GRAND-LOCAL
           ADD WS-FICA-EE-TAX TO WS-GRAND-FICA-EE
           ADD WS-SS-ER-TAX TO WS-GRAND-FICA-ER
           ADD WS-MED-ER-TAX TO WS-GRAND-FICA-ER
           ADD WS-FUTA-TAX TO WS-GRAND-UNEMP
           ADD WS-SUTA-TAX TO WS-GRAND-UNEMP.

       FIND-DEPT-ENTRY.
           CONTINUE.

       WRITE-DEPT-SUMMARY-REPORT.
           OPEN OUTPUT DEPT-SUMMARY-FILE
           WRITE DEPT-SUMMARY-RECORD FROM
               "SUPPLEMENTAL PAY DEPARTMENT SUMMARY"
           MOVE SPACES TO DEPT-SUMMARY-RECORD
           STRING
               "DEPT   GROSS PAY     TAX           " DELIMITED BY SIZE
               "NET PAY" DELIMITED BY SIZE
               INTO DEPT-SUMMARY-RECORD
           END-STRING
           WRITE DEPT-SUMMARY-RECORD

           PERFORM WRITE-ONE-DEPT-LINE
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           MOVE SPACES TO DEPT-SUMMARY-RECORD
           STRING
               "TOTAL  " DELIMITED BY SIZE
               WS-GRAND-GROSS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-GRAND-TAX DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-GRAND-NET DELIMITED BY SIZE
               INTO DEPT-SUMMARY-RECORD
           END-STRING
           WRITE DEPT-SUMMARY-RECORD

           CLOSE DEPT-SUMMARY-FILE.

       WRITE-ONE-DEPT-LINE.
           MOVE SPACES TO DEPT-SUMMARY-RECORD
           STRING
               WS-DEPT-ENTRY-CODE (WS-DEPT-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-DEPT-ENTRY-TAX (WS-DEPT-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-DEPT-ENTRY-NET (WS-DEPT-IDX) DELIMITED BY SIZE
               INTO DEPT-SUMMARY-RECORD
           END-STRING
           WRITE DEPT-SUMMARY-RECORD.

       OPEN-ACH-SUPP-FILE.
           OPEN OUTPUT ACH-SUPP-FILE

           MOVE SPACES TO ACH-RECORD
           MOVE "1" TO FH-RECORD-TYPE
           MOVE "01" TO FH-PRIORITY-CODE
           MOVE WS-ACH-DEST-ROUTING TO FH-DEST-ROUTING
           MOVE WS-ACH-ORIGIN-ID TO FH-ORIGIN-ID
           MOVE WS-RUN-DATE(3:6) TO FH-CREATION-DATE
           MOVE 0 TO FH-CREATION-TIME
           MOVE "S" TO FH-FILE-ID-MODIFIER
           MOVE "094" TO FH-RECORD-SIZE
           MOVE "10" TO FH-BLOCKING-FACTOR
           MOVE "1" TO FH-FORMAT-CODE
           MOVE WS-ACH-COMPANY-NAME TO FH-DEST-NAME
           MOVE WS-ACH-COMPANY-NAME TO FH-ORIGIN-NAME
           WRITE ACH-RECORD
           ADD 1 TO WS-ACH-TOTAL-RECORDS

           MOVE SPACES TO ACH-RECORD
           MOVE "5" TO BH-RECORD-TYPE
           MOVE "220" TO BH-SERVICE-CLASS
           MOVE WS-ACH-COMPANY-NAME TO BH-COMPANY-NAME
           MOVE WS-ACH-COMPANY-ID TO BH-COMPANY-ID
           MOVE "PPD" TO BH-SEC-CODE
           MOVE "SUPP PAY" TO BH-ENTRY-DESC
           MOVE WS-RUN-DATE(3:6) TO BH-EFFECTIVE-DATE
           MOVE "1" TO BH-ORIGINATOR-STAT
           MOVE WS-ACH-ORIGIN-DFI TO BH-ORIGIN-DFI
           MOVE WS-ACH-BATCH-NUMBER TO BH-BATCH-NUMBER
           WRITE ACH-RECORD
           ADD 1 TO WS-ACH-TOTAL-RECORDS.

       WRITE-ACH-SUPP-TRAILER.
           MOVE SPACES TO ACH-RECORD
           MOVE "8" TO BC-RECORD-TYPE
           MOVE "220" TO BC-SERVICE-CLASS
           MOVE WS-ACH-ENTRY-COUNT TO BC-ENTRY-COUNT
           MOVE WS-ACH-HASH-TOTAL TO BC-ENTRY-HASH
           MOVE 0 TO BC-TOTAL-DEBIT
           MOVE WS-ACH-CREDIT-TOTAL TO BC-TOTAL-CREDIT
           MOVE WS-ACH-COMPANY-ID TO BC-COMPANY-ID
           MOVE WS-ACH-ORIGIN-DFI TO BC-ORIGIN-DFI
           MOVE WS-ACH-BATCH-NUMBER TO BC-BATCH-NUMBER
           WRITE ACH-RECORD
           ADD 1 TO WS-ACH-TOTAL-RECORDS

           MOVE SPACES TO ACH-RECORD
           MOVE "9" TO FC-RECORD-TYPE
           MOVE 1 TO FC-BATCH-COUNT
           MOVE WS-ACH-ENTRY-COUNT TO FC-ENTRY-COUNT
           MOVE WS-ACH-HASH-TOTAL TO FC-ENTRY-HASH
           MOVE 0 TO FC-TOTAL-DEBIT
           MOVE WS-ACH-CREDIT-TOTAL TO FC-TOTAL-CREDIT
           ADD 1 TO WS-ACH-TOTAL-RECORDS
           DIVIDE WS-ACH-TOTAL-RECORDS BY 10
               GIVING WS-ACH-BLOCK-COUNT
               REMAINDER WS-ACH-PAD-COUNT
           IF WS-ACH-PAD-COUNT > 0
               ADD 1 TO WS-ACH-BLOCK-COUNT
               COMPUTE WS-ACH-PAD-COUNT = 10 - WS-ACH-PAD-COUNT
           END-IF
           MOVE WS-ACH-BLOCK-COUNT TO FC-BLOCK-COUNT
           WRITE ACH-RECORD

           PERFORM WRITE-ACH-PAD-LINE
               VARYING WS-ACH-PAD-COUNT FROM WS-ACH-PAD-COUNT BY -1
               UNTIL WS-ACH-PAD-COUNT <= 0.

       WRITE-ACH-PAD-LINE.
           MOVE WS-ACH-PAD-RECORD TO ACH-RECORD
           WRITE ACH-RECORD.

       WRITE-GL-SUPP-BATCH.
      *    Same accounts and sides WRITE-GL-EXTRACT posts - a bonus
      *    is ordinary wage expense, just off cycle, debited to the
      *    department sub-accounts by the employee's home department
      *    (there are no hours to charge across).  No deductions
      *    line: nothing was deducted.
           OPEN OUTPUT GL-SUPP-FILE

           PERFORM WRITE-ONE-DEPT-GL-LINES
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-GL-TAX-PAYABLE TO GL-ACCOUNT
           SET GL-IS-CREDIT TO TRUE
           MOVE WS-GRAND-TAX TO GL-AMOUNT
           MOVE "SUPP TAX WITHHOLDING LIABILITY" TO GL-DESCRIPTION
           WRITE GL-EXTRACT-RECORD

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-GL-FICA-PAYABLE TO GL-ACCOUNT
           SET GL-IS-CREDIT TO TRUE
           COMPUTE GL-AMOUNT = WS-GRAND-FICA-EE + WS-GRAND-FICA-ER
           MOVE "SUPP FICA TAXES PAYABLE" TO GL-DESCRIPTION
           WRITE GL-EXTRACT-RECORD

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-GL-UNEMP-PAYABLE TO GL-ACCOUNT
           SET GL-IS-CREDIT TO TRUE
           MOVE WS-GRAND-UNEMP TO GL-AMOUNT
           MOVE "SUPP UNEMPLOYMENT TAXES PAYABLE" TO GL-DESCRIPTION
           WRITE GL-EXTRACT-RECORD

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-GL-STATE-PAYABLE TO GL-ACCOUNT
           SET GL-IS-CREDIT TO TRUE
           MOVE WS-GRAND-STATE TO GL-AMOUNT
           MOVE "SUPP STATE TAX LIABILITY" TO GL-DESCRIPTION
           WRITE GL-EXTRACT-RECORD

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-GL-LOCAL-PAYABLE TO GL-ACCOUNT
           SET GL-IS-CREDIT TO TRUE
           MOVE WS-GRAND-LOCAL TO GL-AMOUNT
           MOVE "SUPP LOCAL TAX LIABILITY" TO GL-DESCRIPTION
           WRITE GL-EXTRACT-RECORD

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-GL-NET-PAYABLE TO GL-ACCOUNT
           SET GL-IS-CREDIT TO TRUE
           MOVE WS-GRAND-NET TO GL-AMOUNT
           MOVE "SUPP NET PAY DISBURSEMENT" TO GL-DESCRIPTION
           WRITE GL-EXTRACT-RECORD

           CLOSE GL-SUPP-FILE.

       WRITE-ONE-DEPT-GL-LINES.
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
                   "SUPP WAGE EXPENSE " DELIMITED BY SIZE
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
                   "SUPP EMPLOYER TAX EXPENSE " DELIMITED BY SIZE
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

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-HISTORY-FILE ASSIGN TO
               "data/pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HK-BATCH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
               "data/employee_master.dat"
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
               "data/state_tax_tables.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATE-TAX-STATUS.
           SELECT LOCAL-TAX-FILE ASSIGN TO
               "data/local_tax_rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCAL-TAX-STATUS.
           SELECT DEDUCTION-FILE ASSIGN TO "data/deductions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DED-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO
               "data/run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
       FD EMPLOYEE-MASTER-FILE.
       COPY "empmstr.cpy".

       FD W4-ELECTION-FILE.
       COPY "w4rec.cpy".

       FD YTD-EMPLOYEE-FILE.
       COPY "ytdrec.cpy".

           05 FILLER              PIC X.
           05 ST-BASE-TAX         PIC 9(7)V99.

       FD LOCAL-TAX-FILE.
       COPY "localtax.cpy".

       FD DEDUCTION-FILE.
       COPY "dedrec.cpy".

       FD RUN-CONTROL-FILE.
       COPY "runctl.cpy".

           88 END-OF-FILE     VALUE "Y".

       01 WS-HISTORY-STATUS   PIC XX      VALUE "00".
       01 WS-HIST-EOF         PIC X       VALUE "N".
           88 HIST-END-OF-RANGE VALUE "Y".
      *    The next history line's place among the lines written for
      *    the current adjustment check - the last part of HIST-KEY.
       01 WS-HIST-LINE-SEQ    PIC 9(3)    VALUE 0.
       01 WS-MASTER-STATUS    PIC XX      VALUE "00".
           88 MASTER-FILE-OK  VALUE "00".
       01 WS-YTD-STATUS       PIC XX      VALUE "00".
       01 WS-BANK-STATUS      PIC XX      VALUE "00".
       01 WS-STATE-TAX-STATUS PIC XX      VALUE "00".
       01 WS-LOCAL-TAX-STATUS PIC XX      VALUE "00".
       01 WS-DED-STATUS       PIC XX      VALUE "00".
       01 WS-RUN-CONTROL-STATUS PIC XX    VALUE "00".
       01 WS-SNAPSHOT-STATUS  PIC XX      VALUE "00".


       COPY "taxrate.cpy".
       COPY "taxtab.cpy".
       COPY "dedtax.cpy".

      *    Every employee on the master, with the effective date of
      *    the first row on file for them.  A check paid before that
      *    date has no master row to be compared against, so each
      *    employee's history is read from there to today - their
      *    own stretch of the file, nobody else's.
       01 WS-RE-TABLE-LIMIT   PIC 9(4)    VALUE 800.
       01 WS-RE-COUNT         PIC 9(4)    VALUE 0.
       01 WS-RE-TABLE.
           05 WS-RE-ENTRY OCCURS 800 TIMES
               INDEXED BY WS-RE-IDX.
               10 WS-RE-ENTRY-ID    PIC X(5).
               10 WS-RE-ENTRY-FROM  PIC 9(8).

      *    One employee's hourly "P" checks, with the rate each was
      *    actually paid at and its straight-time-equivalent hours
      *    (regular and leave hours at 1.0, overtime at the 1.5
      *    premium) - the difference a later rate row owes the
               10 WS-PH-ENTRY-RATE  PIC 9(3)V99.
               10 WS-PH-ENTRY-EQUIV PIC 9(5)V99.

      *    Retro already paid the same employee per original
      *    period, off the "R" lines earlier retro runs left - what
      *    keeps a second pass from paying the same difference twice.
       01 WS-RP-TABLE-LIMIT   PIC 9(4)    VALUE 400.
       01 WS-RP-COUNT         PIC 9(4)    VALUE 0.
       01 WS-RP-TABLE.
               10 WS-ST-ENTRY-RATE  PIC V999.
               10 WS-ST-ENTRY-BASE  PIC 9(7)V99.

      *    Local rates, loaded the same way PAYROLL loads them - an
      *    adjustment check is earned income and owes the earned
      *    income tax like any other.  The Local Services Tax is a
      *    regular-period charge and never comes off it.
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

      *    The percent-of-gross pre-tax elections in force on the
      *    run date - a 401(k) deferral or Section 125 contribution
      *    keyed as a percent applies to the retro gross exactly as
      *    it would have to the original check, so the adjustment
      *    takes it and is taxed on the same reduced wages.  Flat
      *    amounts were already taken in full on the original check
      *    and after-tax deductions never moved its taxes; neither
      *    is taken again.  AMT is this adjustment's take.
       01 WS-DED-EOF          PIC X       VALUE "N".
           88 DED-END-OF-FILE VALUE "Y".
       01 WS-RDED-TABLE-LIMIT PIC 9(3)    VALUE 200.
       01 WS-RDED-COUNT       PIC 9(3)    VALUE 0.
       01 WS-RDED-TABLE.
           05 WS-RDED-ENTRY OCCURS 200 TIMES
               INDEXED BY WS-RDED-IDX.
               10 WS-RDED-ENTRY-ID     PIC X(5).
               10 WS-RDED-ENTRY-CODE   PIC X(4).
               10 WS-RDED-ENTRY-PCT    PIC 9(3)V99.
               10 WS-RDED-ENTRY-TAXCLS PIC X.
               10 WS-RDED-ENTRY-AMT    PIC 9(7)V99.
       01 WS-DED-WORK-CODE    PIC X(4)    VALUE SPACES.

      *    Bank rows loaded up front, the same shape REVERSAL uses -
      *    adjustment credits go to whatever verified account the
      *    employee has on file today.
       01 WS-EFF-STATE        PIC X(2)    VALUE SPACES.
       01 WS-EFF-PAY-TYPE     PIC X       VALUE SPACES.
       01 WS-EFF-NAME         PIC X(20)   VALUE SPACES.
       01 WS-EFF-DEPT         PIC X(4)    VALUE SPACES.
       01 WS-EFF-RES-LOCAL    PIC X(6)    VALUE SPACES.
       01 WS-EFF-WORK-LOCAL   PIC X(6)    VALUE SPACES.
       01 WS-BEST-EFF-DATE    PIC 9(8)    VALUE 0.
       01 WS-MASTER-EOF       PIC X       VALUE "N".
           88 NO-MORE-MASTER-ROWS VALUE "Y".
       01 WS-MASTER-SCAN-COUNT PIC 9(4)   VALUE 0.
       01 WS-MASTER-SCAN-LIMIT PIC 9(4)   VALUE 500.

      *    The W-4 elections in force on today's check date, the
      *    same resolution PAYROLL makes - see RESOLVE-W4-ELECTION.
       01 WS-W4-STATUS        PIC XX      VALUE "00".
           88 W4-FILE-OK      VALUE "00".
       01 WS-W4-FILE-SW       PIC X       VALUE "N".
           88 W4-FILE-OPEN    VALUE "Y".
       01 WS-W4-EOF           PIC X       VALUE "N".
           88 NO-MORE-W4-ROWS VALUE "Y".
       01 WS-W4-SCAN-COUNT    PIC 9(4)    VALUE 0.
       01 WS-W4-BEST-EFF-DATE PIC 9(8)    VALUE 0.
       01 WS-W4-FILING-STATUS PIC X       VALUE SPACES.
       01 WS-W4-DEPENDENT-CREDIT PIC 9(5)V99 VALUE 0.
       01 WS-W4-OTHER-INCOME  PIC 9(7)V99 VALUE 0.
       01 WS-W4-DEDUCTIONS    PIC 9(7)V99 VALUE 0.
       01 WS-W4-EXEMPT        PIC X       VALUE "N".
           88 W4-EXEMPT-IN-FORCE VALUE "Y".
       01 WS-W4-EXEMPT-EXPIRY PIC 9(8)    VALUE 0.
       01 WS-W4-ANNUAL-WAGES  PIC 9(9)V99 VALUE 0.

      *    One adjustment check being built.
       01 WS-GROSS-PAY        PIC 9(7)V99 VALUE 0.
       01 WS-TAX              PIC 9(7)V99 VALUE 0.
       01 WS-STATE-TAX        PIC 9(7)V99 VALUE 0.
       01 WS-NET-PAY          PIC 9(7)V99 VALUE 0.
      *    Local earned income tax: the locality and rate
      *    RESOLVE-LOCAL-RATE settles once per check, then the wages
      *    and tax CALCULATE-LOCAL-TAX figures on each withholding
      *    pass.
       01 WS-LOCAL-TAX        PIC 9(7)V99 VALUE 0.
       01 WS-LOCAL-WAGES      PIC 9(7)V99 VALUE 0.
       01 WS-LOCAL-CODE       PIC X(6)    VALUE SPACES.
       01 WS-LOCAL-RATE       PIC V9(5)   VALUE 0.
       01 WS-LOCAL-BASIS      PIC X       VALUE SPACE.
           88 LOCAL-ON-MEDICARE-WAGES VALUE "M".
       01 WS-TOTAL-DEDUCTIONS PIC 9(7)V99 VALUE 0.
      *    Gross less the pre-tax elections: FIT wages for the
      *    income tax, FICA wages for Social Security, Medicare,
      *    FUTA and SUTA - the same split PAYROLL makes.
       01 WS-FIT-WAGES        PIC 9(7)V99 VALUE 0.
       01 WS-FICA-WAGES       PIC 9(7)V99 VALUE 0.
       01 WS-PRETAX-FIT       PIC 9(7)V99 VALUE 0.
       01 WS-PRETAX-FICA      PIC 9(7)V99 VALUE 0.
       01 WS-WITHHELD         PIC 9(7)V99 VALUE 0.
       01 WS-DIFF             PIC S9(7)V99 VALUE 0.
       01 WS-PRIOR-RETRO      PIC 9(7)V99 VALUE 0.
       01 WS-PERIODS-PER-YEAR PIC 9(2)    VALUE 26.
       01 WS-TOT-GROSS        PIC 9(9)V99 VALUE 0.
       01 WS-TOT-TAX          PIC 9(9)V99 VALUE 0.
       01 WS-TOT-STATE        PIC 9(9)V99 VALUE 0.
       01 WS-TOT-LOCAL        PIC 9(9)V99 VALUE 0.
       01 WS-TOT-FICA-EE      PIC 9(9)V99 VALUE 0.
       01 WS-TOT-FICA-ER      PIC 9(9)V99 VALUE 0.
       01 WS-TOT-UNEMP        PIC 9(9)V99 VALUE 0.
       01 WS-TOT-NET          PIC 9(9)V99 VALUE 0.
       01 WS-TOT-DEDUCTIONS   PIC 9(9)V99 VALUE 0.
       01 WS-ADJ-PAID         PIC 9(5)    VALUE 0.

      *    Wage and employer tax expense by department for the GL
      *    batch - the home department on today's master row, the
      *    department the adjustment check is paid in.
       01 WS-DEPT-TABLE-LIMIT PIC 9(2)    VALUE 20.
       01 WS-DEPT-COUNT       PIC 9(2)    VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-ENTRY-CODE   PIC X(4).
               10 WS-DEPT-ENTRY-GROSS  PIC 9(9)V99.
               10 WS-DEPT-ENTRY-ER-TAX PIC 9(9)V99.

       01 WS-SNAP-GROSS       PIC 9(11)V99 VALUE 0.
       01 WS-SNAP-TAX         PIC 9(11)V99 VALUE 0.
       01 WS-SNAP-NET         PIC 9(11)V99 VALUE 0.
      *    REVERSAL carries otherwise.
       01 WS-GL-WAGE-EXP       PIC X(4)   VALUE "5010".
       01 WS-GL-ER-TAX-EXP     PIC X(4)   VALUE "5020".
       01 WS-GL-DEPT-ACCOUNT   PIC X(10)  VALUE SPACES.
       01 WS-GL-TAX-PAYABLE    PIC X(4)   VALUE "2210".
       01 WS-GL-FICA-PAYABLE   PIC X(4)   VALUE "2220".
       01 WS-GL-UNEMP-PAYABLE  PIC X(4)   VALUE "2230".
       01 WS-GL-NET-PAYABLE    PIC X(4)   VALUE "2100".
       01 WS-GL-DED-PAYABLE    PIC X(4)   VALUE "2300".
       01 WS-GL-STATE-PAYABLE  PIC X(4)   VALUE "2240".
       01 WS-GL-LOCAL-PAYABLE  PIC X(4)   VALUE "2250".

       01 WS-ACH-ORIGIN-DFI    PIC X(8)   VALUE "12345678".
       01 WS-ACH-ORIGIN-ID     PIC X(10)  VALUE " 123456789".
       01 WS-ACH-PAD-COUNT     PIC 9(3)   VALUE 0.
       01 WS-ACH-PAD-RECORD    PIC X(94)  VALUE ALL "9".

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Off-cycle adjustment run for late-posted rate changes:
      *    leave "R" history lines so no period is made whole
      *    twice.  The retro register names the master row behind
      *    every adjustment.
           INITIALIZE STEP-RESULT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-COMPANY-CONSTANTS
           STRING
                   "NO EMPLOYEE MASTER ON FILE - NOTHING TO COMPARE"
               CLOSE RETRO-REGISTER-FILE
               DISPLAY "No employee master - nothing to do"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM OPEN-HISTORY-FOR-COMPARE
           PERFORM LOAD-RETRO-EMPLOYEE-TABLE
           PERFORM FIND-UNDERPAID-PERIODS
           CLOSE PAY-HISTORY-FILE

           IF WS-RD-COUNT = 0
               WRITE RETRO-REGISTER-RECORD FROM
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE RETRO-REGISTER-FILE
               DISPLAY "No retro adjustments owed"
               IF SR-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               GOBACK
           END-IF

           PERFORM LOAD-STATE-TAX-TABLE
           PERFORM LOAD-LOCAL-TAX-TABLE
           PERFORM LOAD-DEDUCTION-TABLE
           PERFORM LOAD-BANK-TABLE
           OPEN INPUT W4-ELECTION-FILE
           IF W4-FILE-OK
               SET W4-FILE-OPEN TO TRUE
           END-IF
           OPEN I-O YTD-EMPLOYEE-FILE
           OPEN I-O PAY-HISTORY-FILE
           PERFORM OPEN-ACH-RETRO-FILE

           PERFORM PAY-ONE-ADJUSTMENT
                 PAY-HISTORY-FILE
                 ACH-RETRO-FILE
                 RETRO-REGISTER-FILE
           IF W4-FILE-OPEN
               CLOSE W4-ELECTION-FILE
           END-IF

           MOVE WS-ADJ-PAID TO SR-RECORDS-WRITTEN
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Retro register in output/retro_register.txt"
           GOBACK.

       LOAD-COMPANY-CONSTANTS.
      *    Same optional read REVERSAL does - no run control on
                           TO WS-GL-UNEMP-PAYABLE
                       MOVE CTL-GL-NET-PAYABLE
                           TO WS-GL-NET-PAYABLE
                       MOVE CTL-GL-DED-PAYABLE
                           TO WS-GL-DED-PAYABLE
                       MOVE CTL-GL-STATE-PAYABLE
                           TO WS-GL-STATE-PAYABLE
      *                A run control written before the local payable
      *                existed leaves it blank - keep the default.
                       IF CTL-GL-LOCAL-PAYABLE NOT = SPACES
                           MOVE CTL-GL-LOCAL-PAYABLE
                               TO WS-GL-LOCAL-PAYABLE
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       OPEN-HISTORY-FOR-COMPARE.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               WRITE RETRO-REGISTER-RECORD FROM
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE RETRO-REGISTER-FILE
               DISPLAY "No pay history - nothing to do"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       LOAD-RETRO-EMPLOYEE-TABLE.
      *    The master is keyed ID + effective date, so the first row
      *    read for each ID is that employee's earliest.
           MOVE "N" TO WS-MASTER-EOF
           MOVE LOW-VALUES TO EM-KEY
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN EM-KEY
               INVALID KEY
                   SET NO-MORE-MASTER-ROWS TO TRUE
           END-START
           PERFORM LOAD-ONE-RETRO-EMPLOYEE
               UNTIL NO-MORE-MASTER-ROWS.

       LOAD-ONE-RETRO-EMPLOYEE.
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-MASTER-ROWS TO TRUE
               NOT AT END
                   IF WS-RE-COUNT = 0
                       OR EM-ID NOT = WS-RE-ENTRY-ID (WS-RE-COUNT)
                       IF WS-RE-COUNT < WS-RE-TABLE-LIMIT
                           ADD 1 TO WS-RE-COUNT
                           MOVE EM-ID TO WS-RE-ENTRY-ID (WS-RE-COUNT)
                           MOVE EM-EFF-DATE
                               TO WS-RE-ENTRY-FROM (WS-RE-COUNT)
                       ELSE
                           ADD 1 TO SR-EXCEPTIONS
                           DISPLAY "WARNING: EMPLOYEE TABLE FULL - "
                               EM-ID " NOT COMPARED"
                           SET NO-MORE-MASTER-ROWS TO TRUE
                       END-IF
                   END-IF
           END-READ.

       LOAD-EMPLOYEE-HISTORY.
      *    The employee's own stretch of the history, from their
      *    first master row to today: hourly "P" checks with a rate
      *    on them are candidates, "R" lines are retro already paid.
      *    Checks written before HP-RATE existed carry zero there
      *    and are left alone - there is no trustworthy rate to
      *    reconstruct them from.
           MOVE 0 TO WS-PH-COUNT
           MOVE 0 TO WS-RP-COUNT
           MOVE "N" TO WS-HIST-EOF
           MOVE WS-RE-ENTRY-ID (WS-RE-IDX) TO HK-ID
           MOVE WS-RE-ENTRY-FROM (WS-RE-IDX) TO HK-RUN-DATE
           MOVE LOW-VALUES TO HK-BATCH-ID
           MOVE 0 TO HK-LINE-SEQ
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET HIST-END-OF-RANGE TO TRUE
           END-START
           PERFORM LOAD-ONE-HISTORY-LINE
               UNTIL HIST-END-OF-RANGE.

       LOAD-ONE-HISTORY-LINE.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET HIST-END-OF-RANGE TO TRUE
               NOT AT END
                   IF HK-ID NOT = WS-RE-ENTRY-ID (WS-RE-IDX)
                       OR HK-RUN-DATE > WS-RUN-DATE
                       SET HIST-END-OF-RANGE TO TRUE
                   ELSE
                       ADD 1 TO SR-RECORDS-READ
                       EVALUATE TRUE
                           WHEN HIST-PAY-LINE
                               PERFORM TABLE-ONE-PAY-LINE
                           WHEN HIST-RETRO-LINE
                               PERFORM TABLE-ONE-RETRO-LINE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       TABLE-ONE-PAY-LINE.
                       HP-REG-HOURS + HP-VAC-HOURS + HP-SICK-HOURS
                       + (HP-OT-HOURS * 1.5)
               ELSE
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: HISTORY TABLE FULL - "
                       HP-ID " " HP-RUN-DATE " NOT COMPARED"
               END-IF
                       TO WS-RP-ENTRY-DATE (WS-RP-IDX)
                   MOVE HR-AMOUNT TO WS-RP-ENTRY-AMT (WS-RP-IDX)
               ELSE
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: PRIOR-RETRO TABLE FULL - "
                       HR-ID " " HR-ORIG-DATE " NOT CREDITED"
               END-IF
           WRITE RETRO-REGISTER-RECORD FROM
               "ID    PERIOD    OLD RATE NEW RATE EFFECTIVE
      -        "AMOUNT OWED"
           PERFORM COMPARE-ONE-EMPLOYEE
               VARYING WS-RE-IDX FROM 1 BY 1
               UNTIL WS-RE-IDX > WS-RE-COUNT.

       COMPARE-ONE-EMPLOYEE.
           PERFORM LOAD-EMPLOYEE-HISTORY
           PERFORM COMPARE-ONE-PAY-LINE
               VARYING WS-PH-IDX FROM 1 BY 1
               UNTIL WS-PH-IDX > WS-PH-COUNT.
               PERFORM WRITE-REGISTER-DETAIL-LINE
               PERFORM ROLL-INTO-ADJ-TOTAL
           ELSE
               ADD 1 TO SR-EXCEPTIONS
               DISPLAY "WARNING: ADJUSTMENT TABLE FULL - "
                   WS-PH-ENTRY-ID (WS-PH-IDX) " "
                   WS-PH-ENTRY-DATE (WS-PH-IDX)
                   MOVE WS-RD-ENTRY-AMT (WS-RD-IDX)
                       TO WS-ADJ-ENTRY-GROSS (WS-ADJ-IDX)
               ELSE
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: EMPLOYEE TOTAL TABLE FULL - "
                       WS-RD-ENTRY-ID (WS-RD-IDX) " NOT PAID"
               END-IF
           MOVE SPACES TO WS-EFF-STATE
           MOVE SPACES TO WS-EFF-PAY-TYPE
           MOVE SPACES TO WS-EFF-NAME
           MOVE SPACES TO WS-EFF-DEPT
           MOVE SPACES TO WS-EFF-RES-LOCAL
           MOVE SPACES TO WS-EFF-WORK-LOCAL
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE 0 TO WS-MASTER-SCAN-COUNT
           MOVE "N" TO WS-MASTER-EOF
                           MOVE EM-WORK-STATE TO WS-EFF-STATE
                           MOVE EM-PAY-TYPE TO WS-EFF-PAY-TYPE
                           MOVE EM-NAME TO WS-EFF-NAME
                           MOVE EM-DEPT-CODE TO WS-EFF-DEPT
                           MOVE EM-RES-LOCALITY TO WS-EFF-RES-LOCAL
                           MOVE EM-WORK-LOCALITY
                               TO WS-EFF-WORK-LOCAL
                       END-IF
                   END-IF
           END-READ.

       RESOLVE-W4-ELECTION.
      *    Latest W-4 row for the employee not after today's check
      *    date.  A lapsed exemption claim falls back to Single with
      *    no adjustments exactly as PAYROLL does; RETROPAY has no
      *    exceptions report, so the register carries the note for
      *    HR instead.
           MOVE WS-EFF-FILING TO WS-W4-FILING-STATUS
           MOVE 0 TO WS-W4-DEPENDENT-CREDIT
           MOVE 0 TO WS-W4-OTHER-INCOME
           MOVE 0 TO WS-W4-DEDUCTIONS
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
               MOVE "S" TO WS-W4-FILING-STATUS
               MOVE 0 TO WS-W4-DEPENDENT-CREDIT
               MOVE 0 TO WS-W4-OTHER-INCOME
               MOVE 0 TO WS-W4-DEDUCTIONS
               MOVE "N" TO WS-W4-EXEMPT
               MOVE SPACES TO RETRO-REGISTER-RECORD
               STRING
                   "      " DELIMITED BY SIZE
                   WS-SCAN-ID DELIMITED BY SIZE
                   " W-4 EXEMPTION EXPIRED " DELIMITED BY SIZE
                   WS-W4-EXEMPT-EXPIRY DELIMITED BY SIZE
                   " - WITHHELD AS SINGLE" DELIMITED BY SIZE
                   INTO RETRO-REGISTER-RECORD
               END-STRING
               WRITE RETRO-REGISTER-RECORD
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
                           IF W4-FILING-STATUS = SPACE
                               MOVE WS-EFF-FILING
                                   TO WS-W4-FILING-STATUS
                           ELSE
                               MOVE W4-FILING-STATUS
                                   TO WS-W4-FILING-STATUS
                           END-IF
                           MOVE W4-DEPENDENT-CREDIT
                               TO WS-W4-DEPENDENT-CREDIT
                           MOVE W4-OTHER-INCOME TO WS-W4-OTHER-INCOME
                           MOVE W4-DEDUCTIONS TO WS-W4-DEDUCTIONS
                           MOVE W4-EXEMPT TO WS-W4-EXEMPT
                           MOVE W4-EXEMPT-EXPIRY
                               TO WS-W4-EXEMPT-EXPIRY
                       END-IF
                   END-IF
           END-READ.
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
      *    noted on the register.
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

       LOAD-DEDUCTION-TABLE.
      *    No deduction file just means no elections to apply.
           OPEN INPUT DEDUCTION-FILE
           IF WS-DED-STATUS = "00"
               PERFORM LOAD-ONE-DEDUCTION-ROW
                   UNTIL DED-END-OF-FILE
               CLOSE DEDUCTION-FILE
           END-IF.

       LOAD-ONE-DEDUCTION-ROW.
      *    Only open-ended percent elections, pre-tax, in force on
      *    the run date - a declining-balance row is PAYROLL's to
      *    collect against its goal.
           READ DEDUCTION-FILE
               AT END
                   SET DED-END-OF-FILE TO TRUE
               NOT AT END
                   MOVE DED-CODE TO WS-DED-WORK-CODE
                   PERFORM SET-DEDUCTION-TAX-CLASS
                   IF DED-IS-PERCENT
                       AND NOT DED-AFTER-TAX
                       AND DED-EFF-DATE <= WS-RUN-DATE
                       AND DED-END-DATE >= WS-RUN-DATE
                       AND (DED-GOAL-AMOUNT NOT NUMERIC
                           OR DED-GOAL-AMOUNT = 0)
                       IF WS-RDED-COUNT < WS-RDED-TABLE-LIMIT
                           ADD 1 TO WS-RDED-COUNT
                           SET WS-RDED-IDX TO WS-RDED-COUNT
                           MOVE DED-ID
                               TO WS-RDED-ENTRY-ID (WS-RDED-IDX)
                           MOVE DED-CODE
                               TO WS-RDED-ENTRY-CODE (WS-RDED-IDX)
                           MOVE DED-AMOUNT
                               TO WS-RDED-ENTRY-PCT (WS-RDED-IDX)
                           MOVE WS-DED-WORK-TAX-CLASS
                               TO WS-RDED-ENTRY-TAXCLS (WS-RDED-IDX)
                           MOVE 0 TO WS-RDED-ENTRY-AMT (WS-RDED-IDX)
                       ELSE
                           ADD 1 TO SR-EXCEPTIONS
                           DISPLAY "WARNING: DEDUCTION TABLE FULL - "
                               DED-ID " " DED-CODE " NOT APPLIED"
                       END-IF
                   END-IF
           END-READ.

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

       LOAD-BANK-TABLE.
           MOVE "N" TO WS-EOF
           OPEN INPUT BANK-FILE
                       MOVE BANK-PRENOTE-STAT
                           TO WS-BANK-ENTRY-STAT (WS-BANK-IDX)
                   ELSE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: BANK TABLE FULL - "
                           BANK-ID " NOT LOADED"
                   END-IF

       PAY-ONE-ADJUSTMENT.
      *    One adjustment check per employee owed: taxed off
      *    today's master row (filing status, frequency, state,
      *    localities), FICA against the YTD caps, posted to YTD
      *    and history like any check, credited by ACH when a
      *    verified account is on file.
           MOVE WS-ADJ-ENTRY-ID (WS-ADJ-IDX) TO WS-SCAN-ID
           MOVE WS-RUN-DATE TO WS-SCAN-DATE
           PERFORM RESOLVE-MASTER-ROW
           PERFORM RESOLVE-W4-ELECTION
           PERFORM RESOLVE-LOCAL-RATE

           MOVE WS-ADJ-ENTRY-GROSS (WS-ADJ-IDX) TO WS-GROSS-PAY
           PERFORM TAKE-RETRO-DEDUCTIONS
           PERFORM LOOKUP-YTD-RECORD
           PERFORM CALCULATE-RETRO-WITHHOLDING
      *    An election so large the taxes on the rest no longer fit
      *    is not taken at all - the adjustment goes out on its
      *    full gross and the register says so.
           COMPUTE WS-WITHHELD =
               WS-TAX + WS-STATE-TAX + WS-FICA-EE-TAX
               + WS-LOCAL-TAX + WS-TOTAL-DEDUCTIONS
           IF WS-WITHHELD > WS-GROSS-PAY
               PERFORM DROP-RETRO-DEDUCTION
                   VARYING WS-RDED-IDX FROM 1 BY 1
                   UNTIL WS-RDED-IDX > WS-RDED-COUNT
               MOVE 0 TO WS-TOTAL-DEDUCTIONS
               MOVE WS-GROSS-PAY TO WS-FIT-WAGES
               MOVE WS-GROSS-PAY TO WS-FICA-WAGES
               PERFORM CALCULATE-RETRO-WITHHOLDING
               MOVE SPACES TO RETRO-REGISTER-RECORD
               STRING
                   "      " DELIMITED BY SIZE
                   WS-ADJ-ENTRY-ID (WS-ADJ-IDX) DELIMITED BY SIZE
                   " PRE-TAX ELECTIONS NOT TAKEN - CHECK TOO SMALL"
                       DELIMITED BY SIZE
                   INTO RETRO-REGISTER-RECORD
               END-STRING
               WRITE RETRO-REGISTER-RECORD
           END-IF
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-TAX - WS-STATE-TAX
               - WS-FICA-EE-TAX - WS-LOCAL-TAX - WS-TOTAL-DEDUCTIONS
           PERFORM UPDATE-YTD-FOR-RETRO
           PERFORM WRITE-RETRO-HISTORY
           PERFORM WRITE-RETRO-ACH-CREDIT
           ADD WS-GROSS-PAY TO WS-TOT-GROSS
           ADD WS-TAX TO WS-TOT-TAX
           ADD WS-STATE-TAX TO WS-TOT-STATE
           ADD WS-LOCAL-TAX TO WS-TOT-LOCAL
           ADD WS-FICA-EE-TAX TO WS-TOT-FICA-EE
           ADD WS-SS-ER-TAX TO WS-TOT-FICA-ER
           ADD WS-MED-ER-TAX TO WS-TOT-FICA-ER
           ADD WS-FUTA-TAX TO WS-TOT-UNEMP
           ADD WS-SUTA-TAX TO WS-TOT-UNEMP
           ADD WS-NET-PAY TO WS-TOT-NET
           ADD WS-TOTAL-DEDUCTIONS TO WS-TOT-DEDUCTIONS
           PERFORM ACCUMULATE-DEPT-TOTALS

           MOVE SPACES TO RETRO-REGISTER-RECORD
           STRING
               WS-STATE-TAX DELIMITED BY SIZE
               "   FICA " DELIMITED BY SIZE
               WS-FICA-EE-TAX DELIMITED BY SIZE
               "   DED " DELIMITED BY SIZE
               WS-TOTAL-DEDUCTIONS DELIMITED BY SIZE
               "   NET " DELIMITED BY SIZE
               WS-NET-PAY DELIMITED BY SIZE
               INTO RETRO-REGISTER-RECORD
           END-STRING
           WRITE RETRO-REGISTER-RECORD
      *    No room left on the line above - local tax follows it.
           IF WS-LOCAL-TAX > 0
               MOVE SPACES TO RETRO-REGISTER-RECORD
               STRING
                   "      " DELIMITED BY SIZE
                   WS-ADJ-ENTRY-ID (WS-ADJ-IDX) DELIMITED BY SIZE
                   " LOCAL TAX " DELIMITED BY SIZE
                   WS-LOCAL-CODE DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-LOCAL-TAX DELIMITED BY SIZE
                   INTO RETRO-REGISTER-RECORD
               END-STRING
               WRITE RETRO-REGISTER-RECORD
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
                   MOVE 0 TO WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX)
               ELSE
                   SET WS-DEPT-IDX TO WS-DEPT-TABLE-LIMIT
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: DEPARTMENT TABLE FULL - "
                       WS-EFF-DEPT " FOLDED INTO LAST SLOT"
               END-IF
           END-IF

           ADD WS-GROSS-PAY TO WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX)
           ADD WS-SS-ER-TAX WS-MED-ER-TAX WS-FUTA-TAX WS-SUTA-TAX
               TO WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX).

       FIND-DEPT-ENTRY.
           CONTINUE.

       TAKE-RETRO-DEDUCTIONS.
      *    This employee's percent elections off the retro gross,
      *    and the FIT / FICA wages they leave behind.
           MOVE 0 TO WS-TOTAL-DEDUCTIONS
           MOVE 0 TO WS-PRETAX-FIT
           MOVE 0 TO WS-PRETAX-FICA
           PERFORM TAKE-ONE-RETRO-DEDUCTION
               VARYING WS-RDED-IDX FROM 1 BY 1
               UNTIL WS-RDED-IDX > WS-RDED-COUNT
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

       TAKE-ONE-RETRO-DEDUCTION.
           MOVE 0 TO WS-RDED-ENTRY-AMT (WS-RDED-IDX)
           IF WS-RDED-ENTRY-ID (WS-RDED-IDX)
               = WS-ADJ-ENTRY-ID (WS-ADJ-IDX)
               COMPUTE WS-RDED-ENTRY-AMT (WS-RDED-IDX) ROUNDED =
                   WS-GROSS-PAY * WS-RDED-ENTRY-PCT (WS-RDED-IDX)
                   / 100
               ADD WS-RDED-ENTRY-AMT (WS-RDED-IDX)
                   TO WS-TOTAL-DEDUCTIONS
               MOVE WS-RDED-ENTRY-TAXCLS (WS-RDED-IDX)
                   TO WS-DED-WORK-TAX-CLASS
               IF DED-PRETAX-INCOME-ONLY
                   ADD WS-RDED-ENTRY-AMT (WS-RDED-IDX)
                       TO WS-PRETAX-FIT
               END-IF
               IF DED-PRETAX-ALL
                   ADD WS-RDED-ENTRY-AMT (WS-RDED-IDX)
                       TO WS-PRETAX-FIT
                   ADD WS-RDED-ENTRY-AMT (WS-RDED-IDX)
                       TO WS-PRETAX-FICA
               END-IF
           END-IF.

       DROP-RETRO-DEDUCTION.
           MOVE 0 TO WS-RDED-ENTRY-AMT (WS-RDED-IDX).

       CALCULATE-RETRO-WITHHOLDING.
           PERFORM CALCULATE-RETRO-TAX
           PERFORM CALCULATE-RETRO-STATE-TAX
           PERFORM CALCULATE-RETRO-FICA
           PERFORM CALCULATE-LOCAL-TAX.

       CALCULATE-RETRO-TAX.
      *    Same annualized bracket arithmetic PAYROLL uses, off the
      *    frequency on today's master row and the FIT wages left
      *    once the pre-tax elections came off, with the same W-4
      *    adjustments to the annual wages and the annual tax.  The
      *    W-4's extra withholding is a per-pay-period amount and
      *    was already taken on the regular checks for the periods
      *    this adjustment makes whole, so it is not taken again.
           EVALUATE WS-W4-FILING-STATUS
               WHEN "M"
                   SET TAX-STAT-IDX TO 2
               WHEN "H"
                   SET TAX-STAT-IDX TO 3
               WHEN OTHER
                   SET TAX-STAT-IDX TO 1
           END-EVALUATE
           EVALUATE WS-EFF-FREQ
               WHEN "W"
                   MOVE 52 TO WS-PERIODS-PER-YEAR
                   MOVE 26 TO WS-PERIODS-PER-YEAR
           END-EVALUATE
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
               SET TAX-BRK-IDX TO 6
           END-IF
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
           IF W4-EXEMPT-IN-FORCE
               MOVE 0 TO WS-TAX
           END-IF.

       FIND-TAX-BRACKET.
           CONTINUE.
       FIND-STATE-BRACKET.
           CONTINUE.

       RESOLVE-LOCAL-RATE.
      *    The earned income tax rate PAYROLL would take off today's
      *    master row - the higher of the resident locality's
      *    resident rate and the work locality's non-resident rate,
      *    the winning row naming the wages it taxes.  Settled once
      *    per check, ahead of the withholding passes, so a locality
      *    missing from the table is noted only once.
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

           IF WS-LOCAL-RATE = 0
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
      *    for that side; the register carries the note for HR.
           PERFORM FIND-LOCAL-ENTRY
               VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
               OR WS-LT-ENTRY-CODE (WS-LT-IDX) = WS-LOCAL-LOOKUP-CODE
           IF WS-LT-IDX > WS-LT-COUNT
               MOVE SPACES TO RETRO-REGISTER-RECORD
               STRING
                   "      " DELIMITED BY SIZE
                   WS-SCAN-ID DELIMITED BY SIZE
                   " NO LOCAL TAX RATE FOR " DELIMITED BY SIZE
                   WS-LOCAL-LOOKUP-CODE DELIMITED BY SIZE
                   " - LOCAL TAX NOT WITHHELD" DELIMITED BY SIZE
                   INTO RETRO-REGISTER-RECORD
               END-STRING
               ADD 1 TO SR-EXCEPTIONS
               WRITE RETRO-REGISTER-RECORD
           END-IF.

       FIND-LOCAL-ENTRY.
           CONTINUE.

       CALCULATE-LOCAL-TAX.
      *    The resolved rate on this pass's wages - the Medicare
      *    wages when the locality taxes those, else the FIT wages.
           MOVE 0 TO WS-LOCAL-TAX
           MOVE 0 TO WS-LOCAL-WAGES
           IF WS-LOCAL-RATE > 0
               IF LOCAL-ON-MEDICARE-WAGES
                   MOVE WS-FICA-WAGES TO WS-LOCAL-WAGES
               ELSE
                   MOVE WS-FIT-WAGES TO WS-LOCAL-WAGES
               END-IF
               COMPUTE WS-LOCAL-TAX ROUNDED =
                   WS-LOCAL-WAGES * WS-LOCAL-RATE
           END-IF.

       LOOKUP-YTD-RECORD.
           MOVE WS-ADJ-ENTRY-ID (WS-ADJ-IDX) TO YTD-ID
           READ YTD-EMPLOYEE-FILE
           END-IF.

       CALCULATE-RETRO-FICA.
      *    Same capped arithmetic PAYROLL runs - retro FICA wages
      *    count toward the same annual bases as any other wages.
           MOVE WS-SS-WAGE-BASE TO WS-CAP-BASE
           MOVE YTD-SS-WAGES TO WS-CAP-YTD
           PERFORM CAP-TAXABLE-WAGES
           COMPUTE WS-SS-EE-TAX ROUNDED = WS-SS-TAXABLE * WS-SS-RATE
           COMPUTE WS-SS-ER-TAX ROUNDED = WS-SS-TAXABLE * WS-SS-RATE
           COMPUTE WS-MED-EE-TAX ROUNDED =
               WS-FICA-WAGES * WS-MED-RATE
           COMPUTE WS-MED-ER-TAX ROUNDED =
               WS-FICA-WAGES * WS-MED-RATE
           COMPUTE WS-FICA-EE-TAX = WS-SS-EE-TAX + WS-MED-EE-TAX
           MOVE WS-FUTA-WAGE-BASE TO WS-CAP-BASE
           MOVE YTD-FUTA-WAGES TO WS-CAP-YTD
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
           ADD WS-NET-PAY TO YTD-NET
           ADD WS-SS-TAXABLE TO YTD-SS-WAGES
           ADD WS-SS-EE-TAX TO YTD-SS-TAX
           ADD WS-FICA-WAGES TO YTD-MED-WAGES
           ADD WS-MED-EE-TAX TO YTD-MED-TAX
           ADD WS-FUTA-TAXABLE TO YTD-FUTA-WAGES
           ADD WS-SUTA-TAXABLE TO YTD-SUTA-WAGES
           ADD WS-TOTAL-DEDUCTIONS TO YTD-DEDUCTIONS
           ADD WS-FIT-WAGES TO YTD-FIT-WAGES
           IF YTD-RECORD-NEW
               WRITE YTD-EMPLOYEE-RECORD
           ELSE
       WRITE-RETRO-HISTORY.
      *    The adjustment check's own "P" line - zero hours, zero
      *    rate so it can never itself seed another retro pass -
      *    then a "D" line per election it took and one "R" line
      *    per period it made whole.  The earned income tax is
      *    carried for the quarterly local return; there is never
      *    an LST.
           MOVE 0 TO WS-HIST-LINE-SEQ
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE "P" TO HP-REC-TYPE
           MOVE WS-RUN-DATE TO HP-RUN-DATE
           MOVE WS-GROSS-PAY TO HP-GROSS
           MOVE WS-TAX TO HP-TAX
           MOVE WS-FICA-EE-TAX TO HP-FICA
           MOVE WS-TOTAL-DEDUCTIONS TO HP-DEDUCTIONS
           MOVE WS-NET-PAY TO HP-NET
           MOVE WS-STATE-TAX TO HP-STATE-TAX
           MOVE WS-EFF-STATE TO HP-WORK-STATE
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
           PERFORM WRITE-HISTORY-LINE

           PERFORM WRITE-ONE-RETRO-DED-LINE
               VARYING WS-RDED-IDX FROM 1 BY 1
               UNTIL WS-RDED-IDX > WS-RDED-COUNT

           PERFORM WRITE-ONE-RETRO-LINE
               VARYING WS-RD-IDX FROM 1 BY 1
               UNTIL WS-RD-IDX > WS-RD-COUNT.

       WRITE-ONE-RETRO-DED-LINE.
           IF WS-RDED-ENTRY-AMT (WS-RDED-IDX) > 0
               MOVE SPACES TO PAY-HISTORY-RECORD
               MOVE "D" TO HD-REC-TYPE
               MOVE WS-RUN-DATE TO HD-RUN-DATE
               MOVE WS-BATCH-ID TO HD-BATCH-ID
               MOVE WS-RDED-ENTRY-ID (WS-RDED-IDX) TO HD-ID
               MOVE WS-RDED-ENTRY-CODE (WS-RDED-IDX) TO HD-CODE
               MOVE WS-RDED-ENTRY-AMT (WS-RDED-IDX) TO HD-AMOUNT
               PERFORM WRITE-HISTORY-LINE
           END-IF.

       WRITE-ONE-RETRO-LINE.
           IF WS-RD-ENTRY-ID (WS-RD-IDX)
               = WS-ADJ-ENTRY-ID (WS-ADJ-IDX)
               MOVE WS-RD-ENTRY-NEW-RATE (WS-RD-IDX)
                   TO HR-NEW-RATE
               MOVE WS-RD-ENTRY-AMT (WS-RD-IDX) TO HR-AMOUNT
               PERFORM WRITE-HISTORY-LINE
           END-IF.

       WRITE-HISTORY-LINE.
      *    Keyed on the line's own ID, run date and batch plus its
      *    place among the check's lines.  A second retro pass the
      *    same day runs under the same batch ID, so a key already
      *    taken by the first pass just moves the line one place
      *    along - both passes' lines stay on file, in order.
           MOVE HP-ID TO HK-ID
           MOVE HP-RUN-DATE TO HK-RUN-DATE
           MOVE HP-BATCH-ID TO HK-BATCH-ID
           MOVE "22" TO WS-HISTORY-STATUS
           PERFORM WRITE-HISTORY-UNDER-NEXT-SEQ
               UNTIL WS-HISTORY-STATUS NOT = "22"
               OR WS-HIST-LINE-SEQ = 999
           IF WS-HISTORY-STATUS NOT = "00"
               AND WS-HISTORY-STATUS NOT = "02"
               ADD 1 TO SR-EXCEPTIONS
               DISPLAY "WARNING: HISTORY LINE NOT WRITTEN - "
                   HP-ID " " HP-BATCH-ID " STATUS "
                   WS-HISTORY-STATUS
           END-IF
           ADD 1 TO WS-HIST-LINE-SEQ.

       WRITE-HISTORY-UNDER-NEXT-SEQ.
           MOVE WS-HIST-LINE-SEQ TO HK-LINE-SEQ
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-HIST-LINE-SEQ
           END-WRITE.

       WRITE-RETRO-ACH-CREDIT.
      *    Credit to the verified account on file today; anything
      *    else is flagged for manual payment on the register, the
       WRITE-GL-RETRO-BATCH.
      *    Same accounts WRITE-GL-EXTRACT posts, same sides - the
      *    adjustment run is ordinary payroll expense, just off
      *    cycle, debited to the department sub-accounts.
           OPEN OUTPUT GL-RETRO-FILE

           PERFORM WRITE-ONE-DEPT-GL-LINES
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE "RETRO STATE TAX LIABILITY" TO GL-DESCRIPTION
           WRITE GL-EXTRACT-RECORD

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-GL-LOCAL-PAYABLE TO GL-ACCOUNT
           SET GL-IS-CREDIT TO TRUE
           MOVE WS-TOT-LOCAL TO GL-AMOUNT
           MOVE "RETRO LOCAL TAX LIABILITY" TO GL-DESCRIPTION
           WRITE GL-EXTRACT-RECORD

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE "RETRO NET PAY DISBURSEMENT" TO GL-DESCRIPTION
           WRITE GL-EXTRACT-RECORD

           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE WS-RUN-DATE TO GL-RUN-DATE
           MOVE WS-GL-DED-PAYABLE TO GL-ACCOUNT
           SET GL-IS-CREDIT TO TRUE
           MOVE WS-TOT-DEDUCTIONS TO GL-AMOUNT
           MOVE "RETRO DEDUCTIONS PAYABLE" TO GL-DESCRIPTION
           WRITE GL-EXTRACT-RECORD

           CLOSE GL-RETRO-FILE.

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
                   "RETRO WAGE EXPENSE " DELIMITED BY SIZE
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
                   "RETRO EMPLOYER TAX EXP " DELIMITED BY SIZE
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

       ADJUST-BALANCE-SNAPSHOT.
      *    A retro run moves the YTD file outside a payroll run -
      *    the snapshot moves with it, the additive mirror of what

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCRUAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-PARM-FILE ASSIGN TO
               "data/accrual_parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO
               "data/run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT ROSTER-FILE ASSIGN TO
               "data/employee_roster.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
               "data/employee_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT YTD-EMPLOYEE-FILE ASSIGN TO
               "data/ytd_employees.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-ID
               FILE STATUS IS WS-YTD-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO
               "data/pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HK-BATCH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT ACCRUAL-LOG-FILE ASSIGN TO
               "data/accrual_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT GL-ACCRUAL-FILE ASSIGN TO
               "output/gl_accrual.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCRUAL-REPORT-FILE ASSIGN TO
               "output/accrual_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ACCRUAL-PARM-FILE.
      *    The month-end close date the accrual is struck at, and
      *    the operator's consent to book a month a second time -
      *    "Y" replaces the batch already booked for that month.
       01 ACCRUAL-PARM-RECORD.
           05 PARM-CLOSE-DATE     PIC 9(8).
           05 FILLER              PIC X.
           05 PARM-REBOOK         PIC X.
               88 PARM-REBOOK-AUTHORIZED VALUE "Y".

       FD RUN-CONTROL-FILE.
       COPY "runctl.cpy".

       FD ROSTER-FILE.
       COPY "emprec.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "empmstr.cpy".

       FD YTD-EMPLOYEE-FILE.
       COPY "ytdrec.cpy".

       FD PAY-HISTORY-FILE.
       COPY "histrec.cpy".

       FD ACCRUAL-LOG-FILE.
      *    One line per accrual booked, kept for good - the record
      *    of which months already carry an accrual in the GL.
       01 ACCRUAL-LOG-RECORD.
           05 AL-MONTH            PIC 9(6).
           05 FILLER              PIC X.
           05 AL-CLOSE-DATE       PIC 9(8).
           05 FILLER              PIC X.
           05 AL-BATCH-ID         PIC X(10).
           05 FILLER              PIC X.
           05 AL-RUN-DATE         PIC 9(8).
           05 FILLER              PIC X.
           05 AL-GROSS            PIC 9(9)V99.
           05 FILLER              PIC X.
           05 AL-ER-TAX           PIC 9(9)V99.
           05 FILLER              PIC X.
           05 AL-ACTION           PIC X(8).

       FD GL-ACCRUAL-FILE.
       COPY "glrec.cpy".

       FD ACCRUAL-REPORT-FILE.
       01 ACCRUAL-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       COPY "taxrate.cpy".

       01 WS-EOF              PIC X       VALUE "N".
           88 END-OF-FILE     VALUE "Y".
       01 WS-HIST-EOF         PIC X       VALUE "N".
           88 HIST-END-OF-FILE VALUE "Y".
       01 WS-LOG-EOF          PIC X       VALUE "N".
           88 LOG-END-OF-FILE VALUE "Y".

       01 WS-PARM-STATUS      PIC XX      VALUE "00".
       01 WS-RUN-CONTROL-STATUS PIC XX    VALUE "00".
       01 WS-ROSTER-STATUS    PIC XX      VALUE "00".
       01 WS-MASTER-STATUS    PIC XX      VALUE "00".
       01 WS-YTD-STATUS       PIC XX      VALUE "00".
       01 WS-HISTORY-STATUS   PIC XX      VALUE "00".
       01 WS-LOG-STATUS       PIC XX      VALUE "00".

       01 WS-MASTER-OPEN      PIC X       VALUE "N".
           88 MASTER-FILE-OPEN VALUE "Y".
       01 WS-YTD-OPEN         PIC X       VALUE "N".
           88 YTD-FILE-OPEN   VALUE "Y".

       01 WS-RUN-DATE         PIC 9(8)    VALUE 0.

      *    The close date off the parameter card, the month it
      *    closes, and the first of the following month - the date
      *    the whole batch reverses itself on in the GL.
       01 WS-CLOSE-DATE       PIC 9(8)    VALUE 0.
       01 WS-CLOSE-DATE-SPLIT REDEFINES WS-CLOSE-DATE.
           05 WS-CLOSE-YEAR   PIC 9(4).
           05 WS-CLOSE-MONTH  PIC 9(2).
           05 WS-CLOSE-DAY    PIC 9(2).
       01 WS-REVERSE-DATE     PIC 9(8)    VALUE 0.
       01 WS-REVERSE-DATE-SPLIT REDEFINES WS-REVERSE-DATE.
           05 WS-REVERSE-YEAR  PIC 9(4).
           05 WS-REVERSE-MONTH PIC 9(2).
           05 WS-REVERSE-DAY   PIC 9(2).
       01 WS-ACCRUAL-MONTH    PIC 9(6)    VALUE 0.
      *    One batch ID per month ("202608ACCR"), whatever day the
      *    close is struck on, so a rebooked month replaces its own
      *    batch at the GL rather than landing beside it.
       01 WS-BATCH-ID         PIC X(10)   VALUE SPACES.
       01 WS-REBOOK           PIC X       VALUE "N".
           88 REBOOK-AUTHORIZED VALUE "Y".
       01 WS-MONTH-BOOKED     PIC X       VALUE "N".
           88 MONTH-ALREADY-BOOKED VALUE "Y".
       01 WS-LOG-ACTION       PIC X(8)    VALUE "BOOKED".

      *    The period window off the run control.  A completed
      *    period whose check went out by the close date is paid;
      *    anything after its end is earned and unpaid.  A period
      *    still open - or complete but paid after the close - is
      *    unpaid from its first day.
       01 WS-PERIOD-START     PIC 9(8)    VALUE 0.
       01 WS-PERIOD-END       PIC 9(8)    VALUE 0.
       01 WS-CHECK-DATE       PIC 9(8)    VALUE 0.
       01 WS-PERIOD-COMPLETE  PIC X       VALUE "N".
           88 PERIOD-IS-COMPLETE VALUE "Y".
       01 WS-UNPAID-DAYS      PIC 9(3)    VALUE 0.

       01 WS-GL-WAGE-EXP       PIC X(4)   VALUE "5010".
       01 WS-GL-ER-TAX-EXP     PIC X(4)   VALUE "5020".
       01 WS-GL-FICA-PAYABLE   PIC X(4)   VALUE "2220".
       01 WS-GL-UNEMP-PAYABLE  PIC X(4)   VALUE "2230".
       01 WS-GL-ACCRUED-WAGES  PIC X(4)   VALUE "2150".
       01 WS-GL-DEPT-ACCOUNT   PIC X(10)  VALUE SPACES.

      *    Day-serial scratch fields for CONVERT-DATE-TO-SERIAL,
      *    the same arithmetic TIMECALC and PAYROLL use.  The serial
      *    divided by 7 leaves 1 on a Saturday and 2 on a Sunday -
      *    the pay periods run Monday through Friday, so only the
      *    other five remainders are working days.
       01 WS-DATE-IN           PIC 9(8)   VALUE 0.
       01 WS-DATE-IN-SPLIT REDEFINES WS-DATE-IN.
           05 WS-DATE-IN-YEAR  PIC 9(4).
           05 WS-DATE-IN-MONTH PIC 9(2).
           05 WS-DATE-IN-DAY   PIC 9(2).
       01 WS-DATE-SERIAL       PIC 9(7)   VALUE 0.
       01 WS-LEAP-COUNT        PIC 9(4)   VALUE 0.
       01 WS-MONTH-OFFSET-VALUES PIC X(36)
           VALUE "000031059090120151181212243273304334".
       01 WS-MONTH-OFFSET-TABLE REDEFINES WS-MONTH-OFFSET-VALUES.
           05 WS-MONTH-OFFSET  OCCURS 12 TIMES PIC 9(3).
       01 WS-FIRST-SERIAL      PIC 9(7)   VALUE 0.
       01 WS-CLOSE-SERIAL      PIC 9(7)   VALUE 0.
       01 WS-DAY-SERIAL        PIC 9(7)   VALUE 0.
       01 WS-WEEK-COUNT        PIC 9(7)   VALUE 0.
       01 WS-WEEKDAY           PIC 9      VALUE 0.
           88 WEEKEND-DAY      VALUE 1 2.

      *    Each employee's most recent regular check on or before
      *    the close date - the hours it paid are the best guide to
      *    what a normal day earns.  Supplemental checks and
      *    adjustment lines (zero rate, blank pay type) say nothing
      *    about a working day and are left out.
       01 WS-HS-TABLE-LIMIT   PIC 9(3)    VALUE 500.
       01 WS-HS-COUNT         PIC 9(3)    VALUE 0.
       01 WS-HS-TABLE.
           05 WS-HS-ENTRY OCCURS 500 TIMES INDEXED BY WS-HS-IDX.
               10 WS-HS-ENTRY-ID       PIC X(5).
               10 WS-HS-ENTRY-DATE     PIC 9(8).
               10 WS-HS-ENTRY-STRAIGHT PIC 9(4).
               10 WS-HS-ENTRY-OT       PIC 9(3).

      *    The pay terms in force on the close date, resolved the
      *    way PAYROLL's FIND-CURRENT-RATE resolves them for a
      *    check date.
       01 WS-EFFECTIVE-RATE    PIC 9(3)V99 VALUE 0.
       01 WS-EFFECTIVE-DEPT-CODE PIC X(4) VALUE SPACES.
       01 WS-EFFECTIVE-STATUS  PIC X      VALUE "A".
           88 EFFECTIVE-ACTIVE VALUE "A".
       01 WS-EFFECTIVE-PAY-TYPE PIC X     VALUE SPACE.
           88 EFFECTIVE-SALARIED VALUE "S".
       01 WS-EFFECTIVE-PAY-FREQ PIC X     VALUE SPACE.
       01 WS-EFFECTIVE-SALARY  PIC 9(7)V99 VALUE 0.
       01 WS-BEST-EFF-DATE     PIC 9(8)   VALUE 0.
       01 WS-MASTER-SCAN-COUNT PIC 9(4)   VALUE 0.
       01 WS-MASTER-SCAN-LIMIT PIC 9(4)   VALUE 500.
       01 WS-MASTER-EOF        PIC X      VALUE "N".
           88 NO-MORE-MASTER-ROWS VALUE "Y".

      *    Working days in one pay period at each frequency, out of
      *    a 260-day year: 5 weekly, 10 biweekly, 10.83 semimonthly,
      *    21.67 monthly.  An hourly employee with no regular check
      *    on file is estimated at the standard eight-hour day.
       01 WS-WORKDAYS-PER-YEAR PIC 9(3)   VALUE 260.
       01 WS-PERIOD-WORKDAYS   PIC 9(2)V99 VALUE 0.
       01 WS-STANDARD-DAY-HOURS PIC 9(2)  VALUE 8.
       01 WS-OT-FACTOR         PIC 9V99   VALUE 1.50.
       01 WS-DAILY-GROSS       PIC 9(5)V99 VALUE 0.
       01 WS-ACCRUAL-BASIS     PIC X(8)   VALUE SPACES.

       01 WS-ACCRUED-GROSS     PIC 9(7)V99 VALUE 0.
       01 WS-WAGE-ROOM         PIC S9(9)V99 VALUE 0.
       01 WS-SS-TAXABLE        PIC 9(7)V99 VALUE 0.
       01 WS-FUTA-TAXABLE      PIC 9(7)V99 VALUE 0.
       01 WS-SUTA-TAXABLE      PIC 9(7)V99 VALUE 0.
       01 WS-SS-ER-TAX         PIC 9(7)V99 VALUE 0.
       01 WS-MED-ER-TAX        PIC 9(7)V99 VALUE 0.
       01 WS-FUTA-TAX          PIC 9(7)V99 VALUE 0.
       01 WS-SUTA-TAX          PIC 9(7)V99 VALUE 0.
       01 WS-ER-TAX            PIC 9(7)V99 VALUE 0.
       01 WS-YTD-SS-WAGES      PIC 9(9)V99 VALUE 0.
       01 WS-YTD-FUTA-WAGES    PIC 9(9)V99 VALUE 0.
       01 WS-YTD-SUTA-WAGES    PIC 9(9)V99 VALUE 0.

      *    Accrual by home department - the department on the
      *    master as of the close date.  Labor charges to other
      *    departments are only known once the timecards are in,
      *    and the accrual reverses before then.
       01 WS-DEPT-TABLE-LIMIT PIC 9(2)    VALUE 20.
       01 WS-DEPT-COUNT       PIC 9(2)    VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-ENTRY-CODE   PIC X(4).
               10 WS-DEPT-ENTRY-GROSS  PIC 9(9)V99.
               10 WS-DEPT-ENTRY-ER-TAX PIC 9(9)V99.
               10 WS-DEPT-ENTRY-COUNT  PIC 9(5).

       01 WS-TOTAL-GROSS      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-FICA-ER    PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-UNEMP      PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-ER-TAX     PIC 9(9)V99 VALUE 0.
       01 WS-EMPLOYEES-ACCRUED PIC 9(5)   VALUE 0.
       01 WS-EMPLOYEES-SKIPPED PIC 9(5)   VALUE 0.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Month-end accrual of wages earned but not yet paid.  The
      *    unpaid working days since the last paid period are priced
      *    per employee at the close-date rate or salary - hourly
      *    staff at the hours their last regular check paid - with
      *    the employer's FICA, FUTA and SUTA on top, capped at what
      *    is left of each wage base.  The GL batch debits the
      *    department expense accounts, credits accrued wages and
      *    the tax payables, and is stamped to reverse on the first
      *    of the next month, when the real checks post.  A month
      *    already on the accrual log is refused unless the card
      *    authorizes a rebook, which reuses the month's batch ID.
           INITIALIZE STEP-RESULT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-ACCRUAL-PARM
           PERFORM LOAD-RUN-CONTROL
           PERFORM CHECK-ACCRUAL-LOG

           IF MONTH-ALREADY-BOOKED AND NOT REBOOK-AUTHORIZED
               DISPLAY "ACCRUAL FOR " WS-ACCRUAL-MONTH
                   " IS ALREADY BOOKED AS BATCH " WS-BATCH-ID
               DISPLAY "REFUSING TO BOOK IT AGAIN - KEY THE REBOOK "
                   "FLAG IF THIS IS INTENTIONAL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF MONTH-ALREADY-BOOKED
               MOVE "REBOOKED" TO WS-LOG-ACTION
           END-IF

           PERFORM COUNT-UNPAID-DAYS
           PERFORM LOAD-HISTORY-TABLE

           OPEN INPUT ROSTER-FILE
           IF WS-ROSTER-STATUS NOT = "00"
               DISPLAY "No employee roster on file - nothing to accrue"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               SET MASTER-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT YTD-EMPLOYEE-FILE
           IF WS-YTD-STATUS = "00"
               SET YTD-FILE-OPEN TO TRUE
           END-IF
           OPEN OUTPUT ACCRUAL-REPORT-FILE
           PERFORM WRITE-REPORT-HEADINGS

           IF WS-UNPAID-DAYS > 0
               PERFORM UNTIL END-OF-FILE
                   READ ROSTER-FILE
                       AT END
                           SET END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM ACCRUE-ONE-EMPLOYEE
                   END-READ
               END-PERFORM
           ELSE
               WRITE ACCRUAL-REPORT-RECORD FROM
                   "NO UNPAID WORKING DAYS AT THE CLOSE DATE - NOTHIN
      -            "G ACCRUED"
           END-IF

           PERFORM WRITE-DEPT-TOTALS
           PERFORM WRITE-GL-ACCRUAL
           IF WS-TOTAL-GROSS > 0
               PERFORM LOG-ACCRUAL
           END-IF

           CLOSE ROSTER-FILE
                 ACCRUAL-REPORT-FILE
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           IF YTD-FILE-OPEN
               CLOSE YTD-EMPLOYEE-FILE
           END-IF

           DISPLAY "Accrual batch " WS-BATCH-ID " for "
               WS-ACCRUAL-MONTH ": gross " WS-TOTAL-GROSS
               " employer tax " WS-TOTAL-ER-TAX
           ADD WS-EMPLOYEES-ACCRUED WS-EMPLOYEES-SKIPPED
               GIVING SR-RECORDS-READ
           MOVE WS-EMPLOYEES-ACCRUED TO SR-RECORDS-WRITTEN
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Accrual report in output/accrual_report.txt"
           GOBACK.

       LOAD-ACCRUAL-PARM.
      *    The card is required - there is no sensible default for
      *    which month is being closed.
           OPEN INPUT ACCRUAL-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "No accrual parameter card - key the close "
                   "date in data/accrual_parm.txt"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ ACCRUAL-PARM-FILE
               AT END
                   MOVE 0 TO WS-CLOSE-DATE
               NOT AT END
                   IF PARM-CLOSE-DATE NUMERIC
                       MOVE PARM-CLOSE-DATE TO WS-CLOSE-DATE
                   ELSE
                       MOVE 0 TO WS-CLOSE-DATE
                   END-IF
                   IF PARM-REBOOK-AUTHORIZED
                       SET REBOOK-AUTHORIZED TO TRUE
                   END-IF
           END-READ
           CLOSE ACCRUAL-PARM-FILE

           IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
               OR WS-CLOSE-DAY < 1 OR WS-CLOSE-DAY > 31
               DISPLAY "Close date " WS-CLOSE-DATE " is not a valid "
                   "YYYYMMDD date - nothing accrued"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           COMPUTE WS-ACCRUAL-MONTH =
               WS-CLOSE-YEAR * 100 + WS-CLOSE-MONTH
           MOVE SPACES TO WS-BATCH-ID
           STRING
               WS-ACCRUAL-MONTH DELIMITED BY SIZE
               "ACCR" DELIMITED BY SIZE
               INTO WS-BATCH-ID
           END-STRING

           MOVE WS-CLOSE-YEAR TO WS-REVERSE-YEAR
           MOVE 1 TO WS-REVERSE-DAY
           IF WS-CLOSE-MONTH = 12
               ADD 1 TO WS-REVERSE-YEAR
               MOVE 1 TO WS-REVERSE-MONTH
           ELSE
               COMPUTE WS-REVERSE-MONTH = WS-CLOSE-MONTH + 1
           END-IF.

       LOAD-RUN-CONTROL.
      *    The period window is what tells paid days from unpaid,
      *    so unlike the GL accounts it has no default - no run
      *    control, no accrual.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "No run control on file - cannot tell which "
                   "days are unpaid"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   DISPLAY "Run control file is empty - cannot tell "
                       "which days are unpaid"
                   CLOSE RUN-CONTROL-FILE
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ

           IF CTL-PERIOD-START NOT NUMERIC
               OR CTL-PERIOD-END NOT NUMERIC
               OR CTL-PERIOD-START = 0
               DISPLAY "Run control carries no period window - "
                   "cannot tell which days are unpaid"
               CLOSE RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CTL-PERIOD-START TO WS-PERIOD-START
           MOVE CTL-PERIOD-END TO WS-PERIOD-END
           MOVE CTL-CHECK-DATE TO WS-CHECK-DATE
           IF CTL-IS-COMPLETE
               SET PERIOD-IS-COMPLETE TO TRUE
           END-IF
           MOVE CTL-GL-WAGE-EXP TO WS-GL-WAGE-EXP
           MOVE CTL-GL-ER-TAX-EXP TO WS-GL-ER-TAX-EXP
           MOVE CTL-GL-FICA-PAYABLE TO WS-GL-FICA-PAYABLE
           MOVE CTL-GL-UNEMP-PAYABLE TO WS-GL-UNEMP-PAYABLE
           IF CTL-GL-ACCRUED-WAGES NOT = SPACES
               MOVE CTL-GL-ACCRUED-WAGES TO WS-GL-ACCRUED-WAGES
           END-IF
           CLOSE RUN-CONTROL-FILE.

       CHECK-ACCRUAL-LOG.
      *    No log yet just means no month has ever been booked.
           OPEN INPUT ACCRUAL-LOG-FILE
           IF WS-LOG-STATUS = "00"
               PERFORM READ-ACCRUAL-LOG-LINE
                   UNTIL LOG-END-OF-FILE
               CLOSE ACCRUAL-LOG-FILE
           END-IF.

       READ-ACCRUAL-LOG-LINE.
           READ ACCRUAL-LOG-FILE
               AT END
                   SET LOG-END-OF-FILE TO TRUE
               NOT AT END
                   IF AL-MONTH = WS-ACCRUAL-MONTH
                       SET MONTH-ALREADY-BOOKED TO TRUE
                   END-IF
           END-READ.

       COUNT-UNPAID-DAYS.
      *    Working days from the first unpaid day through the close
      *    date, both inclusive.  Unpaid days in an earlier month
      *    count too - last month's accrual reversed on the first,
      *    so this month's has to carry everything still owed.
           IF PERIOD-IS-COMPLETE
               AND WS-CHECK-DATE <= WS-CLOSE-DATE
               MOVE WS-PERIOD-END TO WS-DATE-IN
               PERFORM CONVERT-DATE-TO-SERIAL
               COMPUTE WS-FIRST-SERIAL = WS-DATE-SERIAL + 1
           ELSE
               MOVE WS-PERIOD-START TO WS-DATE-IN
               PERFORM CONVERT-DATE-TO-SERIAL
               MOVE WS-DATE-SERIAL TO WS-FIRST-SERIAL
           END-IF

           MOVE WS-CLOSE-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-DATE-SERIAL TO WS-CLOSE-SERIAL

           MOVE 0 TO WS-UNPAID-DAYS
           PERFORM COUNT-ONE-DAY
               VARYING WS-DAY-SERIAL FROM WS-FIRST-SERIAL BY 1
               UNTIL WS-DAY-SERIAL > WS-CLOSE-SERIAL.

       COUNT-ONE-DAY.
           DIVIDE WS-DAY-SERIAL BY 7 GIVING WS-WEEK-COUNT
               REMAINDER WS-WEEKDAY
           IF NOT WEEKEND-DAY
               ADD 1 TO WS-UNPAID-DAYS
           END-IF.

       LOAD-HISTORY-TABLE.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               PERFORM READ-HISTORY-LINE
                   UNTIL HIST-END-OF-FILE
               CLOSE PAY-HISTORY-FILE
           END-IF.

       READ-HISTORY-LINE.
      *    Key order - employee by employee, each one's checks in
      *    run-date order - so the last qualifying check seen for an
      *    employee is their latest.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET HIST-END-OF-FILE TO TRUE
               NOT AT END
                   IF HIST-PAY-LINE
                       AND NOT HP-SUPPLEMENTAL-RUN
                       AND HP-PAY-TYPE NOT = SPACE
                       AND HP-RUN-DATE <= WS-CLOSE-DATE
                       PERFORM KEEP-LATEST-CHECK
                   END-IF
           END-READ.

       KEEP-LATEST-CHECK.
           PERFORM FIND-HS-ENTRY
               VARYING WS-HS-IDX FROM 1 BY 1
               UNTIL WS-HS-IDX > WS-HS-COUNT
               OR WS-HS-ENTRY-ID (WS-HS-IDX) = HP-ID
           IF WS-HS-IDX > WS-HS-COUNT
               IF WS-HS-COUNT < WS-HS-TABLE-LIMIT
                   ADD 1 TO WS-HS-COUNT
                   SET WS-HS-IDX TO WS-HS-COUNT
                   MOVE HP-ID TO WS-HS-ENTRY-ID (WS-HS-IDX)
                   MOVE 0 TO WS-HS-ENTRY-DATE (WS-HS-IDX)
               ELSE
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: HISTORY TABLE FULL - " HP-ID
                       " ESTIMATED AT THE STANDARD DAY"
               END-IF
           END-IF
           IF WS-HS-IDX <= WS-HS-COUNT
               AND HP-RUN-DATE >= WS-HS-ENTRY-DATE (WS-HS-IDX)
               MOVE HP-RUN-DATE TO WS-HS-ENTRY-DATE (WS-HS-IDX)
      *        Paid leave is paid time; overtime is kept apart so it
      *        can be priced at the premium.
               COMPUTE WS-HS-ENTRY-STRAIGHT (WS-HS-IDX) =
                   HP-REG-HOURS + HP-VAC-HOURS + HP-SICK-HOURS
               MOVE HP-OT-HOURS TO WS-HS-ENTRY-OT (WS-HS-IDX)
           END-IF.

       FIND-HS-ENTRY.
           CONTINUE.

       ACCRUE-ONE-EMPLOYEE.
           PERFORM FIND-CURRENT-RATE
           IF NOT EFFECTIVE-ACTIVE
               ADD 1 TO WS-EMPLOYEES-SKIPPED
               MOVE SPACES TO ACCRUAL-REPORT-RECORD
               STRING
                   ER-ID DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ER-NAME DELIMITED BY SIZE
                   "  NOT ACTIVE ON THE CLOSE DATE - NOT ACCRUED"
                       DELIMITED BY SIZE
                   INTO ACCRUAL-REPORT-RECORD
               END-STRING
               WRITE ACCRUAL-REPORT-RECORD
           ELSE
               PERFORM SET-PERIOD-WORKDAYS
               PERFORM ESTIMATE-DAILY-GROSS
               COMPUTE WS-ACCRUED-GROSS ROUNDED =
                   WS-DAILY-GROSS * WS-UNPAID-DAYS
               PERFORM ESTIMATE-EMPLOYER-TAX
               PERFORM POST-DEPT-ACCRUAL
               PERFORM WRITE-EMPLOYEE-LINE
               ADD 1 TO WS-EMPLOYEES-ACCRUED
           END-IF.

       SET-PERIOD-WORKDAYS.
      *    A blank frequency reads as biweekly, as it does in
      *    PAYROLL.
           EVALUATE WS-EFFECTIVE-PAY-FREQ
               WHEN "W"
                   COMPUTE WS-PERIOD-WORKDAYS ROUNDED =
                       WS-WORKDAYS-PER-YEAR / 52
               WHEN "S"
                   COMPUTE WS-PERIOD-WORKDAYS ROUNDED =
                       WS-WORKDAYS-PER-YEAR / 24
               WHEN "M"
                   COMPUTE WS-PERIOD-WORKDAYS ROUNDED =
                       WS-WORKDAYS-PER-YEAR / 12
               WHEN OTHER
                   COMPUTE WS-PERIOD-WORKDAYS ROUNDED =
                       WS-WORKDAYS-PER-YEAR / 26
           END-EVALUATE.

       ESTIMATE-DAILY-GROSS.
           IF EFFECTIVE-SALARIED
               MOVE "SALARY" TO WS-ACCRUAL-BASIS
               COMPUTE WS-DAILY-GROSS ROUNDED =
                   WS-EFFECTIVE-SALARY / WS-PERIOD-WORKDAYS
           ELSE
               PERFORM FIND-HS-ENTRY
                   VARYING WS-HS-IDX FROM 1 BY 1
                   UNTIL WS-HS-IDX > WS-HS-COUNT
                   OR WS-HS-ENTRY-ID (WS-HS-IDX) = ER-ID
               IF WS-HS-IDX <= WS-HS-COUNT
                   AND WS-HS-ENTRY-STRAIGHT (WS-HS-IDX)
                       + WS-HS-ENTRY-OT (WS-HS-IDX) > 0
                   MOVE "HISTORY" TO WS-ACCRUAL-BASIS
                   COMPUTE WS-DAILY-GROSS ROUNDED =
                       (WS-HS-ENTRY-STRAIGHT (WS-HS-IDX)
                        + WS-HS-ENTRY-OT (WS-HS-IDX) * WS-OT-FACTOR)
                       * WS-EFFECTIVE-RATE / WS-PERIOD-WORKDAYS
               ELSE
                   MOVE "STANDARD" TO WS-ACCRUAL-BASIS
                   COMPUTE WS-DAILY-GROSS ROUNDED =
                       WS-STANDARD-DAY-HOURS * WS-EFFECTIVE-RATE
               END-IF
           END-IF.

       ESTIMATE-EMPLOYER-TAX.
      *    The same rates and wage bases PAYROLL accrues at, against
      *    the taxable wages already on the YTD file - an employee
      *    past a cap accrues none of that tax.
           MOVE 0 TO WS-YTD-SS-WAGES
           MOVE 0 TO WS-YTD-FUTA-WAGES
           MOVE 0 TO WS-YTD-SUTA-WAGES
           IF YTD-FILE-OPEN
               MOVE ER-ID TO YTD-ID
               READ YTD-EMPLOYEE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE YTD-SS-WAGES TO WS-YTD-SS-WAGES
                       MOVE YTD-FUTA-WAGES TO WS-YTD-FUTA-WAGES
                       MOVE YTD-SUTA-WAGES TO WS-YTD-SUTA-WAGES
               END-READ
           END-IF

           COMPUTE WS-WAGE-ROOM = WS-SS-WAGE-BASE - WS-YTD-SS-WAGES
           PERFORM CAP-AT-WAGE-ROOM
           MOVE WS-WAGE-ROOM TO WS-SS-TAXABLE
           COMPUTE WS-WAGE-ROOM =
               WS-FUTA-WAGE-BASE - WS-YTD-FUTA-WAGES
           PERFORM CAP-AT-WAGE-ROOM
           MOVE WS-WAGE-ROOM TO WS-FUTA-TAXABLE
           COMPUTE WS-WAGE-ROOM =
               WS-SUTA-WAGE-BASE - WS-YTD-SUTA-WAGES
           PERFORM CAP-AT-WAGE-ROOM
           MOVE WS-WAGE-ROOM TO WS-SUTA-TAXABLE

           COMPUTE WS-SS-ER-TAX ROUNDED = WS-SS-TAXABLE * WS-SS-RATE
           COMPUTE WS-MED-ER-TAX ROUNDED =
               WS-ACCRUED-GROSS * WS-MED-RATE
           COMPUTE WS-FUTA-TAX ROUNDED =
               WS-FUTA-TAXABLE * WS-FUTA-RATE
           COMPUTE WS-SUTA-TAX ROUNDED =
               WS-SUTA-TAXABLE * WS-SUTA-RATE
           COMPUTE WS-ER-TAX =
               WS-SS-ER-TAX + WS-MED-ER-TAX
               + WS-FUTA-TAX + WS-SUTA-TAX

           ADD WS-SS-ER-TAX TO WS-TOTAL-FICA-ER
           ADD WS-MED-ER-TAX TO WS-TOTAL-FICA-ER
           ADD WS-FUTA-TAX TO WS-TOTAL-UNEMP
           ADD WS-SUTA-TAX TO WS-TOTAL-UNEMP
           ADD WS-ER-TAX TO WS-TOTAL-ER-TAX
           ADD WS-ACCRUED-GROSS TO WS-TOTAL-GROSS.

       CAP-AT-WAGE-ROOM.
      *    WS-WAGE-ROOM arrives as what is left of a wage base and
      *    leaves as the part of this accrual taxable under it.
           IF WS-WAGE-ROOM < 0
               MOVE 0 TO WS-WAGE-ROOM
           END-IF
           IF WS-WAGE-ROOM > WS-ACCRUED-GROSS
               MOVE WS-ACCRUED-GROSS TO WS-WAGE-ROOM
           END-IF.

       POST-DEPT-ACCRUAL.
           SET WS-DEPT-IDX TO 1
           PERFORM FIND-DEPT-ENTRY
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               OR WS-DEPT-ENTRY-CODE (WS-DEPT-IDX)
                   = WS-EFFECTIVE-DEPT-CODE
           IF WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-COUNT < WS-DEPT-TABLE-LIMIT
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   MOVE WS-EFFECTIVE-DEPT-CODE
                       TO WS-DEPT-ENTRY-CODE (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-COUNT (WS-DEPT-IDX)
               ELSE
                   SET WS-DEPT-IDX TO WS-DEPT-TABLE-LIMIT
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: DEPARTMENT TABLE FULL - "
                       WS-EFFECTIVE-DEPT-CODE " FOLDED INTO LAST SLOT"
               END-IF
           END-IF
           ADD WS-ACCRUED-GROSS TO WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX)
           ADD WS-ER-TAX TO WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX)
           ADD 1 TO WS-DEPT-ENTRY-COUNT (WS-DEPT-IDX).

       FIND-DEPT-ENTRY.
           CONTINUE.

       WRITE-REPORT-HEADINGS.
           WRITE ACCRUAL-REPORT-RECORD FROM
               "MONTH-END WAGE ACCRUAL REPORT"
           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           STRING
               "CLOSE DATE " DELIMITED BY SIZE
               WS-CLOSE-DATE DELIMITED BY SIZE
               "   BATCH " DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SIZE
               "   REVERSES " DELIMITED BY SIZE
               WS-REVERSE-DATE DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-LOG-ACTION DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-RECORD
           END-STRING
           WRITE ACCRUAL-REPORT-RECORD
           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           IF PERIOD-IS-COMPLETE
               AND WS-CHECK-DATE <= WS-CLOSE-DATE
               STRING
                   "PAID THROUGH " DELIMITED BY SIZE
                   WS-PERIOD-END DELIMITED BY SIZE
                   "   UNPAID WORKING DAYS " DELIMITED BY SIZE
                   WS-UNPAID-DAYS DELIMITED BY SIZE
                   INTO ACCRUAL-REPORT-RECORD
               END-STRING
           ELSE
               STRING
                   "UNPAID FROM " DELIMITED BY SIZE
                   WS-PERIOD-START DELIMITED BY SIZE
                   "   UNPAID WORKING DAYS " DELIMITED BY SIZE
                   WS-UNPAID-DAYS DELIMITED BY SIZE
                   INTO ACCRUAL-REPORT-RECORD
               END-STRING
           END-IF
           WRITE ACCRUAL-REPORT-RECORD
           WRITE ACCRUAL-REPORT-RECORD FROM
               "ID     NAME                  DEPT  BASIS     DAILY RATE
      -        "  DAYS  ACCRUED GROSS  ER TAXES".

       WRITE-EMPLOYEE-LINE.
           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           STRING
               ER-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               ER-NAME DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EFFECTIVE-DEPT-CODE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACCRUAL-BASIS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DAILY-GROSS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-UNPAID-DAYS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ACCRUED-GROSS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ER-TAX DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-RECORD
           END-STRING
           WRITE ACCRUAL-REPORT-RECORD.

       WRITE-DEPT-TOTALS.
           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           WRITE ACCRUAL-REPORT-RECORD
           WRITE ACCRUAL-REPORT-RECORD FROM
               "DEPT  EMPLOYEES  ACCRUED GROSS  ER TAXES"
           PERFORM WRITE-ONE-DEPT-TOTAL
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           STRING
               "TOTAL " DELIMITED BY SIZE
               WS-EMPLOYEES-ACCRUED DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-TOTAL-GROSS DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-TOTAL-ER-TAX DELIMITED BY SIZE
               "   NOT ACCRUED " DELIMITED BY SIZE
               WS-EMPLOYEES-SKIPPED DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-RECORD
           END-STRING
           WRITE ACCRUAL-REPORT-RECORD.

       WRITE-ONE-DEPT-TOTAL.
           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           STRING
               WS-DEPT-ENTRY-CODE (WS-DEPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEPT-ENTRY-COUNT (WS-DEPT-IDX) DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX) DELIMITED BY SIZE
               INTO ACCRUAL-REPORT-RECORD
           END-STRING
           WRITE ACCRUAL-REPORT-RECORD.

       WRITE-GL-ACCRUAL.
      *    Department expense debits the way PAYROLL posts them
      *    ("5010-SALE"), against accrued wages and the FICA and
      *    unemployment payables, every line stamped to reverse on
      *    the first of next month.  The lines foot to zero.  A
      *    month with nothing to accrue gets an empty batch.
           OPEN OUTPUT GL-ACCRUAL-FILE
           PERFORM WRITE-ONE-DEPT-GL-LINES
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

           IF WS-TOTAL-GROSS > 0
               PERFORM START-GL-LINE
               MOVE WS-GL-ACCRUED-WAGES TO GL-ACCOUNT
               SET GL-IS-CREDIT TO TRUE
               MOVE WS-TOTAL-GROSS TO GL-AMOUNT
               MOVE "ACCRUED WAGES PAYABLE" TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
           END-IF
           IF WS-TOTAL-FICA-ER > 0
               PERFORM START-GL-LINE
               MOVE WS-GL-FICA-PAYABLE TO GL-ACCOUNT
               SET GL-IS-CREDIT TO TRUE
               MOVE WS-TOTAL-FICA-ER TO GL-AMOUNT
               MOVE "ACCRUED EMPLOYER FICA" TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
           END-IF
           IF WS-TOTAL-UNEMP > 0
               PERFORM START-GL-LINE
               MOVE WS-GL-UNEMP-PAYABLE TO GL-ACCOUNT
               SET GL-IS-CREDIT TO TRUE
               MOVE WS-TOTAL-UNEMP TO GL-AMOUNT
               MOVE "ACCRUED UNEMPLOYMENT TAXES" TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD
           END-IF
           CLOSE GL-ACCRUAL-FILE.

       WRITE-ONE-DEPT-GL-LINES.
           IF WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX) > 0
               MOVE WS-GL-WAGE-EXP TO WS-GL-DEPT-ACCOUNT
               PERFORM BUILD-DEPT-GL-ACCOUNT
               PERFORM START-GL-LINE
               MOVE WS-GL-DEPT-ACCOUNT TO GL-ACCOUNT
               SET GL-IS-DEBIT TO TRUE
               MOVE WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX) TO GL-AMOUNT
               STRING
                   "ACCRUED WAGE EXPENSE " DELIMITED BY SIZE
                   WS-DEPT-ENTRY-CODE (WS-DEPT-IDX) DELIMITED BY SIZE
                   INTO GL-DESCRIPTION
               END-STRING
               WRITE GL-EXTRACT-RECORD
           END-IF
           IF WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX) > 0
               MOVE WS-GL-ER-TAX-EXP TO WS-GL-DEPT-ACCOUNT
               PERFORM BUILD-DEPT-GL-ACCOUNT
               PERFORM START-GL-LINE
               MOVE WS-GL-DEPT-ACCOUNT TO GL-ACCOUNT
               SET GL-IS-DEBIT TO TRUE
               MOVE WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX) TO GL-AMOUNT
               STRING
                   "ACCRUED EMPLOYER TAX " DELIMITED BY SIZE
                   WS-DEPT-ENTRY-CODE (WS-DEPT-IDX) DELIMITED BY SIZE
                   INTO GL-DESCRIPTION
               END-STRING
               WRITE GL-EXTRACT-RECORD
           END-IF.

       START-GL-LINE.
           MOVE SPACES TO GL-EXTRACT-RECORD
           MOVE WS-BATCH-ID TO GL-BATCH-ID
           MOVE WS-CLOSE-DATE TO GL-RUN-DATE
           MOVE WS-REVERSE-DATE TO GL-REVERSE-DATE.

       BUILD-DEPT-GL-ACCOUNT.
      *    WS-GL-DEPT-ACCOUNT arrives holding the four-character
      *    natural account; a blank department code leaves it bare.
           IF WS-DEPT-ENTRY-CODE (WS-DEPT-IDX) NOT = SPACES
               MOVE "-" TO WS-GL-DEPT-ACCOUNT (5:1)
               MOVE WS-DEPT-ENTRY-CODE (WS-DEPT-IDX)
                   TO WS-GL-DEPT-ACCOUNT (6:4)
           END-IF.

       LOG-ACCRUAL.
      *    Appended only once the batch is written, so a run that
      *    dies part way leaves the month open to run again.
           OPEN EXTEND ACCRUAL-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT ACCRUAL-LOG-FILE
           END-IF
           MOVE SPACES TO ACCRUAL-LOG-RECORD
           MOVE WS-ACCRUAL-MONTH TO AL-MONTH
           MOVE WS-CLOSE-DATE TO AL-CLOSE-DATE
           MOVE WS-BATCH-ID TO AL-BATCH-ID
           MOVE WS-RUN-DATE TO AL-RUN-DATE
           MOVE WS-TOTAL-GROSS TO AL-GROSS
           MOVE WS-TOTAL-ER-TAX TO AL-ER-TAX
           MOVE WS-LOG-ACTION TO AL-ACTION
           WRITE ACCRUAL-LOG-RECORD
           CLOSE ACCRUAL-LOG-FILE.

       FIND-CURRENT-RATE.
      *    Latest master row for this ER-ID in force on the close
      *    date, scanned the way PAYROLL scans it for a check date.
      *    An employee with no master history is accrued off the
      *    roster's own values.
           IF ER-RATE NUMERIC
               MOVE ER-RATE TO WS-EFFECTIVE-RATE
           ELSE
               MOVE 0 TO WS-EFFECTIVE-RATE
           END-IF
           MOVE ER-DEPT-CODE TO WS-EFFECTIVE-DEPT-CODE
           MOVE "A" TO WS-EFFECTIVE-STATUS
           MOVE ER-PAY-TYPE TO WS-EFFECTIVE-PAY-TYPE
           MOVE ER-PAY-FREQ TO WS-EFFECTIVE-PAY-FREQ
           IF ER-SALARY NUMERIC
               MOVE ER-SALARY TO WS-EFFECTIVE-SALARY
           ELSE
               MOVE 0 TO WS-EFFECTIVE-SALARY
           END-IF
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE 0 TO WS-MASTER-SCAN-COUNT
           MOVE "N" TO WS-MASTER-EOF

           IF MASTER-FILE-OPEN
               MOVE ER-ID TO EM-ID
               MOVE 0 TO EM-EFF-DATE
               START EMPLOYEE-MASTER-FILE
                   KEY IS NOT LESS THAN EM-KEY
                   INVALID KEY
                       SET NO-MORE-MASTER-ROWS TO TRUE
               END-START
               PERFORM SCAN-MASTER-ROW
                   UNTIL NO-MORE-MASTER-ROWS
                   OR WS-MASTER-SCAN-COUNT > WS-MASTER-SCAN-LIMIT
           END-IF.

       SCAN-MASTER-ROW.
           ADD 1 TO WS-MASTER-SCAN-COUNT
           READ EMPLOYEE-MASTER-FILE NEXT RECORD
               AT END
                   SET NO-MORE-MASTER-ROWS TO TRUE
               NOT AT END
                   IF EM-ID NOT = ER-ID
                       SET NO-MORE-MASTER-ROWS TO TRUE
                   ELSE
                       IF EM-EFF-DATE <= WS-CLOSE-DATE
                           AND EM-END-DATE >= WS-CLOSE-DATE
                           AND EM-EFF-DATE >= WS-BEST-EFF-DATE
                           MOVE EM-EFF-DATE TO WS-BEST-EFF-DATE
                           MOVE EM-RATE TO WS-EFFECTIVE-RATE
                           MOVE EM-DEPT-CODE TO WS-EFFECTIVE-DEPT-CODE
                           IF EM-STATUS = SPACE
                               MOVE "A" TO WS-EFFECTIVE-STATUS
                           ELSE
                               MOVE EM-STATUS TO WS-EFFECTIVE-STATUS
                           END-IF
                           IF EM-PAY-TYPE NOT = SPACE
                               MOVE EM-PAY-TYPE
                                   TO WS-EFFECTIVE-PAY-TYPE
                           END-IF
                           IF EM-PAY-FREQ NOT = SPACE
                               MOVE EM-PAY-FREQ
                                   TO WS-EFFECTIVE-PAY-FREQ
                           END-IF
                           IF EM-SALARY NUMERIC AND EM-SALARY > 0
                               MOVE EM-SALARY TO WS-EFFECTIVE-SALARY
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       CONVERT-DATE-TO-SERIAL.
      *    Years at 365 plus one per past leap year, plus the month
      *    offset and day - a continuous day count, so the weekday
      *    falls out of it as well as the difference between dates.
           DIVIDE WS-DATE-IN-YEAR BY 4 GIVING WS-LEAP-COUNT
           COMPUTE WS-DATE-SERIAL =
               WS-DATE-IN-YEAR * 365
               + WS-LEAP-COUNT
               + WS-MONTH-OFFSET (WS-DATE-IN-MONTH)
               + WS-DATE-IN-DAY
           IF WS-LEAP-COUNT * 4 = WS-DATE-IN-YEAR
               AND WS-DATE-IN-MONTH < 3
               SUBTRACT 1 FROM WS-DATE-SERIAL
           END-IF.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT DEPT-SUMMARY-FILE ASSIGN TO WS-SUMMARY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMMARY-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO WS-GL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GL-STATUS.
           SELECT ACH-FILE ASSIGN TO WS-ACH-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACH-STATUS.
           SELECT YTD-EMPLOYEE-FILE ASSIGN TO
               "data/run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT BALANCE-REPORT-FILE ASSIGN TO WS-BALANCE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-FILE ASSIGN TO WS-RELEASE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE ASSIGN TO WS-REGISTER-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO WS-POSPAY-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSPAY-STATUS.
           SELECT LABOR-DIST-FILE ASSIGN TO
               "output/labor_distribution.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LABOR-STATUS.
           SELECT BALANCE-PARM-FILE ASSIGN TO
               "data/paybal_parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHECK-REGISTER-FILE.
       01 CHECK-REGISTER-RECORD PIC X(120).

       FD POSITIVE-PAY-FILE.
       COPY "pospay.cpy".

       FD LABOR-DIST-FILE.
       01 LABOR-DIST-RECORD   PIC X(120).

       FD BALANCE-PARM-FILE.
      *    Which run is being balanced: "OFFCYCLE" for a SUPPAY run,
      *    "VOIDS" for REVERSAL's positive pay void file, anything
      *    else - or no card at all - for a regular PAYROLL run.
       01 BALANCE-PARM-RECORD.
           05 PARM-RUN-KIND       PIC X(8).
               88 PARM-OFF-CYCLE  VALUE "OFFCYCLE".
               88 PARM-VOIDS      VALUE "VOIDS".

       WORKING-STORAGE SECTION.
       01 WS-REPORT-STATUS    PIC XX      VALUE "00".
           88 REPORT-FILE-OK  VALUE "00".
       01 WS-SNAPSHOT-STATUS  PIC XX      VALUE "00".
       01 WS-RUN-CONTROL-STATUS PIC XX    VALUE "00".
       01 WS-REGISTER-STATUS  PIC XX      VALUE "00".
       01 WS-PARM-STATUS      PIC XX      VALUE "00".
       01 WS-POSPAY-STATUS    PIC XX      VALUE "00".
       01 WS-LABOR-STATUS     PIC XX      VALUE "00".

      *    The file set being balanced.  The values are the regular
      *    run's; an off-cycle parameter card swaps in SUPPAY's
      *    supp_ files, laid out the same way, and its own release
      *    flag - a regular ACH file can never be released off an
      *    off-cycle balance, or the other way round.  A void run
      *    balances only REVERSAL's positive pay void file against
      *    its void register.
       01 WS-RUN-KIND         PIC X       VALUE "R".
           88 BALANCING-REGULAR  VALUE "R".
           88 BALANCING-OFF-CYCLE VALUE "S".
           88 BALANCING-VOIDS VALUE "V".
       01 WS-REPORT-NAME      PIC X(40)
           VALUE "output/payroll_report.txt".
       01 WS-SUMMARY-NAME     PIC X(40)
           VALUE "output/dept_summary.txt".
       01 WS-GL-NAME          PIC X(40)
           VALUE "output/gl_extract.txt".
       01 WS-ACH-NAME         PIC X(40)
           VALUE "output/ach_file.txt".
       01 WS-REGISTER-NAME    PIC X(40)
           VALUE "output/check_register.txt".
       01 WS-BALANCE-NAME     PIC X(40)
           VALUE "output/balancing_report.txt".
       01 WS-RELEASE-NAME     PIC X(40)
           VALUE "output/ach_release.txt".
       01 WS-POSPAY-NAME      PIC X(40)
           VALUE "output/positive_pay.txt".

      *    The GL accounts the wage/tax/net/ded cross-foot keys on -
      *    read off the same run control PAYROLL posts from, so a
       01 WS-GL-TAX-ACCT      PIC X(4)    VALUE "2210".
       01 WS-GL-NET-ACCT      PIC X(4)    VALUE "2100".
       01 WS-GL-DED-ACCT      PIC X(4)    VALUE "2300".
       01 WS-GL-LOCAL-ACCT    PIC X(4)    VALUE "2250".

       01 WS-EOF              PIC X       VALUE "N".
           88 END-OF-FILE     VALUE "Y".
           05 FILLER              PIC X(3).
           05 RPT-D-NET           PIC 9(7)V99.

      *    The indented local withholding line PROCESS-EMPLOYEE
      *    writes under an employee who owes local tax - the one
      *    indented line that is re-footed, since its amounts are
      *    inside the detail line's gross-to-net gap.
       01 WS-RPT-LOCAL-LINE.
           05 FILLER              PIC X(16).
           05 RPT-L-LOCAL-CODE    PIC X(6).
           05 FILLER              PIC X(3).
           05 RPT-L-LOCAL-TAX     PIC 9(7)V99.
           05 FILLER              PIC X(7).
           05 RPT-L-LST-CODE      PIC X(6).
           05 FILLER              PIC X(3).
           05 RPT-L-LST-TAX       PIC 9(7)V99.

      *    The dept summary's company-wide TOTAL line, re-described
      *    at the columns WRITE-DEPT-SUMMARY-REPORT strings it in.
       01 WS-SUMMARY-TOTAL.
       01 WS-RPT-STATE        PIC 9(11)V99 VALUE 0.
       01 WS-RPT-NET          PIC 9(11)V99 VALUE 0.
       01 WS-RPT-DED          PIC 9(11)V99 VALUE 0.
       01 WS-RPT-LOCAL        PIC 9(11)V99 VALUE 0.
       01 WS-RPT-EMP-COUNT    PIC 9(5)     VALUE 0.

       01 WS-SUM-GROSS        PIC 9(11)V99 VALUE 0.
       01 WS-GL-TAX           PIC 9(11)V99 VALUE 0.
       01 WS-GL-NET           PIC 9(11)V99 VALUE 0.
       01 WS-GL-DED           PIC 9(11)V99 VALUE 0.
       01 WS-GL-LOCAL         PIC 9(11)V99 VALUE 0.

      *    The check register's employee detail line, re-described
      *    at the exact columns WRITE-PHYSICAL-CHECK strings it in -
       01 WS-CHK-SUM-AMOUNT   PIC 9(11)V99 VALUE 0.
       01 WS-CHK-SUM-COUNT    PIC 9(6)     VALUE 0.

      *    The positive pay file re-footed: its detail records
      *    against its own trailer, then against the check register
      *    - the bank honours exactly what this file lists, so it
      *    must carry every check on the register and nothing else.
       01 WS-PP-SUM-AMOUNT    PIC 9(11)V99 VALUE 0.
       01 WS-PP-SUM-COUNT     PIC 9(6)     VALUE 0.
       01 WS-PP-TRL-AMOUNT    PIC 9(11)V99 VALUE 0.
       01 WS-PP-TRL-COUNT     PIC 9(6)     VALUE 0.
       01 WS-PP-HEADER-COUNT  PIC 9(3)     VALUE 0.
       01 WS-PP-TRAILER-COUNT PIC 9(3)     VALUE 0.
       01 WS-PP-BLANK-ACCOUNTS PIC 9(6)    VALUE 0.

      *    The labor distribution report's split line, re-described
      *    at the columns WRITE-ONE-LABOR-DIST-LINE strings it in.
      *    Its gross column, across every charge code, has to come
      *    back to the report's gross - a split that drops or doubles
      *    a penny would post the wrong wage expense by department.
       01 WS-LD-DETAIL.
           05 FILLER              PIC X(43).
           05 LD-D-HOURS          PIC 9(4)V99.
           05 FILLER              PIC X(2).
           05 LD-D-GROSS          PIC 9(7)V99.
           05 FILLER              PIC X(2).
           05 LD-D-PREMIUM        PIC 9(7)V99.
           05 FILLER              PIC X(2).
           05 LD-D-ER-TAX         PIC 9(7)V99.

       01 WS-LD-SUM-GROSS     PIC 9(11)V99 VALUE 0.
       01 WS-LD-SUM-LINES     PIC 9(6)     VALUE 0.

       01 WS-ACH-SUM-CREDIT   PIC 9(11)V99 VALUE 0.
       01 WS-ACH-SUM-COUNT    PIC 9(6)     VALUE 0.
       01 WS-ACH-SUM-HASH     PIC 9(10)    VALUE 0.
       01 WS-FIGURE-A         PIC 9(11)V99 VALUE 0.
       01 WS-FIGURE-B         PIC 9(11)V99 VALUE 0.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Runs after PAYROLL.  Every total is re-derived from the
      *    actually see, then cross-checked against the control
      *    totals and the change in the YTD file - none of PAYROLL's
      *    own accumulators are trusted.  The ACH file is only marked
      *    releasable when every check passes.  Runs after SUPPAY
      *    too, on the off-cycle parameter card - the checks are the
      *    same, only the files differ.  The positive pay file is
      *    released with the ACH file, on the same checks.  After
      *    REVERSAL, the void parameter card balances just the
      *    positive pay void file.
           INITIALIZE STEP-RESULT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-GL-ACCOUNTS
           PERFORM LOAD-BALANCE-PARM
           OPEN OUTPUT BALANCE-REPORT-FILE
           EVALUATE TRUE
               WHEN BALANCING-OFF-CYCLE
                   WRITE BALANCE-REPORT-RECORD FROM
                       "OFF-CYCLE PAYROLL BALANCING REPORT"
               WHEN BALANCING-VOIDS
                   WRITE BALANCE-REPORT-RECORD FROM
                       "POSITIVE PAY VOID FILE BALANCING REPORT"
               WHEN OTHER
                   WRITE BALANCE-REPORT-RECORD FROM
                       "PAYROLL BALANCING REPORT"
           END-EVALUATE

      *    A void file moves no pay, so there is nothing to tie to
      *    the report, GL or YTD - and no snapshot to move.
           IF BALANCING-VOIDS
               PERFORM FOOT-CHECK-REGISTER
               PERFORM FOOT-POSITIVE-PAY
               PERFORM CHECK-POSPAY-CONTROLS
               PERFORM CHECK-POSPAY-VS-REGISTER
               PERFORM WRITE-RELEASE-DECISION
               CLOSE BALANCE-REPORT-FILE
               PERFORM SET-STEP-RESULT
               DISPLAY "Balancing report in " WS-BALANCE-NAME
               GOBACK
           END-IF

           PERFORM FOOT-PAYROLL-REPORT
           PERFORM READ-SUMMARY-TOTALS
           PERFORM FOOT-GL-EXTRACT
           PERFORM FOOT-ACH-FILE
           PERFORM FOOT-CHECK-REGISTER
           PERFORM FOOT-POSITIVE-PAY
           PERFORM FOOT-YTD-FILE
           PERFORM LOAD-YTD-SNAPSHOT
           IF BALANCING-REGULAR
               PERFORM FOOT-LABOR-DISTRIBUTION
           END-IF

           PERFORM CHECK-REPORT-VS-SUMMARY
           PERFORM CHECK-GL-IN-BALANCE
           PERFORM CHECK-GL-VS-REPORT
           PERFORM CHECK-ACH-CONTROLS
           PERFORM CHECK-ACH-VS-NET
           PERFORM CHECK-POSPAY-CONTROLS
           PERFORM CHECK-POSPAY-VS-REGISTER
           PERFORM CHECK-YTD-DELTA
           IF BALANCING-REGULAR
               PERFORM CHECK-LABOR-DIST-VS-REPORT
           END-IF

           PERFORM WRITE-RELEASE-DECISION
           IF WS-CHECKS-FAILED = 0
           END-IF

           CLOSE BALANCE-REPORT-FILE
           PERFORM SET-STEP-RESULT
           DISPLAY "Balancing report in " WS-BALANCE-NAME
           GOBACK.

       LOAD-GL-ACCOUNTS.
      *    Same optional read REVERSAL does - no run control on file
                       MOVE CTL-GL-TAX-PAYABLE TO WS-GL-TAX-ACCT
                       MOVE CTL-GL-NET-PAYABLE TO WS-GL-NET-ACCT
                       MOVE CTL-GL-DED-PAYABLE TO WS-GL-DED-ACCT
                       IF CTL-GL-LOCAL-PAYABLE NOT = SPACES
                           MOVE CTL-GL-LOCAL-PAYABLE
                               TO WS-GL-LOCAL-ACCT
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-BALANCE-PARM.
      *    Optional card, read once - no card means a regular run.
           OPEN INPUT BALANCE-PARM-FILE
           IF WS-PARM-STATUS = "00"
               READ BALANCE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-OFF-CYCLE
                           SET BALANCING-OFF-CYCLE TO TRUE
                       END-IF
                       IF PARM-VOIDS
                           SET BALANCING-VOIDS TO TRUE
                       END-IF
               END-READ
               CLOSE BALANCE-PARM-FILE
           END-IF
           IF BALANCING-OFF-CYCLE
               MOVE "output/supp_report.txt" TO WS-REPORT-NAME
               MOVE "output/supp_dept_summary.txt" TO WS-SUMMARY-NAME
               MOVE "output/gl_supp.txt" TO WS-GL-NAME
               MOVE "output/ach_supp.txt" TO WS-ACH-NAME
               MOVE "output/supp_check_register.txt"
                   TO WS-REGISTER-NAME
               MOVE "output/supp_balancing_report.txt"
                   TO WS-BALANCE-NAME
               MOVE "output/ach_supp_release.txt" TO WS-RELEASE-NAME
               MOVE "output/supp_positive_pay.txt" TO WS-POSPAY-NAME
           END-IF
           IF BALANCING-VOIDS
               MOVE "output/void_register.txt" TO WS-REGISTER-NAME
               MOVE "output/positive_pay_void.txt" TO WS-POSPAY-NAME
               MOVE "output/void_balancing_report.txt"
                   TO WS-BALANCE-NAME
               MOVE "output/pospay_void_release.txt"
                   TO WS-RELEASE-NAME
           END-IF.

       FOOT-PAYROLL-REPORT.
      *    Re-add every employee detail line.  The first two lines
      *    are headings; deduction and stub-note lines are indented
                           - RPT-D-NET
                       ADD 1 TO WS-RPT-EMP-COUNT
                   END-IF
      *            The local tax line follows its employee's detail
      *            line, so the gap just added to the deductions
      *            figure always covers what comes back off here.
                   IF WS-LINE-COUNT > 2
                       AND REPORT-RECORD (1:16) = "      LOCAL TAX "
                       MOVE REPORT-RECORD TO WS-RPT-LOCAL-LINE
                       ADD RPT-L-LOCAL-TAX TO WS-RPT-LOCAL
                       ADD RPT-L-LST-TAX TO WS-RPT-LOCAL
                       SUBTRACT RPT-L-LOCAL-TAX FROM WS-RPT-DED
                       SUBTRACT RPT-L-LST-TAX FROM WS-RPT-DED
                   END-IF
           END-READ.

       READ-SUMMARY-TOTALS.
                   ELSE
                       ADD GL-AMOUNT TO WS-GL-CREDITS
                   END-IF
      *            Expense lines carry a department suffix on the
      *            natural account ("5010-SALE"); the first four
      *            characters are the account either way.
                   EVALUATE GL-ACCOUNT (1:4)
                       WHEN WS-GL-WAGE-ACCT
                           ADD GL-AMOUNT TO WS-GL-GROSS
                       WHEN WS-GL-TAX-ACCT
                           ADD GL-AMOUNT TO WS-GL-NET
                       WHEN WS-GL-DED-ACCT
                           ADD GL-AMOUNT TO WS-GL-DED
                       WHEN WS-GL-LOCAL-ACCT
                           ADD GL-AMOUNT TO WS-GL-LOCAL
                   END-EVALUATE
           END-READ.

       FOOT-LABOR-DISTRIBUTION.
      *    Two heading lines, then one line per employee per charge
      *    code, then the TOTAL line, which is not re-added.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-FILE-OPENED
           MOVE 0 TO WS-LINE-COUNT
           OPEN INPUT LABOR-DIST-FILE
           IF WS-LABOR-STATUS = "00"
               SET INPUT-FILE-OPENED TO TRUE
           ELSE
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM READ-LABOR-DIST-LINE
               UNTIL END-OF-FILE
           IF INPUT-FILE-OPENED
               CLOSE LABOR-DIST-FILE
           END-IF.

       READ-LABOR-DIST-LINE.
           READ LABOR-DIST-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-LINE-COUNT
                   IF WS-LINE-COUNT > 2
                       AND LABOR-DIST-RECORD (1:5) NOT = "TOTAL"
                       AND LABOR-DIST-RECORD (1:1) NOT = SPACE
                       MOVE LABOR-DIST-RECORD TO WS-LD-DETAIL
                       ADD LD-D-GROSS TO WS-LD-SUM-GROSS
                       ADD 1 TO WS-LD-SUM-LINES
                   END-IF
           END-READ.

       FOOT-ACH-FILE.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-FILE-OPENED
                   END-IF
           END-READ.

       FOOT-POSITIVE-PAY.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-FILE-OPENED
           OPEN INPUT POSITIVE-PAY-FILE
           IF WS-POSPAY-STATUS = "00"
               SET INPUT-FILE-OPENED TO TRUE
           ELSE
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM READ-POSITIVE-PAY-RECORD
               UNTIL END-OF-FILE
           IF INPUT-FILE-OPENED
               CLOSE POSITIVE-PAY-FILE
           END-IF.

       READ-POSITIVE-PAY-RECORD.
           READ POSITIVE-PAY-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF PP-ACCOUNT = SPACES
                       ADD 1 TO WS-PP-BLANK-ACCOUNTS
                   END-IF
                   EVALUATE TRUE
                       WHEN PP-IS-HEADER
                           ADD 1 TO WS-PP-HEADER-COUNT
                       WHEN PP-IS-DETAIL
                           ADD PP-D-AMOUNT TO WS-PP-SUM-AMOUNT
                           ADD 1 TO WS-PP-SUM-COUNT
                       WHEN PP-IS-TRAILER
                           ADD 1 TO WS-PP-TRAILER-COUNT
                           MOVE PP-T-DETAIL-COUNT TO WS-PP-TRL-COUNT
                           MOVE PP-T-TOTAL-AMOUNT TO WS-PP-TRL-AMOUNT
                   END-EVALUATE
           END-READ.

       FOOT-YTD-FILE.
           MOVE "N" TO WS-EOF
           MOVE "N" TO WS-FILE-OPENED
       LOAD-YTD-SNAPSHOT.
      *    The YTD totals recorded the last time a run balanced.
      *    This run's delta is measured against them; the very first
      *    balanced run measures against zero.  Regular and off-cycle
      *    runs share the one snapshot, so each run is balanced
      *    before the next one posts.
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS NOT = "00"
               CONTINUE
           END-IF.

       CHECK-GL-VS-REPORT.
           MOVE "GL WAGE/TAX/NET/DED/LOCAL VS REPORT DETAIL" TO
               WS-CHECK-NAME
           IF WS-GL-GROSS = WS-RPT-GROSS
               AND WS-GL-TAX = WS-RPT-TAX
               AND WS-GL-NET = WS-RPT-NET
               AND WS-GL-DED = WS-RPT-DED
               AND WS-GL-LOCAL = WS-RPT-LOCAL
               PERFORM WRITE-CHECK-PASS
           ELSE
               MOVE WS-GL-NET TO WS-FIGURE-A
               PERFORM WRITE-CHECK-FAIL
           END-IF.

       CHECK-POSPAY-CONTROLS.
      *    One header, one trailer, an account on every record, and
      *    details that foot to the trailer - the bank rejects the
      *    whole file otherwise, and every check in it bounces.
           MOVE "POSITIVE PAY DETAIL VS TRAILER TOTALS" TO
               WS-CHECK-NAME
           IF WS-PP-HEADER-COUNT = 1
               AND WS-PP-TRAILER-COUNT = 1
               AND WS-PP-BLANK-ACCOUNTS = 0
               AND WS-PP-SUM-COUNT = WS-PP-TRL-COUNT
               AND WS-PP-SUM-AMOUNT = WS-PP-TRL-AMOUNT
               PERFORM WRITE-CHECK-PASS
           ELSE
               MOVE WS-PP-SUM-AMOUNT TO WS-FIGURE-A
               MOVE WS-PP-TRL-AMOUNT TO WS-FIGURE-B
               PERFORM WRITE-CHECK-FAIL
           END-IF.

       CHECK-POSPAY-VS-REGISTER.
           MOVE "POSITIVE PAY VS CHECK REGISTER" TO WS-CHECK-NAME
           IF WS-PP-SUM-COUNT = WS-CHK-SUM-COUNT
               AND WS-PP-SUM-AMOUNT = WS-CHK-SUM-AMOUNT
               PERFORM WRITE-CHECK-PASS
           ELSE
               MOVE WS-PP-SUM-AMOUNT TO WS-FIGURE-A
               MOVE WS-CHK-SUM-AMOUNT TO WS-FIGURE-B
               PERFORM WRITE-CHECK-FAIL
           END-IF.

       CHECK-YTD-DELTA.
           MOVE "YTD FILE CHANGE VS REPORT DETAIL" TO WS-CHECK-NAME
           COMPUTE WS-DELTA-GROSS = WS-YTD-CUR-GROSS - WS-SNAP-GROSS
               PERFORM WRITE-CHECK-FAIL
           END-IF.

       CHECK-LABOR-DIST-VS-REPORT.
           MOVE "LABOR DISTRIBUTION GROSS VS REPORT DETAIL" TO
               WS-CHECK-NAME
           IF WS-LD-SUM-GROSS = WS-RPT-GROSS
               AND WS-LD-SUM-LINES >= WS-RPT-EMP-COUNT
               PERFORM WRITE-CHECK-PASS
           ELSE
               MOVE WS-LD-SUM-GROSS TO WS-FIGURE-A
               MOVE WS-RPT-GROSS TO WS-FIGURE-B
               PERFORM WRITE-CHECK-FAIL
           END-IF.

       WRITE-CHECK-PASS.
           MOVE "PASS" TO WS-CHECK-RESULT
           PERFORM WRITE-CHECK-LINE.

       WRITE-RELEASE-DECISION.
      *    The release flag is what the transmission job reads - the
      *    ACH and positive pay files are not to be sent to the
      *    bank until this says RELEASED.
           OPEN OUTPUT RELEASE-FILE
           MOVE SPACES TO RELEASE-RECORD
           IF WS-CHECKS-FAILED = 0
                   WS-RUN-DATE DELIMITED BY SIZE
                   INTO RELEASE-RECORD
               END-STRING
               IF BALANCING-VOIDS
                   WRITE BALANCE-REPORT-RECORD FROM
                       "ALL CHECKS PASSED - POSITIVE PAY VOIDS RELEASED"
               ELSE
                   WRITE BALANCE-REPORT-RECORD FROM
                       "ALL CHECKS PASSED - ACH AND POSITIVE PAY FILES R
      -                "ELEASED"
               END-IF
           ELSE
               STRING
                   "HELD " DELIMITED BY SIZE
                   INTO RELEASE-RECORD
               END-STRING
               WRITE BALANCE-REPORT-RECORD FROM
                   "BALANCING FAILED - FILES HELD, DO NOT TRANSMIT"
           END-IF
           WRITE RELEASE-RECORD
           CLOSE RELEASE-FILE.

       SET-STEP-RESULT.
      *    A failed check means the files are held, and so is
      *    everything downstream of them - the step fails outright
      *    rather than leaving HELD in a file for someone to notice.
      *    What was released - deposits and positive pay items, or
      *    the voids - is what the step counts as written.
           IF BALANCING-VOIDS
               MOVE WS-CHK-SUM-COUNT TO SR-RECORDS-READ
           ELSE
               MOVE WS-RPT-EMP-COUNT TO SR-RECORDS-READ
           END-IF
           MOVE WS-CHECKS-FAILED TO SR-EXCEPTIONS
           IF WS-CHECKS-FAILED > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF BALANCING-VOIDS
                   MOVE WS-PP-SUM-COUNT TO SR-RECORDS-WRITTEN
               ELSE
                   ADD WS-ACH-SUM-COUNT WS-PP-SUM-COUNT
                       GIVING SR-RECORDS-WRITTEN
               END-IF
           END-IF.

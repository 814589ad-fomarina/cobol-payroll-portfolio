               "data/run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT CHECK-OUTSTANDING-FILE ASSIGN TO
               "data/checks_outstanding.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTSTANDING-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO
               "output/positive_pay_void.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VOID-REGISTER-FILE ASSIGN TO
               "output/void_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PTO-BALANCE-FILE ASSIGN TO
               "data/pto_balances.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTO-ID
               FILE STATUS IS WS-PTO-STATUS.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO
               "data/employee_master.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO
               "data/pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HK-BATCH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PTO-BALANCE-FILE.
       COPY "ptorec.cpy".

       FD CHECK-OUTSTANDING-FILE.
       COPY "chkrec.cpy".

       FD POSITIVE-PAY-FILE.
       COPY "pospay.cpy".

      *    Laid out like PAYROLL's check register - "CHK " detail
      *    lines and a count/total trailer - so PAYBAL foots it the
      *    same way when it ties the void file out.
       FD VOID-REGISTER-FILE.
       01 VOID-REGISTER-RECORD PIC X(120).

       FD PAY-HISTORY-FILE.
       COPY "histrec.cpy".

       FD EMPLOYEE-MASTER-FILE.
       COPY "empmstr.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X       VALUE "N".
           88 END-OF-FILE     VALUE "Y".
       01 WS-RUN-CONTROL-STATUS PIC XX    VALUE "00".
       01 WS-PTO-STATUS       PIC XX      VALUE "00".
           88 PTO-FILE-OK     VALUE "00".
       01 WS-OUTSTANDING-STATUS PIC XX    VALUE "00".
       01 WS-HISTORY-STATUS   PIC XX      VALUE "00".
           88 HISTORY-FILE-MISSING VALUE "35".
      *    Where the reversal's "V" line falls among the lines
      *    already under the same ID, date and batch - the last part
      *    of HIST-KEY.
       01 WS-HIST-LINE-SEQ    PIC 9(3)    VALUE 0.
       01 WS-MASTER-STATUS    PIC XX      VALUE "00".
       01 WS-MASTER-OPEN      PIC X       VALUE "N".
           88 MASTER-FILE-OPEN VALUE "Y".

      *    The home department on the master row in force on the
      *    reversed check's run date - the same effective-dated scan
      *    PAYROLL pays from - for a check with no charge split on
      *    the history, which was expensed to the home department.
      *    No master on file, or no row for the date, leaves it
      *    blank and the expense reverses to the bare accounts.
       01 WS-RV-DEPT          PIC X(4)    VALUE SPACES.
       01 WS-BEST-EFF-DATE    PIC 9(8)    VALUE 0.
       01 WS-MASTER-SCAN-COUNT PIC 9(4)   VALUE 0.
       01 WS-MASTER-SCAN-LIMIT PIC 9(4)   VALUE 500.
       01 WS-MASTER-EOF       PIC X       VALUE "N".
           88 NO-MORE-MASTER-ROWS VALUE "Y".

      *    The outstanding-checks file staged whole, the way
      *    CHECKREC stages it: a reversed check that went out on
      *    paper is voided in place rather than recalled by ACH,
      *    and the file is rewritten with it marked "V".  On
      *    overflow nothing is voided and the file is left alone -
      *    rows past the table would otherwise be lost.
       01 WS-CK-OVERFLOW      PIC X       VALUE "N".
           88 CK-TABLE-OVERFLOWED VALUE "Y".
       01 WS-CK-TABLE-LIMIT   PIC 9(3)    VALUE 500.
       01 WS-CK-COUNT         PIC 9(3)    VALUE 0.
       01 WS-CK-TABLE.
           05 WS-CK-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-CK-IDX.
               10 WS-CK-ENTRY-NO     PIC 9(8).
               10 WS-CK-ENTRY-ID     PIC X(5).
               10 WS-CK-ENTRY-NAME   PIC X(20).
               10 WS-CK-ENTRY-DATE   PIC 9(8).
               10 WS-CK-ENTRY-AMT    PIC 9(7)V99.
               10 WS-CK-ENTRY-STAT   PIC X.
                   88 CK-ENTRY-OUTSTANDING VALUE "O".
       01 WS-CHECK-VOIDED     PIC X       VALUE "N".
           88 PRINTED-CHECK-VOIDED VALUE "Y".
       01 WS-VOID-COUNT       PIC 9(5)    VALUE 0.
       01 WS-VOID-TOTAL       PIC 9(9)V99 VALUE 0.
      *    The account the checks are drawn on, off the run control,
      *    for the void records.
       01 WS-CHECK-ACCOUNT    PIC X(15)   VALUE SPACES.

       01 WS-PTO-VAC-ACCRUED  PIC 9(3)V99 VALUE 0.
       01 WS-PTO-SICK-ACCRUED PIC 9(3)V99 VALUE 0.
      *    rows are still valid - blank state tax is zero state
      *    tax, the same tolerance the hour fields get.
       01 WS-RV-STATE-TAX     PIC 9(7)V99 VALUE 0.
      *    The pre-tax-reduced wages the same way: blank means the
      *    check had no pre-tax deductions (or predates them), so
      *    its FIT and Medicare wages were its gross.
       01 WS-RV-FIT-WAGES     PIC 9(7)V99 VALUE 0.
       01 WS-RV-MED-WAGES     PIC 9(7)V99 VALUE 0.
      *    Local earned income tax and LST likewise - blank on
      *    requests keyed before local withholding, which is zero.
       01 WS-RV-LOCAL-TAX     PIC 9(7)V99 VALUE 0.
       01 WS-RV-LST-TAX       PIC 9(7)V99 VALUE 0.

       01 WS-RUN-DATE         PIC 9(8)    VALUE 0.
       01 WS-BATCH-ID         PIC X(10)   VALUE SPACES.
       01 WS-REV-DEDUCTIONS   PIC 9(9)V99 VALUE 0.
       01 WS-REV-NET          PIC 9(9)V99 VALUE 0.
       01 WS-REV-STATE        PIC 9(9)V99 VALUE 0.
       01 WS-REV-LOCAL        PIC 9(9)V99 VALUE 0.

      *    Wage and employer tax expense reversed by department:
      *    each check's charge split off its "L" history lines when
      *    PAYROLL left one, so the credits land on the department
      *    sub-accounts the original run debited, otherwise the
      *    whole check to its home department.
       01 WS-DEPT-TABLE-LIMIT PIC 9(2)    VALUE 20.
       01 WS-DEPT-COUNT       PIC 9(2)    VALUE 0.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES
               INDEXED BY WS-DEPT-IDX.
               10 WS-DEPT-ENTRY-CODE   PIC X(4).
               10 WS-DEPT-ENTRY-GROSS  PIC 9(9)V99.
               10 WS-DEPT-ENTRY-ER-TAX PIC 9(9)V99.

      *    The reversed check's charge split as LOAD-CHARGE-SPLIT
      *    reads it back off the history, folded to one entry per
      *    department.  The check is the one under the request's ID
      *    and run date whose "P" line carries the request's gross
      *    and run kind; WS-SPLIT-BATCH is its batch.  A count of
      *    zero means no split on file.
       01 WS-SPLIT-TABLE-LIMIT PIC 9(2)   VALUE 10.
       01 WS-SPLIT-COUNT      PIC 9(2)    VALUE 0.
       01 WS-SPLIT-TABLE.
           05 WS-SPLIT-ENTRY OCCURS 10 TIMES
               INDEXED BY WS-SPLIT-IDX.
               10 WS-SPLIT-ENTRY-DEPT   PIC X(4).
               10 WS-SPLIT-ENTRY-GROSS  PIC 9(7)V99.
               10 WS-SPLIT-ENTRY-ER-TAX PIC 9(7)V99.
       01 WS-SPLIT-BATCH      PIC X(10)   VALUE SPACES.
       01 WS-SPLIT-STATE      PIC X       VALUE "N".
           88 SPLIT-CHECK-NOT-FOUND VALUE "N".
           88 SPLIT-CHECK-FOUND     VALUE "F".
           88 SPLIT-SCAN-DONE       VALUE "D".
       01 WS-SPLIT-GROSS-SUM  PIC 9(7)V99 VALUE 0.
       01 WS-SPLIT-ER-SUM     PIC 9(7)V99 VALUE 0.
      *    This request's employer tax, and the share of it and of
      *    the gross POST-REVERSAL-DEPT-SHARE credits to one
      *    department.  The shares are proportional to the split
      *    and the last takes what is left, so they always add back
      *    to the request's figures - which are what the payable
      *    side of the batch debits.
       01 WS-RV-ER-TAX        PIC 9(7)V99 VALUE 0.
       01 WS-SHARE-DEPT       PIC X(4)    VALUE SPACES.
       01 WS-SHARE-GROSS      PIC 9(7)V99 VALUE 0.
       01 WS-SHARE-ER-TAX     PIC 9(7)V99 VALUE 0.
       01 WS-LEFT-GROSS       PIC 9(7)V99 VALUE 0.
       01 WS-LEFT-ER-TAX      PIC 9(7)V99 VALUE 0.

      *    Bank rows loaded up front so each reversal can find the
      *    account its ACH recall debit goes against without keeping
      *    are the standalone defaults.
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
      *    Back out checks a prior run posted in error: subtract the
      *    figures from the YTD record, write a reversing GL batch
      *    (same accounts as WRITE-GL-EXTRACT, opposite sides), note
      *    each on the pay history, and build an ACH debit file
      *    recalling the deposits.  A check still outstanding is
      *    voided instead, on a positive pay void file for the bank.
      *    The balancing snapshot is adjusted too, so the next
      *    PAYBAL still foots.
           INITIALIZE STEP-RESULT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           STRING
               WS-RUN-DATE DELIMITED BY SIZE
               "RV" DELIMITED BY SIZE
               INTO WS-BATCH-ID
           END-STRING
           PERFORM LOAD-COMPANY-CONSTANTS
           OPEN OUTPUT REVERSAL-LOG-FILE
           WRITE REVERSAL-LOG-RECORD FROM
                   "NO REVERSAL REQUEST FILE - NOTHING TO DO"
               CLOSE REVERSAL-LOG-FILE
               DISPLAY "No reversal requests on file"
               GOBACK
           END-IF

           OPEN I-O YTD-EMPLOYEE-FILE
           OPEN I-O PTO-BALANCE-FILE
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-STATUS = "00"
               SET MASTER-FILE-OPEN TO TRUE
           END-IF
           PERFORM LOAD-BANK-TABLE
           PERFORM LOAD-OUTSTANDING-TABLE
           PERFORM OPEN-ACH-REVERSAL-FILE
           PERFORM OPEN-VOID-FILES
           PERFORM OPEN-HISTORY-FILE

           PERFORM UNTIL END-OF-FILE
               READ REVERSAL-REQUEST-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO SR-RECORDS-READ
                       PERFORM PROCESS-REVERSAL
               END-READ
           END-PERFORM

           PERFORM WRITE-GL-REVERSAL-BATCH
           PERFORM WRITE-ACH-REVERSAL-TRAILER
           PERFORM WRITE-VOID-TRAILERS
           IF WS-VOID-COUNT > 0
               PERFORM REWRITE-OUTSTANDING-FILE
           END-IF
           PERFORM ADJUST-BALANCE-SNAPSHOT
           PERFORM WRITE-REVERSAL-SUMMARY

           CLOSE REVERSAL-REQUEST-FILE
                 YTD-EMPLOYEE-FILE
                 ACH-REVERSAL-FILE
                 POSITIVE-PAY-FILE
                 VOID-REGISTER-FILE
                 REVERSAL-LOG-FILE
                 PAY-HISTORY-FILE
           IF PTO-FILE-OK
               CLOSE PTO-BALANCE-FILE
           END-IF
           IF MASTER-FILE-OPEN
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF

           PERFORM CLEAR-REQUEST-FILE

      *    A rejected request, or a recall or void left for somebody
      *    to do by hand, is on the log and has to be read.
           MOVE WS-REVERSED-COUNT TO SR-RECORDS-WRITTEN
           ADD WS-REJECTED-COUNT TO SR-EXCEPTIONS
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Reversal log in output/reversal_log.txt"
           GOBACK.

       CLEAR-REQUEST-FILE.
      *    Requests are consumed by the run that applies them.
                           TO WS-GL-DED-PAYABLE
                       MOVE CTL-GL-STATE-PAYABLE
                           TO WS-GL-STATE-PAYABLE
                       IF CTL-GL-LOCAL-PAYABLE NOT = SPACES
                           MOVE CTL-GL-LOCAL-PAYABLE
                               TO WS-GL-LOCAL-PAYABLE
                       END-IF
                       MOVE CTL-CHECK-ACCOUNT TO WS-CHECK-ACCOUNT
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.
                       MOVE BANK-PRENOTE-STAT
                           TO WS-BANK-ENTRY-STAT (WS-BANK-IDX)
                   ELSE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: BANK TABLE FULL - "
                           BANK-ID " NOT LOADED"
                   END-IF
           ELSE
               MOVE 0 TO WS-RV-STATE-TAX
           END-IF
           IF RV-FIT-WAGES NUMERIC
               MOVE RV-FIT-WAGES TO WS-RV-FIT-WAGES
           ELSE
               MOVE RV-GROSS TO WS-RV-FIT-WAGES
           END-IF
           IF RV-MED-WAGES NUMERIC
               MOVE RV-MED-WAGES TO WS-RV-MED-WAGES
           ELSE
               MOVE RV-GROSS TO WS-RV-MED-WAGES
           END-IF
           IF RV-LOCAL-TAX NUMERIC
               MOVE RV-LOCAL-TAX TO WS-RV-LOCAL-TAX
           ELSE
               MOVE 0 TO WS-RV-LOCAL-TAX
           END-IF
           IF RV-LST-TAX NUMERIC
               MOVE RV-LST-TAX TO WS-RV-LST-TAX
           ELSE
               MOVE 0 TO WS-RV-LST-TAX
           END-IF
           COMPUTE WS-CROSS-FOOT =
               RV-TAX + RV-SS-TAX + RV-MED-TAX + WS-RV-STATE-TAX
               + WS-RV-LOCAL-TAX + WS-RV-LST-TAX
               + RV-DEDUCTIONS + RV-NET
           IF WS-CROSS-FOOT NOT = RV-GROSS
               MOVE "FIGURES DO NOT CROSS-FOOT" TO WS-REJECT-REASON
                       OR RV-DEDUCTIONS > YTD-DEDUCTIONS
                       OR RV-SS-WAGES > YTD-SS-WAGES
                       OR RV-SS-TAX > YTD-SS-TAX
                       OR WS-RV-MED-WAGES > YTD-MED-WAGES
                       OR WS-RV-FIT-WAGES > YTD-FIT-WAGES
                       OR RV-MED-TAX > YTD-MED-TAX
                       OR RV-FUTA-WAGES > YTD-FUTA-WAGES
                       OR RV-SUTA-WAGES > YTD-SUTA-WAGES
                       OR WS-RV-STATE-TAX > YTD-STATE-TAX
                       OR WS-RV-LOCAL-TAX > YTD-LOCAL-TAX
                       OR WS-RV-LST-TAX > YTD-LST-TAX
      *                Backing out more than the year holds would
      *                wrap the unsigned YTD fields - the request is
      *                wrong, or this check was already reversed
                   ELSE
                       PERFORM BACK-OUT-YTD
                       PERFORM RESTORE-PTO-BALANCES
      *                The split is read before the "V" line goes
      *                on file - both use the history record area.
                       PERFORM LOAD-CHARGE-SPLIT
                       IF WS-SPLIT-COUNT = 0
                           PERFORM RESOLVE-REVERSAL-DEPT
                       END-IF
                       PERFORM ACCUMULATE-REVERSAL-TOTALS
                       PERFORM WRITE-REVERSAL-HISTORY
      *                A check that went out on paper and is
      *                still outstanding is voided at the bank; only
      *                a deposit needs recalling.
                       PERFORM VOID-PRINTED-CHECK
                       IF NOT PRINTED-CHECK-VOIDED
                           PERFORM WRITE-ACH-RECALL-DEBIT
                       END-IF
                       ADD 1 TO WS-REVERSED-COUNT
                       PERFORM LOG-REVERSAL-DONE
                   END-IF
               END-IF
           END-IF.

       OPEN-HISTORY-FILE.
      *    Same create-if-missing open PAYROLL makes - a reversal
      *    run against a new install still leaves its trail.
           OPEN I-O PAY-HISTORY-FILE
           IF HISTORY-FILE-MISSING
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE PAY-HISTORY-FILE
               OPEN I-O PAY-HISTORY-FILE
           END-IF.

       WRITE-REVERSAL-HISTORY.
      *    The "V" line: under this run's date and batch, naming
      *    the check backed out and the figures taken off it, so
      *    the history shows the check was reversed and an audit
      *    pulling back the reversal batch finds every one.  Two
      *    checks reversed for one employee in the same run share
      *    ID, date and batch - the second just takes the next
      *    place along.
           MOVE SPACES TO PAY-HISTORY-RECORD
           MOVE "V" TO HV-REC-TYPE
           MOVE WS-RUN-DATE TO HV-RUN-DATE
           MOVE WS-BATCH-ID TO HV-BATCH-ID
           MOVE RV-ID TO HV-ID
           MOVE RV-RUN-DATE TO HV-ORIG-DATE
           MOVE RV-GROSS TO HV-GROSS
           MOVE RV-TAX TO HV-TAX
           COMPUTE HV-FICA = RV-SS-TAX + RV-MED-TAX
           MOVE RV-DEDUCTIONS TO HV-DEDUCTIONS
           MOVE RV-NET TO HV-NET
           MOVE WS-RV-STATE-TAX TO HV-STATE-TAX
           COMPUTE HV-LOCAL-TAX = WS-RV-LOCAL-TAX + WS-RV-LST-TAX
           MOVE RV-RUN-KIND TO HV-RUN-KIND
           MOVE HV-ID TO HK-ID
           MOVE HV-RUN-DATE TO HK-RUN-DATE
           MOVE HV-BATCH-ID TO HK-BATCH-ID
           MOVE 0 TO WS-HIST-LINE-SEQ
           MOVE "22" TO WS-HISTORY-STATUS
           PERFORM WRITE-HISTORY-UNDER-NEXT-SEQ
               UNTIL WS-HISTORY-STATUS NOT = "22"
               OR WS-HIST-LINE-SEQ = 999
           IF WS-HISTORY-STATUS NOT = "00"
               AND WS-HISTORY-STATUS NOT = "02"
               ADD 1 TO SR-EXCEPTIONS
               WRITE REVERSAL-LOG-RECORD FROM
                   "      HISTORY LINE NOT WRITTEN - NOTE BY HAND"
           END-IF.

       WRITE-HISTORY-UNDER-NEXT-SEQ.
           MOVE WS-HIST-LINE-SEQ TO HK-LINE-SEQ
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-HIST-LINE-SEQ
           END-WRITE.

       LOOKUP-YTD-FOR-REVERSAL.
           MOVE RV-ID TO YTD-ID
           READ YTD-EMPLOYEE-FILE
           SUBTRACT RV-DEDUCTIONS FROM YTD-DEDUCTIONS
           SUBTRACT RV-SS-WAGES FROM YTD-SS-WAGES
           SUBTRACT RV-SS-TAX FROM YTD-SS-TAX
           SUBTRACT WS-RV-MED-WAGES FROM YTD-MED-WAGES
           SUBTRACT RV-MED-TAX FROM YTD-MED-TAX
           SUBTRACT RV-FUTA-WAGES FROM YTD-FUTA-WAGES
           SUBTRACT RV-SUTA-WAGES FROM YTD-SUTA-WAGES
           SUBTRACT WS-RV-STATE-TAX FROM YTD-STATE-TAX
           SUBTRACT WS-RV-LOCAL-TAX FROM YTD-LOCAL-TAX
           SUBTRACT WS-RV-LST-TAX FROM YTD-LST-TAX
           SUBTRACT WS-RV-FIT-WAGES FROM YTD-FIT-WAGES
           IF YTD-PAY-PERIODS > 0
               AND NOT RV-SUPPLEMENTAL-CHECK
               SUBTRACT 1 FROM YTD-PAY-PERIODS
           END-IF
           REWRITE YTD-EMPLOYEE-RECORD.
           ADD WS-SUTA-TAX TO WS-REV-UNEMP
           ADD RV-DEDUCTIONS TO WS-REV-DEDUCTIONS
           ADD RV-NET TO WS-REV-NET
           ADD WS-RV-STATE-TAX TO WS-REV-STATE
           ADD WS-RV-LOCAL-TAX TO WS-REV-LOCAL
           ADD WS-RV-LST-TAX TO WS-REV-LOCAL

      *    The expense credits: across the charge split when the
      *    history has one for the check, otherwise the whole check
      *    to the home department RESOLVE-REVERSAL-DEPT found.
           COMPUTE WS-RV-ER-TAX = WS-ER-FICA + WS-FUTA-TAX + WS-SUTA-TAX
           IF WS-SPLIT-COUNT = 0
               MOVE WS-RV-DEPT TO WS-SHARE-DEPT
               MOVE RV-GROSS TO WS-SHARE-GROSS
               MOVE WS-RV-ER-TAX TO WS-SHARE-ER-TAX
               PERFORM POST-REVERSAL-DEPT-SHARE
           ELSE
               MOVE RV-GROSS TO WS-LEFT-GROSS
               MOVE WS-RV-ER-TAX TO WS-LEFT-ER-TAX
               PERFORM ALLOCATE-SPLIT-SHARE
                   VARYING WS-SPLIT-IDX FROM 1 BY 1
                   UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
           END-IF.

       ALLOCATE-SPLIT-SHARE.
      *    Employer tax goes by the split's own employer tax shares;
      *    a split that carried none goes by its gross shares.
           MOVE WS-SPLIT-ENTRY-DEPT (WS-SPLIT-IDX) TO WS-SHARE-DEPT
           IF WS-SPLIT-IDX = WS-SPLIT-COUNT
               MOVE WS-LEFT-GROSS TO WS-SHARE-GROSS
               MOVE WS-LEFT-ER-TAX TO WS-SHARE-ER-TAX
           ELSE
               COMPUTE WS-SHARE-GROSS =
                   RV-GROSS * WS-SPLIT-ENTRY-GROSS (WS-SPLIT-IDX)
                   / WS-SPLIT-GROSS-SUM
               IF WS-SPLIT-ER-SUM > 0
                   COMPUTE WS-SHARE-ER-TAX =
                       WS-RV-ER-TAX
                       * WS-SPLIT-ENTRY-ER-TAX (WS-SPLIT-IDX)
                       / WS-SPLIT-ER-SUM
               ELSE
                   COMPUTE WS-SHARE-ER-TAX =
                       WS-RV-ER-TAX
                       * WS-SPLIT-ENTRY-GROSS (WS-SPLIT-IDX)
                       / WS-SPLIT-GROSS-SUM
               END-IF
               SUBTRACT WS-SHARE-GROSS FROM WS-LEFT-GROSS
               SUBTRACT WS-SHARE-ER-TAX FROM WS-LEFT-ER-TAX
           END-IF
           PERFORM POST-REVERSAL-DEPT-SHARE.

       POST-REVERSAL-DEPT-SHARE.
           SET WS-DEPT-IDX TO 1
           PERFORM FIND-DEPT-ENTRY
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               OR WS-DEPT-ENTRY-CODE (WS-DEPT-IDX) = WS-SHARE-DEPT
           IF WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-COUNT < WS-DEPT-TABLE-LIMIT
                   ADD 1 TO WS-DEPT-COUNT
                   SET WS-DEPT-IDX TO WS-DEPT-COUNT
                   MOVE WS-SHARE-DEPT
                       TO WS-DEPT-ENTRY-CODE (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX)
               ELSE
                   SET WS-DEPT-IDX TO WS-DEPT-TABLE-LIMIT
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: DEPARTMENT TABLE FULL - "
                       WS-SHARE-DEPT " FOLDED INTO LAST SLOT"
               END-IF
           END-IF
           ADD WS-SHARE-GROSS TO WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX)
           ADD WS-SHARE-ER-TAX TO WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX).

       FIND-DEPT-ENTRY.
           CONTINUE.

       LOAD-CHARGE-SPLIT.
      *    The reversed check's "L" lines, off the history under the
      *    request's ID and run date.  Every batch paid that day
      *    reads back in key order; the check is the first whose "P"
      *    line has the request's gross and is of the same kind
      *    (supplemental or not), and its "L" lines follow it in the
      *    same batch.  Off-cycle and adjustment checks, and checks
      *    paid before the lines existed, have none.
           MOVE 0 TO WS-SPLIT-COUNT
           MOVE 0 TO WS-SPLIT-GROSS-SUM
           MOVE 0 TO WS-SPLIT-ER-SUM
           MOVE SPACES TO WS-SPLIT-BATCH
           SET SPLIT-CHECK-NOT-FOUND TO TRUE
           MOVE RV-ID TO HK-ID
           MOVE RV-RUN-DATE TO HK-RUN-DATE
           MOVE LOW-VALUES TO HK-BATCH-ID
           MOVE 0 TO HK-LINE-SEQ
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
               INVALID KEY
                   SET SPLIT-SCAN-DONE TO TRUE
           END-START
           IF WS-HISTORY-STATUS NOT = "00"
               SET SPLIT-SCAN-DONE TO TRUE
           END-IF
           PERFORM SCAN-ONE-SPLIT-LINE
               UNTIL SPLIT-SCAN-DONE
      *    A split that adds to nothing cannot be apportioned.
           IF WS-SPLIT-GROSS-SUM = 0
               MOVE 0 TO WS-SPLIT-COUNT
           END-IF.

       SCAN-ONE-SPLIT-LINE.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET SPLIT-SCAN-DONE TO TRUE
               NOT AT END
                   IF HK-ID NOT = RV-ID
                       OR HK-RUN-DATE NOT = RV-RUN-DATE
                       SET SPLIT-SCAN-DONE TO TRUE
                   ELSE
                       PERFORM TAKE-SPLIT-LINE
                   END-IF
           END-READ
           IF WS-HISTORY-STATUS (1:1) NOT = "0"
               SET SPLIT-SCAN-DONE TO TRUE
           END-IF.

       TAKE-SPLIT-LINE.
           IF SPLIT-CHECK-FOUND
               IF HK-BATCH-ID NOT = WS-SPLIT-BATCH
                   SET SPLIT-SCAN-DONE TO TRUE
               ELSE
                   IF HIST-LABOR-LINE
                       PERFORM ADD-SPLIT-SHARE
                   END-IF
               END-IF
           ELSE
               IF HIST-PAY-LINE
                   AND HP-GROSS = RV-GROSS
                   AND ((HP-SUPPLEMENTAL-RUN AND RV-SUPPLEMENTAL-CHECK)
                       OR (NOT HP-SUPPLEMENTAL-RUN
                           AND NOT RV-SUPPLEMENTAL-CHECK))
                   SET SPLIT-CHECK-FOUND TO TRUE
                   MOVE HK-BATCH-ID TO WS-SPLIT-BATCH
               END-IF
           END-IF.

       ADD-SPLIT-SHARE.
           SET WS-SPLIT-IDX TO 1
           PERFORM FIND-SPLIT-ENTRY
               VARYING WS-SPLIT-IDX FROM 1 BY 1
               UNTIL WS-SPLIT-IDX > WS-SPLIT-COUNT
               OR WS-SPLIT-ENTRY-DEPT (WS-SPLIT-IDX) = HL-DEPT
           IF WS-SPLIT-IDX > WS-SPLIT-COUNT
               IF WS-SPLIT-COUNT < WS-SPLIT-TABLE-LIMIT
                   ADD 1 TO WS-SPLIT-COUNT
                   SET WS-SPLIT-IDX TO WS-SPLIT-COUNT
                   MOVE HL-DEPT TO WS-SPLIT-ENTRY-DEPT (WS-SPLIT-IDX)
                   MOVE 0 TO WS-SPLIT-ENTRY-GROSS (WS-SPLIT-IDX)
                   MOVE 0 TO WS-SPLIT-ENTRY-ER-TAX (WS-SPLIT-IDX)
               ELSE
                   SET WS-SPLIT-IDX TO WS-SPLIT-TABLE-LIMIT
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: CHARGE SPLIT TABLE FULL - "
                       RV-ID " " HL-DEPT " FOLDED INTO LAST SLOT"
               END-IF
           END-IF
           ADD HL-GROSS TO WS-SPLIT-ENTRY-GROSS (WS-SPLIT-IDX)
           ADD HL-ER-TAX TO WS-SPLIT-ENTRY-ER-TAX (WS-SPLIT-IDX)
           ADD HL-GROSS TO WS-SPLIT-GROSS-SUM
           ADD HL-ER-TAX TO WS-SPLIT-ER-SUM.

       FIND-SPLIT-ENTRY.
           CONTINUE.

       RESOLVE-REVERSAL-DEPT.
           MOVE SPACES TO WS-RV-DEPT
           MOVE 0 TO WS-BEST-EFF-DATE
           MOVE 0 TO WS-MASTER-SCAN-COUNT
           MOVE "N" TO WS-MASTER-EOF
           IF MASTER-FILE-OPEN
               MOVE RV-ID TO EM-ID
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
                   IF EM-ID NOT = RV-ID
                       SET NO-MORE-MASTER-ROWS TO TRUE
                   ELSE
                       IF EM-EFF-DATE <= RV-RUN-DATE
                           AND EM-END-DATE >= RV-RUN-DATE
                           AND EM-EFF-DATE >= WS-BEST-EFF-DATE
                           MOVE EM-EFF-DATE TO WS-BEST-EFF-DATE
                           MOVE EM-DEPT-CODE TO WS-RV-DEPT
                       END-IF
                   END-IF
           END-READ.

       WRITE-ACH-RECALL-DEBIT.
      *    Debit entry pulling the deposit back from the account it
               OR WS-BANK-ENTRY-ID (WS-BANK-IDX) = RV-ID

           IF WS-BANK-IDX > WS-BANK-COUNT
               ADD 1 TO SR-EXCEPTIONS
               WRITE REVERSAL-LOG-RECORD FROM
                   "      NO BANK ROW - RECALL DEPOSIT MANUALLY"
           ELSE
           IF WS-BANK-ENTRY-STAT (WS-BANK-IDX) NOT = "V"
               ADD 1 TO SR-EXCEPTIONS
               WRITE REVERSAL-LOG-RECORD FROM
                   "      ACCOUNT NOT VERIFIED - RECALL DEPOSIT MANUAL
      -            "LY"
       FIND-BANK-ENTRY.
           CONTINUE.

       LOAD-OUTSTANDING-TABLE.
           MOVE "N" TO WS-EOF
           OPEN INPUT CHECK-OUTSTANDING-FILE
           IF WS-OUTSTANDING-STATUS NOT = "00"
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM LOAD-ONE-OUTSTANDING-ROW
               UNTIL END-OF-FILE
           IF WS-OUTSTANDING-STATUS NOT = "35"
               CLOSE CHECK-OUTSTANDING-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-ONE-OUTSTANDING-ROW.
           READ CHECK-OUTSTANDING-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-CK-COUNT < WS-CK-TABLE-LIMIT
                       ADD 1 TO WS-CK-COUNT
                       SET WS-CK-IDX TO WS-CK-COUNT
                       MOVE CK-CHECK-NO
                           TO WS-CK-ENTRY-NO (WS-CK-IDX)
                       MOVE CK-ID TO WS-CK-ENTRY-ID (WS-CK-IDX)
                       MOVE CK-NAME TO WS-CK-ENTRY-NAME (WS-CK-IDX)
                       MOVE CK-ISSUE-DATE
                           TO WS-CK-ENTRY-DATE (WS-CK-IDX)
                       MOVE CK-AMOUNT
                           TO WS-CK-ENTRY-AMT (WS-CK-IDX)
                       MOVE CK-STATUS
                           TO WS-CK-ENTRY-STAT (WS-CK-IDX)
                   ELSE
                       SET CK-TABLE-OVERFLOWED TO TRUE
                       SET END-OF-FILE TO TRUE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: OUTSTANDING TABLE FULL - "
                           "NO CHECKS WILL BE VOIDED"
                   END-IF
           END-READ.

       OPEN-VOID-FILES.
      *    The void records go to the bank as a positive pay file of
      *    their own, with a register PAYBAL ties it to before the
      *    file is released.
           OPEN OUTPUT POSITIVE-PAY-FILE
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PP-IS-HEADER TO TRUE
           MOVE WS-CHECK-ACCOUNT TO PP-ACCOUNT
           MOVE WS-RUN-DATE TO PP-H-FILE-DATE
           MOVE WS-ACH-COMPANY-NAME TO PP-H-COMPANY-NAME
           MOVE "REVERSAL" TO PP-H-SOURCE
           WRITE POSITIVE-PAY-RECORD

           OPEN OUTPUT VOID-REGISTER-FILE
           WRITE VOID-REGISTER-RECORD FROM
               "VOIDED CHECK REGISTER"
           WRITE VOID-REGISTER-RECORD FROM
               "    NUMBER    ID     NAME                  DATE
      -        "       AMOUNT".

       VOID-PRINTED-CHECK.
      *    The printed check this request reverses is the
      *    outstanding row for the same employee, issue date and net
      *    amount.  Found, it is voided: a void record for the bank,
      *    a line on the void register and the log, and the row
      *    marked "V" so CHECKREC flags it if it is ever presented.
      *    Not found - cleared already, or it was a deposit - and
      *    the ACH recall path takes over.
           MOVE "N" TO WS-CHECK-VOIDED
           IF CK-TABLE-OVERFLOWED
               ADD 1 TO SR-EXCEPTIONS
               WRITE REVERSAL-LOG-RECORD FROM
                   "      OUTSTANDING TABLE FULL - VOID ANY PRINTED CH
      -            "ECK MANUALLY"
           ELSE
               PERFORM FIND-OUTSTANDING-CHECK
                   VARYING WS-CK-IDX FROM 1 BY 1
                   UNTIL WS-CK-IDX > WS-CK-COUNT
                   OR (WS-CK-ENTRY-ID (WS-CK-IDX) = RV-ID
                       AND WS-CK-ENTRY-DATE (WS-CK-IDX) = RV-RUN-DATE
                       AND WS-CK-ENTRY-AMT (WS-CK-IDX) = RV-NET
                       AND CK-ENTRY-OUTSTANDING (WS-CK-IDX))
               IF WS-CK-IDX NOT > WS-CK-COUNT
                   SET PRINTED-CHECK-VOIDED TO TRUE
                   MOVE "V" TO WS-CK-ENTRY-STAT (WS-CK-IDX)
                   PERFORM WRITE-VOID-RECORDS
               END-IF
           END-IF.

       FIND-OUTSTANDING-CHECK.
           CONTINUE.

       WRITE-VOID-RECORDS.
           ADD 1 TO WS-VOID-COUNT
           ADD WS-CK-ENTRY-AMT (WS-CK-IDX) TO WS-VOID-TOTAL

           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PP-IS-DETAIL TO TRUE
           MOVE WS-CHECK-ACCOUNT TO PP-ACCOUNT
           MOVE WS-CK-ENTRY-NO (WS-CK-IDX) TO PP-D-CHECK-NO
           MOVE WS-CK-ENTRY-DATE (WS-CK-IDX) TO PP-D-ISSUE-DATE
           MOVE WS-CK-ENTRY-AMT (WS-CK-IDX) TO PP-D-AMOUNT
           SET PP-D-VOID TO TRUE
           MOVE WS-CK-ENTRY-NAME (WS-CK-IDX) TO PP-D-PAYEE
           WRITE POSITIVE-PAY-RECORD

           MOVE SPACES TO VOID-REGISTER-RECORD
           STRING
               "CHK " DELIMITED BY SIZE
               WS-CK-ENTRY-NO (WS-CK-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CK-ENTRY-ID (WS-CK-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CK-ENTRY-NAME (WS-CK-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CK-ENTRY-DATE (WS-CK-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CK-ENTRY-AMT (WS-CK-IDX) DELIMITED BY SIZE
               INTO VOID-REGISTER-RECORD
           END-STRING
           WRITE VOID-REGISTER-RECORD

           MOVE SPACES TO REVERSAL-LOG-RECORD
           STRING
               "      PRINTED CHECK " DELIMITED BY SIZE
               WS-CK-ENTRY-NO (WS-CK-IDX) DELIMITED BY SIZE
               " VOIDED - ON POSITIVE PAY VOID FILE"
                   DELIMITED BY SIZE
               INTO REVERSAL-LOG-RECORD
           END-STRING
           WRITE REVERSAL-LOG-RECORD.

       WRITE-VOID-TRAILERS.
           MOVE SPACES TO POSITIVE-PAY-RECORD
           SET PP-IS-TRAILER TO TRUE
           MOVE WS-CHECK-ACCOUNT TO PP-ACCOUNT
           MOVE WS-VOID-COUNT TO PP-T-DETAIL-COUNT
           MOVE WS-VOID-TOTAL TO PP-T-TOTAL-AMOUNT
           WRITE POSITIVE-PAY-RECORD

           MOVE SPACES TO VOID-REGISTER-RECORD
           STRING
               "CHECKS VOIDED " DELIMITED BY SIZE
               WS-VOID-COUNT DELIMITED BY SIZE
               "   TOTAL " DELIMITED BY SIZE
               WS-VOID-TOTAL DELIMITED BY SIZE
               INTO VOID-REGISTER-RECORD
           END-STRING
           WRITE VOID-REGISTER-RECORD.

       REWRITE-OUTSTANDING-FILE.
      *    Every row goes back, the voided ones marked "V" - they
      *    stay on file so a voided check that is presented anyway
      *    is caught by CHECKREC instead of reading as unknown.
           OPEN OUTPUT CHECK-OUTSTANDING-FILE
           PERFORM REWRITE-ONE-OUTSTANDING-ROW
               VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > WS-CK-COUNT
           CLOSE CHECK-OUTSTANDING-FILE.

       REWRITE-ONE-OUTSTANDING-ROW.
           MOVE SPACES TO CHECK-OUTSTANDING-RECORD
           MOVE WS-CK-ENTRY-NO (WS-CK-IDX) TO CK-CHECK-NO
           MOVE WS-CK-ENTRY-ID (WS-CK-IDX) TO CK-ID
           MOVE WS-CK-ENTRY-NAME (WS-CK-IDX) TO CK-NAME
           MOVE WS-CK-ENTRY-DATE (WS-CK-IDX) TO CK-ISSUE-DATE
           MOVE WS-CK-ENTRY-AMT (WS-CK-IDX) TO CK-AMOUNT
           MOVE WS-CK-ENTRY-STAT (WS-CK-IDX) TO CK-STATUS
           WRITE CHECK-OUTSTANDING-RECORD.

       OPEN-ACH-REVERSAL-FILE.
           OPEN OUTPUT ACH-REVERSAL-FILE

       WRITE-GL-REVERSAL-BATCH.
      *    Same accounts WRITE-GL-EXTRACT posts, opposite sides, so
      *    the reversing batch nets the original posting to zero in
      *    the ledger - the expense credited back to the department
      *    sub-accounts the check was charged to.  Skipped entirely when
      *    nothing reversed.
           IF WS-REVERSED-COUNT = 0
               OPEN OUTPUT GL-REVERSAL-FILE
               CLOSE GL-REVERSAL-FILE
           ELSE
               OPEN OUTPUT GL-REVERSAL-FILE

               PERFORM WRITE-ONE-DEPT-GL-LINES
                   VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT

               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-BATCH-ID TO GL-BATCH-ID
                   TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD

               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-BATCH-ID TO GL-BATCH-ID
               MOVE WS-RUN-DATE TO GL-RUN-DATE
               MOVE WS-GL-LOCAL-PAYABLE TO GL-ACCOUNT
               SET GL-IS-DEBIT TO TRUE
               MOVE WS-REV-LOCAL TO GL-AMOUNT
               MOVE "LOCAL TAX WITHHOLDING REVERSAL"
                   TO GL-DESCRIPTION
               WRITE GL-EXTRACT-RECORD

               CLOSE GL-REVERSAL-FILE
           END-IF.

       WRITE-ONE-DEPT-GL-LINES.
           IF WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX) > 0
               MOVE WS-GL-WAGE-EXP TO WS-GL-DEPT-ACCOUNT
               PERFORM BUILD-DEPT-GL-ACCOUNT
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE WS-BATCH-ID TO GL-BATCH-ID
               MOVE WS-RUN-DATE TO GL-RUN-DATE
               MOVE WS-GL-DEPT-ACCOUNT TO GL-ACCOUNT
               SET GL-IS-CREDIT TO TRUE
               MOVE WS-DEPT-ENTRY-GROSS (WS-DEPT-IDX) TO GL-AMOUNT
               STRING
                   "WAGE EXPENSE REVERSAL " DELIMITED BY SIZE
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
               SET GL-IS-CREDIT TO TRUE
               MOVE WS-DEPT-ENTRY-ER-TAX (WS-DEPT-IDX) TO GL-AMOUNT
               STRING
                   "ER TAX EXPENSE REVERSAL " DELIMITED BY SIZE
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
      *    PAYBAL measures each run's YTD delta against its
      *    snapshot; a reversal moves the YTD file outside a payroll
               WS-REJECTED-COUNT DELIMITED BY SIZE
               "   NET RECALLED " DELIMITED BY SIZE
               WS-ACH-DEBIT-TOTAL DELIMITED BY SIZE
               "   CHECKS VOIDED " DELIMITED BY SIZE
               WS-VOID-COUNT DELIMITED BY SIZE
               INTO REVERSAL-LOG-RECORD
           END-STRING
           WRITE REVERSAL-LOG-RECORD.

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
           SELECT QUARTERLY-FILE ASSIGN TO
               "output/quarterly_941.txt"
               10 WS-CO-ENTRY-TAX     PIC 9(11)V99.
               10 WS-CO-ENTRY-FICA    PIC 9(11)V99.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Quarter-end companion to YEAREND: reads the permanent pay
      *    history PAYROLL adds to every run and reports wages,
      *    income tax withheld and FICA withheld by calendar quarter
      *    - per employee, with a company total line per quarter for
      *    the 941.
           INITIALIZE STEP-RESULT
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "No pay history on file - nothing to report"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
      *    Along the batch key from the start: run by run, in the
      *    order the history was written.
           MOVE LOW-VALUES TO HK-BATCH-ID
           START PAY-HISTORY-FILE KEY IS NOT LESS THAN HK-BATCH-ID
               INVALID KEY
                   SET END-OF-FILE TO TRUE
           END-START
           OPEN OUTPUT QUARTERLY-FILE

           WRITE QUARTERLY-RECORD FROM
               "QUARTERLY WAGE AND WITHHOLDING TOTALS (941)"

           PERFORM UNTIL END-OF-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO SR-RECORDS-READ
                       IF HIST-PAY-LINE
                           PERFORM ACCUMULATE-PAY-LINE
                       END-IF
           CLOSE PAY-HISTORY-FILE
                 QUARTERLY-FILE

           MOVE WS-EMP-COUNT TO SR-RECORDS-WRITTEN
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Quarterly totals in output/quarterly_941.txt"
           GOBACK.

       ACCUMULATE-PAY-LINE.
           COMPUTE WS-QUARTER = (HP-RUN-MONTH + 2) / 3
      *            totals below still pick the check up, so the 941
      *            figures stay right even though the per-employee
      *            breakdown is short one line.
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: EMPLOYEE QUARTER TABLE FULL - "
                       HP-ID " " HP-RUN-DATE " NOT ITEMIZED"
               END-IF
      *            fold an overflow into the last slot rather than
      *            index past the table, same as the department
      *            table in PAYROLL.
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: QUARTER TABLE FULL - "
                       HP-RUN-DATE " FOLDED INTO LAST SLOT"
                   SET WS-CO-IDX TO WS-CO-TABLE-LIMIT

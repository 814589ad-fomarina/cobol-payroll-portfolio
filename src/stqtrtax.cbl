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
           SELECT STATE-QUARTERLY-FILE ASSIGN TO
               "output/quarterly_state.txt"
               10 WS-ST-ENTRY-GROSS   PIC 9(11)V99.
               10 WS-ST-ENTRY-STATE-TAX PIC 9(11)V99.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    State-by-state companion to QTRTAX: reads the same
      *    state filings.  Checks with no work state (paid before
      *    state withholding existed, or genuinely stateless) are
      *    left off - there is nothing to file them under.
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
           OPEN OUTPUT STATE-QUARTERLY-FILE

           WRITE STATE-QUARTERLY-RECORD FROM
               "QUARTERLY STATE WAGE AND WITHHOLDING TOTALS"

           PERFORM UNTIL END-OF-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO SR-RECORDS-READ
                       IF HIST-PAY-LINE
                           AND HP-WORK-STATE NOT = SPACES
                           PERFORM ACCUMULATE-STATE-PAY-LINE
           CLOSE PAY-HISTORY-FILE
                 STATE-QUARTERLY-FILE

           MOVE WS-EMP-COUNT TO SR-RECORDS-WRITTEN
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "State totals in output/quarterly_state.txt"
           GOBACK.

       ACCUMULATE-STATE-PAY-LINE.
           COMPUTE WS-QUARTER = (HP-RUN-MONTH + 2) / 3
      *            totals below still pick the check up, so the
      *            filing figures stay right even though the
      *            per-employee breakdown is short one line.
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: EMPLOYEE STATE TABLE FULL - "
                       HP-ID " " HP-RUN-DATE " NOT ITEMIZED"
               END-IF
      *            Fold an overflow into the last slot rather than
      *            index past the table, same as the quarter table
      *            in QTRTAX.
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: STATE QUARTER TABLE FULL - "
                       HP-RUN-DATE " FOLDED INTO LAST SLOT"
                   SET WS-ST-IDX TO WS-ST-TABLE-LIMIT

       01 WS-REISSUE-COUNT    PIC 9(5)    VALUE 0.
       01 WS-UNMATCHED-COUNT  PIC 9(5)    VALUE 0.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Runs after the bank's returns file arrives: each returned
      *    the prenote cycle instead of receiving more money, and a
      *    bounced live credit lands on the re-issue list so the net
      *    pay is paid by other means rather than silently lost.
           INITIALIZE STEP-RESULT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT RETURNS-REPORT-FILE
                OUTPUT REISSUE-FILE
           CLOSE RETURNS-REPORT-FILE
                 REISSUE-FILE

      *    Unmatched traces, unapplied returns and re-issues all need
      *    a person before the money is right.
           ADD WS-RETURNS-APPLIED WS-NOCS-APPLIED
               GIVING SR-RECORDS-WRITTEN
           ADD WS-UNMATCHED-COUNT WS-REISSUE-COUNT TO SR-EXCEPTIONS
           IF RETURN-CODE = 0 AND SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Returns report in output/ach_returns_report.txt"
           GOBACK.

       LOAD-TRACE-TABLE.
      *    Walk the ACH file the last run transmitted and keep every
                           MOVE ED-AMOUNT TO
                               WS-TRACE-ENTRY-AMT (WS-TRACE-IDX)
                       ELSE
                           ADD 1 TO SR-EXCEPTIONS
                           DISPLAY "WARNING: TRACE TABLE FULL - "
                               ED-TRACE-NUMBER " NOT LOADED"
                       END-IF
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO SR-RECORDS-READ
                   PERFORM RESOLVE-ONE-RETURN
           END-READ.

                       TO WS-RET-ENTRY-AMT (WS-RET-IDX)
                   MOVE "N" TO WS-RET-ENTRY-APPLIED (WS-RET-IDX)
               ELSE
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: RETURN TABLE FULL - "
                       RT-TRACE-NUMBER " DROPPED, RERUN"
               END-IF
               WRITE RETURNS-REPORT-RECORD FROM
                   "BANK FILE data/bank_info.txt MISSING - NO ROWS UPD
      -            "ATED"
               MOVE 8 TO RETURN-CODE
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM APPLY-ONE-BANK-ROW

       REPORT-ONE-UNAPPLIED.
           IF NOT RET-ENTRY-APPLIED (WS-RET-IDX)
               ADD 1 TO SR-EXCEPTIONS
               MOVE SPACES TO RETURNS-REPORT-RECORD
               STRING
                   "NO BANK ROW " DELIMITED BY SIZE

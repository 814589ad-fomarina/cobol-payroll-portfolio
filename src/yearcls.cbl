               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTD-ARCHIVE-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO
               "data/pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HK-BATCH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT HISTORY-ARCHIVE-FILE ASSIGN TO
               WS-HIST-ARCHIVE-NAME
       COPY "empmstr.cpy".

       FD YTD-ARCHIVE-FILE.
       01 YTD-ARCHIVE-RECORD  PIC X(193).

       FD PAY-HISTORY-FILE.
       COPY "histrec.cpy".

       FD HISTORY-ARCHIVE-FILE.
       01 HISTORY-ARCHIVE-RECORD PIC X(235).

       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD.
               10 WS-ROLL-ENTRY-ID   PIC X(5).
               10 WS-ROLL-ENTRY-NAME PIC X(20).

       01 WS-ACTIVE-FLAG      PIC X       VALUE "A".
           88 EMPLOYEE-ACTIVE VALUE "A".
       01 WS-BEST-EFF-DATE    PIC 9(8)    VALUE 0.
       01 WS-GRAND-TAX        PIC 9(11)V99 VALUE 0.
       01 WS-GRAND-NET        PIC 9(11)V99 VALUE 0.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Runs once a year, after the final period's PAYROLL and
      *    final period of the year complete - a mid-year close
      *    would hand the wage-base caps a clean slate they have
      *    not earned.
           INITIALIZE STEP-RESULT
           PERFORM VERIFY-YEAR-IS-CLOSED
           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE SPACES TO CLOSE-REPORT-RECORD
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           CLOSE CLOSE-REPORT-FILE
           MOVE WS-ARCHIVED-EMPLOYEES TO SR-RECORDS-READ
           MOVE WS-ROLLED-EMPLOYEES TO SR-RECORDS-WRITTEN
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Close report in output/year_close_report.txt"
           GOBACK.

       VERIFY-YEAR-IS-CLOSED.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "RUN CONTROL FILE data/run_control.txt "
                   "MISSING - NOT CLOSING"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ RUN-CONTROL-FILE
               AT END
                   CLOSE RUN-CONTROL-FILE
                   DISPLAY "RUN CONTROL FILE IS EMPTY - NOT CLOSING"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           IF NOT CTL-IS-COMPLETE
               DISPLAY "PERIOD " CTL-PERIOD-START " - "
                   CTL-PERIOD-END " IS NOT MARKED COMPLETE - "
                   "NOT CLOSING"
               CLOSE RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF CTL-PERIOD-END (5:2) NOT = "12"
               DISPLAY "PERIOD ENDING " CTL-PERIOD-END
                   " IS NOT THE FINAL PERIOD OF THE YEAR - "
                   "NOT CLOSING"
               CLOSE RUN-CONTROL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE CTL-PERIOD-END (1:4) TO WS-CLOSE-YEAR
           MOVE CTL-PERIOD-END TO WS-CLOSE-DATE
                   " IS ALREADY ARCHIVED IN " WS-YTD-ARCHIVE-NAME
               DISPLAY "REFUSING TO CLOSE IT AGAIN - MOVE THE "
                   "ARCHIVE ASIDE FIRST IF THIS IS INTENTIONAL"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       OPEN-MASTER-FOR-STATUS.
                   "NO YTD FILE ON HAND - NOTHING TO ARCHIVE"
               DISPLAY "NO YTD FILE - NOT CLOSING"
               CLOSE CLOSE-REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT YTD-ARCHIVE-FILE
           WRITE CLOSE-REPORT-RECORD FROM
                           MOVE YTD-NAME
                               TO WS-ROLL-ENTRY-NAME (WS-ROLL-IDX)
                       ELSE
                           ADD 1 TO SR-EXCEPTIONS
                           DISPLAY "WARNING: ROLL TABLE FULL - "
                               YTD-ID " NOT ROLLED, ADD BY HAND"
                       END-IF

       ARCHIVE-PAY-HISTORY.
      *    Closed-year lines (the close year and anything older a
      *    prior close left behind) move to the per-year archive
      *    so QTRTAX stops re-reading years that are already filed.
      *    The archive is written whole, run by run along the batch
      *    key, before a single line comes off the history; only
      *    then does a second pass delete what was archived.  A
      *    close that stops part way leaves every line still on the
      *    history, and a rerun simply writes the archive again.
           MOVE "N" TO WS-EOF
           OPEN I-O PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS NOT = "00"
               ADD 1 TO SR-EXCEPTIONS
               WRITE CLOSE-REPORT-RECORD FROM
                   "NO PAY HISTORY ON HAND - NOTHING TO ARCHIVE"
           ELSE
               OPEN OUTPUT HISTORY-ARCHIVE-FILE
               MOVE LOW-VALUES TO HK-BATCH-ID
               START PAY-HISTORY-FILE
                   KEY IS NOT LESS THAN HK-BATCH-ID
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
               END-START
               PERFORM SPLIT-ONE-HISTORY-LINE
                   UNTIL END-OF-FILE
               CLOSE HISTORY-ARCHIVE-FILE

               MOVE "N" TO WS-EOF
               MOVE LOW-VALUES TO HIST-KEY
               START PAY-HISTORY-FILE
                   KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       SET END-OF-FILE TO TRUE
               END-START
               PERFORM PURGE-ONE-HISTORY-LINE
                   UNTIL END-OF-FILE
               CLOSE PAY-HISTORY-FILE
           END-IF.

       SPLIT-ONE-HISTORY-LINE.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE HP-RUN-YEAR TO WS-LINE-YEAR
                   IF WS-LINE-YEAR <= WS-CLOSE-YEAR
                       ADD 1 TO WS-ARCHIVED-LINES
                       WRITE HISTORY-ARCHIVE-RECORD FROM HIST-LINE
                   ELSE
                       ADD 1 TO WS-KEPT-LINES
                   END-IF
           END-READ.

       PURGE-ONE-HISTORY-LINE.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   MOVE HP-RUN-YEAR TO WS-LINE-YEAR
                   IF WS-LINE-YEAR <= WS-CLOSE-YEAR
                       DELETE PAY-HISTORY-FILE RECORD
                   END-IF
           END-READ.

       RESET-BALANCE-SNAPSHOT.
      *    PAYBAL measures each run's YTD delta against the

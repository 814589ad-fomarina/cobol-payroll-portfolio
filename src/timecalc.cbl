           SELECT EDIT-REPORT-FILE ASSIGN TO
               "output/hours_edit.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LABOR-HOURS-FILE ASSIGN TO
               "data/labor_hours.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *    One row per employee per day worked, keyed from the
      *    punch clock: the daily detail the single weekly number
      *    in EMPLOYEE-FILE used to be added up from by hand.
      *    The charge department and job are optional: blank
      *    department is the employee's home department, blank job
      *    is no job - older cards without the fields read that way.
       01 TIMECARD-RECORD.
           05 TC-ID               PIC X(5).
           05 FILLER              PIC X.
           05 TC-WORK-DATE        PIC 9(8).
           05 FILLER              PIC X.
           05 TC-HOURS            PIC 9(2)V99.
           05 FILLER              PIC X.
           05 TC-CHARGE-DEPT      PIC X(4).
           05 FILLER              PIC X.
           05 TC-JOB-CODE         PIC X(6).

       FD ROSTER-FILE.
      *    The hand-maintained roster - same layout as the pay file
       FD EDIT-REPORT-FILE.
       01 EDIT-REPORT-RECORD  PIC X(120).

       FD LABOR-HOURS-FILE.
       COPY "laborrec.cpy".

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X       VALUE "N".
           88 END-OF-FILE     VALUE "Y".
               10 WS-TC-ENTRY-DATE   PIC 9(8).
               10 WS-TC-ENTRY-SERIAL PIC 9(7).
               10 WS-TC-ENTRY-HOURS  PIC 9(2)V99.
               10 WS-TC-ENTRY-DEPT   PIC X(4).
               10 WS-TC-ENTRY-JOB    PIC X(6).
               10 WS-TC-ENTRY-USED   PIC X.
                   88 TC-ENTRY-USED  VALUE "Y".

               10 WS-WEEK-ENTRY-HOURS    PIC 9(4)V99.
               10 WS-WEEK-ENTRY-DAILY-OT PIC 9(4)V99.

      *    One employee's punches totalled by charge department and
      *    job - the labor distribution PAYROLL spreads the check's
      *    cost by.  Ten combinations in one period is generous; an
      *    eleventh folds into the last slot so no hours are lost.
       01 WS-CHG-TABLE-LIMIT  PIC 9(2)    VALUE 10.
       01 WS-CHG-COUNT        PIC 9(2)    VALUE 0.
       01 WS-CHG-TABLE.
           05 WS-CHG-ENTRY OCCURS 10 TIMES
               INDEXED BY WS-CHG-IDX.
               10 WS-CHG-ENTRY-DEPT   PIC X(4).
               10 WS-CHG-ENTRY-JOB    PIC X(6).
               10 WS-CHG-ENTRY-HOURS  PIC 9(3)V99.
       01 WS-CHG-DEPT-DISP    PIC X(4)    VALUE SPACES.

       01 WS-WEEK-SUB         PIC 9(2)    VALUE 0.
       01 WS-DAY-OT           PIC 9(3)V99 VALUE 0.
       01 WS-WEEK-REMAIN      PIC 9(4)V99 VALUE 0.
       01 WS-CARDS-REJECTED   PIC 9(5)    VALUE 0.
       01 WS-CARDS-ORPHANED   PIC 9(5)    VALUE 0.
       01 WS-EMPLOYEES-OUT    PIC 9(5)    VALUE 0.
       01 WS-LABOR-ROWS-OUT   PIC 9(5)    VALUE 0.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    the daily and weekly overtime rules, and produces the
      *    employee pay file PAYROLL reads - so the hours on the
      *    payroll report trace back to the days they were worked
      *    instead of to one hand-added weekly number.  The hours
      *    are also totalled by charge department and job into the
      *    labor hours file PAYROLL distributes the cost by.
           INITIALIZE STEP-RESULT
           PERFORM LOAD-PERIOD-WINDOW
           OPEN OUTPUT EDIT-REPORT-FILE
           WRITE EDIT-REPORT-RECORD FROM
                   "ROSTER FILE data/employee_roster.txt MISSING - "
               CLOSE EDIT-REPORT-FILE
               DISPLAY "ROSTER FILE MISSING - SET IT UP AND RERUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EMPLOYEE-PAY-FILE
           OPEN OUTPUT LABOR-HOURS-FILE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE

           CLOSE ROSTER-FILE
                 EMPLOYEE-PAY-FILE
                 LABOR-HOURS-FILE
                 EDIT-REPORT-FILE

      *    Rejected and orphaned punches are hours somebody worked
      *    that this pay file does not carry - the run is good, but
      *    the edit report has to be read before PAYROLL goes.
           ADD WS-CARDS-LOADED WS-CARDS-REJECTED
               GIVING SR-RECORDS-READ
           MOVE WS-EMPLOYEES-OUT TO SR-RECORDS-WRITTEN
           ADD WS-CARDS-REJECTED WS-CARDS-ORPHANED TO SR-EXCEPTIONS
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Pay file written - edit report in "
               "output/hours_edit.txt"
           GOBACK.

       LOAD-PERIOD-WINDOW.
      *    Only the period window is needed here; the completeness
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
           MOVE CTL-PERIOD-START TO WS-PERIOD-START
           MOVE CTL-PERIOD-END TO WS-PERIOD-END
           IF WS-TIMECARD-STATUS NOT = "00"
               WRITE EDIT-REPORT-RECORD FROM
                   "NO TIMECARD FILE - ALL HOURS WILL BE ZERO"
               ADD 1 TO SR-EXCEPTIONS
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM LOAD-ONE-TIMECARD
                   MOVE WS-DATE-SERIAL
                       TO WS-TC-ENTRY-SERIAL (WS-TC-IDX)
                   MOVE TC-HOURS TO WS-TC-ENTRY-HOURS (WS-TC-IDX)
                   MOVE TC-CHARGE-DEPT
                       TO WS-TC-ENTRY-DEPT (WS-TC-IDX)
                   MOVE TC-JOB-CODE TO WS-TC-ENTRY-JOB (WS-TC-IDX)
                   MOVE "N" TO WS-TC-ENTRY-USED (WS-TC-IDX)
               ELSE
                   DISPLAY "WARNING: TIMECARD TABLE FULL - "
               PERFORM BUILD-WEEK-TOTALS
               PERFORM TOTAL-EMPLOYEE-HOURS
               PERFORM WRITE-EMPLOYEE-PAY-ROW
               PERFORM WRITE-LABOR-HOURS-ROWS
               PERFORM WRITE-EMPLOYEE-EDIT-LINES
           END-IF.

       BUILD-DAY-TOTALS.
      *    Fold this employee's punches into one total per work day
      *    - two punches the same day are one day's hours for the
      *    daily overtime test.  The same pass totals them by
      *    charge department and job.
           MOVE 0 TO WS-DAY-COUNT
           MOVE 0 TO WS-CHG-COUNT
           PERFORM CONSUME-ONE-TIMECARD
               VARYING WS-TC-IDX FROM 1 BY 1
               UNTIL WS-TC-IDX > WS-TC-COUNT.
               END-IF
               ADD WS-TC-ENTRY-HOURS (WS-TC-IDX)
                   TO WS-DAY-ENTRY-HOURS (WS-DAY-IDX)
               PERFORM ADD-CHARGE-HOURS
           END-IF.

       FIND-DAY-ENTRY.
           CONTINUE.

       ADD-CHARGE-HOURS.
           PERFORM FIND-CHARGE-ENTRY
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT
               OR (WS-CHG-ENTRY-DEPT (WS-CHG-IDX)
                   = WS-TC-ENTRY-DEPT (WS-TC-IDX)
                   AND WS-CHG-ENTRY-JOB (WS-CHG-IDX)
                   = WS-TC-ENTRY-JOB (WS-TC-IDX))
           IF WS-CHG-IDX > WS-CHG-COUNT
               IF WS-CHG-COUNT < WS-CHG-TABLE-LIMIT
                   ADD 1 TO WS-CHG-COUNT
                   SET WS-CHG-IDX TO WS-CHG-COUNT
                   MOVE WS-TC-ENTRY-DEPT (WS-TC-IDX)
                       TO WS-CHG-ENTRY-DEPT (WS-CHG-IDX)
                   MOVE WS-TC-ENTRY-JOB (WS-TC-IDX)
                       TO WS-CHG-ENTRY-JOB (WS-CHG-IDX)
                   MOVE 0 TO WS-CHG-ENTRY-HOURS (WS-CHG-IDX)
               ELSE
                   SET WS-CHG-IDX TO WS-CHG-TABLE-LIMIT
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: CHARGE TABLE FULL - "
                       ER-ID " " WS-TC-ENTRY-DEPT (WS-TC-IDX) " "
                       WS-TC-ENTRY-JOB (WS-TC-IDX)
                       " FOLDED INTO LAST SLOT"
               END-IF
           END-IF
           ADD WS-TC-ENTRY-HOURS (WS-TC-IDX)
               TO WS-CHG-ENTRY-HOURS (WS-CHG-IDX).

       FIND-CHARGE-ENTRY.
           CONTINUE.

       BUILD-WEEK-TOTALS.
      *    Bucket the days into weeks counted from the period start
      *    and accumulate each day's over-the-daily-limit hours as
           WRITE PAY-RECORD FROM EMPLOYEE-RECORD
           ADD 1 TO WS-EMPLOYEES-OUT.

       WRITE-LABOR-HOURS-ROWS.
      *    A blank department goes out blank - PAYROLL resolves the
      *    home department on the check date, which may not be the
      *    roster's.
           PERFORM WRITE-ONE-LABOR-HOURS-ROW
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.

       WRITE-ONE-LABOR-HOURS-ROW.
           MOVE SPACES TO LABOR-HOURS-RECORD
           MOVE ER-ID TO LH-ID
           MOVE WS-CHG-ENTRY-DEPT (WS-CHG-IDX) TO LH-CHARGE-DEPT
           MOVE WS-CHG-ENTRY-JOB (WS-CHG-IDX) TO LH-JOB-CODE
           MOVE WS-CHG-ENTRY-HOURS (WS-CHG-IDX) TO LH-HOURS
           WRITE LABOR-HOURS-RECORD
           ADD 1 TO WS-LABOR-ROWS-OUT.

       WRITE-EMPLOYEE-EDIT-LINES.
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING
           END-IF
           PERFORM WRITE-ONE-DAY-LINE
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
           PERFORM WRITE-ONE-CHARGE-LINE
               VARYING WS-CHG-IDX FROM 1 BY 1
               UNTIL WS-CHG-IDX > WS-CHG-COUNT.

       WRITE-ONE-CHARGE-LINE.
           IF WS-CHG-ENTRY-DEPT (WS-CHG-IDX) = SPACES
               MOVE "HOME" TO WS-CHG-DEPT-DISP
           ELSE
               MOVE WS-CHG-ENTRY-DEPT (WS-CHG-IDX)
                   TO WS-CHG-DEPT-DISP
           END-IF
           MOVE SPACES TO EDIT-REPORT-RECORD
           STRING
               "      CHARGE " DELIMITED BY SIZE
               WS-CHG-DEPT-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CHG-ENTRY-JOB (WS-CHG-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CHG-ENTRY-HOURS (WS-CHG-IDX) DELIMITED BY SIZE
               INTO EDIT-REPORT-RECORD
           END-STRING
           WRITE EDIT-REPORT-RECORD.

       WRITE-ONE-DAY-LINE.
           MOVE SPACES TO EDIT-REPORT-RECORD
               WS-CARDS-ORPHANED DELIMITED BY SIZE
               "   EMPLOYEES WRITTEN " DELIMITED BY SIZE
               WS-EMPLOYEES-OUT DELIMITED BY SIZE
               "   LABOR ROWS " DELIMITED BY SIZE
               WS-LABOR-ROWS-OUT DELIMITED BY SIZE
               INTO EDIT-REPORT-RECORD
           END-STRING
           WRITE EDIT-REPORT-RECORD.

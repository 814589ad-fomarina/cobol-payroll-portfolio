       IDENTIFICATION DIVISION.
       PROGRAM-ID. LCQTRTAX.

       ENVIRONMENT DIVISION.
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
           SELECT LOCAL-TAX-FILE ASSIGN TO
               "data/local_tax_rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCAL-TAX-STATUS.
           SELECT LOCAL-QUARTERLY-FILE ASSIGN TO
               "output/quarterly_local.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD PAY-HISTORY-FILE.
       COPY "histrec.cpy".

       FD LOCAL-TAX-FILE.
       COPY "localtax.cpy".

       FD LOCAL-QUARTERLY-FILE.
       01 LOCAL-QUARTERLY-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X       VALUE "N".
           88 END-OF-FILE     VALUE "Y".

       01 WS-HISTORY-STATUS   PIC XX      VALUE "00".
       01 WS-LOCAL-TAX-STATUS PIC XX      VALUE "00".
       01 WS-LT-EOF           PIC X       VALUE "N".
           88 LT-END-OF-FILE  VALUE "Y".

       01 WS-QUARTER          PIC 9       VALUE 0.

      *    The rate table, loaded only for who each locality's
      *    withholding is remitted to and what it is called - the
      *    amounts all come off the history.  A locality no longer
      *    on the table still reports, under collector UNKNOWN.
       01 WS-LT-TABLE-LIMIT   PIC 9(3)    VALUE 100.
       01 WS-LT-COUNT         PIC 9(3)    VALUE 0.
       01 WS-LT-TABLE.
           05 WS-LT-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-LT-IDX.
               10 WS-LT-ENTRY-CODE      PIC X(6).
               10 WS-LT-ENTRY-STATE     PIC X(2).
               10 WS-LT-ENTRY-COLLECTOR PIC X(8).
               10 WS-LT-ENTRY-NAME      PIC X(20).

      *    One posting staged for ACCUMULATE-LOCAL-POSTING: the
      *    locality, and the wages, earned income tax and LST the
      *    check owes it.
       01 WS-POST-CODE        PIC X(6)    VALUE SPACES.
       01 WS-POST-COLLECTOR   PIC X(8)    VALUE SPACES.
       01 WS-POST-WAGES       PIC 9(7)V99 VALUE 0.
       01 WS-POST-EIT         PIC 9(7)V99 VALUE 0.
       01 WS-POST-LST         PIC 9(7)V99 VALUE 0.

      *    Per-employee wages and local withholding by locality and
      *    calendar quarter - one slot per employee/locality/year/
      *    quarter combination seen in the history file.
       01 WS-EMP-TABLE-LIMIT  PIC 9(4)    VALUE 800.
       01 WS-EMP-COUNT        PIC 9(4)    VALUE 0.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 800 TIMES
               INDEXED BY WS-EMP-IDX.
               10 WS-EMP-ENTRY-ID     PIC X(5).
               10 WS-EMP-ENTRY-LOCAL  PIC X(6).
               10 WS-EMP-ENTRY-YEAR   PIC 9(4).
               10 WS-EMP-ENTRY-QTR    PIC 9.
               10 WS-EMP-ENTRY-WAGES  PIC 9(9)V99.
               10 WS-EMP-ENTRY-EIT    PIC 9(9)V99.
               10 WS-EMP-ENTRY-LST    PIC 9(9)V99.
               10 WS-EMP-ENTRY-CHECKS PIC 9(4).

      *    Locality totals per locality/year/quarter - the figures
      *    each locality's quarterly return is built from.
       01 WS-LOC-TABLE-LIMIT  PIC 9(3)    VALUE 200.
       01 WS-LOC-COUNT        PIC 9(3)    VALUE 0.
       01 WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 200 TIMES
               INDEXED BY WS-LOC-IDX.
               10 WS-LOC-ENTRY-LOCAL     PIC X(6).
               10 WS-LOC-ENTRY-COLLECTOR PIC X(8).
               10 WS-LOC-ENTRY-YEAR      PIC 9(4).
               10 WS-LOC-ENTRY-QTR       PIC 9.
               10 WS-LOC-ENTRY-WAGES     PIC 9(11)V99.
               10 WS-LOC-ENTRY-EIT       PIC 9(11)V99.
               10 WS-LOC-ENTRY-LST       PIC 9(11)V99.

      *    Collector totals per collector/year/quarter - what is
      *    remitted to each tax collector for the quarter, across
      *    every locality it collects for.
       01 WS-COL-TABLE-LIMIT  PIC 9(3)    VALUE 100.
       01 WS-COL-COUNT        PIC 9(3)    VALUE 0.
       01 WS-COL-TABLE.
           05 WS-COL-ENTRY OCCURS 100 TIMES
               INDEXED BY WS-COL-IDX.
               10 WS-COL-ENTRY-COLLECTOR PIC X(8).
               10 WS-COL-ENTRY-YEAR      PIC 9(4).
               10 WS-COL-ENTRY-QTR       PIC 9.
               10 WS-COL-ENTRY-EIT       PIC 9(11)V99.
               10 WS-COL-ENTRY-LST       PIC 9(11)V99.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Local companion to STQTRTAX: reads the same permanent pay
      *    history and reports local earned income tax and Local
      *    Services Tax withheld by tax collector, locality and
      *    calendar quarter - per employee, with a locality total
      *    and a collector total per quarter for the local returns.
      *    Checks with no local codes (no local tax owed, off-cycle
      *    and adjustment lines, checks paid before local
      *    withholding existed) are left off.
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
           PERFORM LOAD-LOCAL-TAX-TABLE
           OPEN OUTPUT LOCAL-QUARTERLY-FILE

           WRITE LOCAL-QUARTERLY-RECORD FROM
               "QUARTERLY LOCAL WAGE AND WITHHOLDING TOTALS"

           PERFORM UNTIL END-OF-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO SR-RECORDS-READ
                       IF HIST-PAY-LINE
                           PERFORM ACCUMULATE-LOCAL-PAY-LINE
                       END-IF
               END-READ
           END-PERFORM

           PERFORM WRITE-ONE-COLLECTOR-QUARTER
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT

           CLOSE PAY-HISTORY-FILE
                 LOCAL-QUARTERLY-FILE

           MOVE WS-EMP-COUNT TO SR-RECORDS-WRITTEN
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Local totals in output/quarterly_local.txt"
           GOBACK.

       LOAD-LOCAL-TAX-TABLE.
           OPEN INPUT LOCAL-TAX-FILE
           IF WS-LOCAL-TAX-STATUS = "00"
               PERFORM LOAD-ONE-LOCAL-TAX-ROW
                   UNTIL LT-END-OF-FILE
               CLOSE LOCAL-TAX-FILE
           ELSE
               ADD 1 TO SR-EXCEPTIONS
               DISPLAY "WARNING: NO LOCAL TAX RATE FILE - "
                   "COLLECTORS REPORTED AS UNKNOWN"
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
                       MOVE LT-STATE
                           TO WS-LT-ENTRY-STATE (WS-LT-IDX)
                       MOVE LT-COLLECTOR
                           TO WS-LT-ENTRY-COLLECTOR (WS-LT-IDX)
                       MOVE LT-NAME
                           TO WS-LT-ENTRY-NAME (WS-LT-IDX)
                   ELSE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: LOCAL TAX TABLE FULL - "
                           LT-LOCALITY " DROPPED"
                   END-IF
           END-READ.

       ACCUMULATE-LOCAL-PAY-LINE.
      *    A check can owe two localities: the earned income tax to
      *    whichever won the higher-of rule, the LST to the work
      *    site.  When they are the same locality the check posts
      *    once, with both amounts.
           COMPUTE WS-QUARTER = (HP-RUN-MONTH + 2) / 3

           IF HP-LOCAL-CODE NOT = SPACES
               AND HP-LOCAL-TAX NUMERIC
               MOVE HP-LOCAL-CODE TO WS-POST-CODE
               MOVE HP-LOCAL-WAGES TO WS-POST-WAGES
               MOVE HP-LOCAL-TAX TO WS-POST-EIT
               MOVE 0 TO WS-POST-LST
               IF HP-LST-CODE = HP-LOCAL-CODE
                   AND HP-LST-TAX NUMERIC
                   MOVE HP-LST-TAX TO WS-POST-LST
               END-IF
               PERFORM ACCUMULATE-LOCAL-POSTING
           END-IF

           IF HP-LST-CODE NOT = SPACES
               AND HP-LST-CODE NOT = HP-LOCAL-CODE
               AND HP-LST-TAX NUMERIC
               MOVE HP-LST-CODE TO WS-POST-CODE
               MOVE 0 TO WS-POST-WAGES
               MOVE 0 TO WS-POST-EIT
               MOVE HP-LST-TAX TO WS-POST-LST
               PERFORM ACCUMULATE-LOCAL-POSTING
           END-IF.

       ACCUMULATE-LOCAL-POSTING.
           MOVE "UNKNOWN" TO WS-POST-COLLECTOR
           PERFORM FIND-LT-ENTRY
               VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
               OR WS-LT-ENTRY-CODE (WS-LT-IDX) = WS-POST-CODE
           IF WS-LT-IDX NOT > WS-LT-COUNT
               MOVE WS-LT-ENTRY-COLLECTOR (WS-LT-IDX)
                   TO WS-POST-COLLECTOR
           ELSE
               ADD 1 TO SR-EXCEPTIONS
           END-IF

           PERFORM FIND-EMP-ENTRY
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
               OR (WS-EMP-ENTRY-ID (WS-EMP-IDX) = HP-ID
                   AND WS-EMP-ENTRY-LOCAL (WS-EMP-IDX)
                       = WS-POST-CODE
                   AND WS-EMP-ENTRY-YEAR (WS-EMP-IDX) = HP-RUN-YEAR
                   AND WS-EMP-ENTRY-QTR (WS-EMP-IDX) = WS-QUARTER)
           IF WS-EMP-IDX > WS-EMP-COUNT
               IF WS-EMP-COUNT < WS-EMP-TABLE-LIMIT
                   ADD 1 TO WS-EMP-COUNT
                   SET WS-EMP-IDX TO WS-EMP-COUNT
                   MOVE HP-ID TO WS-EMP-ENTRY-ID (WS-EMP-IDX)
                   MOVE WS-POST-CODE
                       TO WS-EMP-ENTRY-LOCAL (WS-EMP-IDX)
                   MOVE HP-RUN-YEAR
                       TO WS-EMP-ENTRY-YEAR (WS-EMP-IDX)
                   MOVE WS-QUARTER TO WS-EMP-ENTRY-QTR (WS-EMP-IDX)
                   MOVE 0 TO WS-EMP-ENTRY-WAGES (WS-EMP-IDX)
                   MOVE 0 TO WS-EMP-ENTRY-EIT (WS-EMP-IDX)
                   MOVE 0 TO WS-EMP-ENTRY-LST (WS-EMP-IDX)
                   MOVE 0 TO WS-EMP-ENTRY-CHECKS (WS-EMP-IDX)
               ELSE
      *            No slot for the employee detail line - the
      *            locality and collector totals below still pick
      *            the check up, so the return figures stay right.
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: EMPLOYEE LOCAL TABLE FULL - "
                       HP-ID " " HP-RUN-DATE " NOT ITEMIZED"
               END-IF
           END-IF
           IF WS-EMP-IDX NOT > WS-EMP-COUNT
               ADD WS-POST-WAGES TO WS-EMP-ENTRY-WAGES (WS-EMP-IDX)
               ADD WS-POST-EIT TO WS-EMP-ENTRY-EIT (WS-EMP-IDX)
               ADD WS-POST-LST TO WS-EMP-ENTRY-LST (WS-EMP-IDX)
               ADD 1 TO WS-EMP-ENTRY-CHECKS (WS-EMP-IDX)
           END-IF

           PERFORM FIND-LOC-ENTRY
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT
               OR (WS-LOC-ENTRY-LOCAL (WS-LOC-IDX) = WS-POST-CODE
                   AND WS-LOC-ENTRY-YEAR (WS-LOC-IDX) = HP-RUN-YEAR
                   AND WS-LOC-ENTRY-QTR (WS-LOC-IDX) = WS-QUARTER)
           IF WS-LOC-IDX > WS-LOC-COUNT
               IF WS-LOC-COUNT < WS-LOC-TABLE-LIMIT
                   ADD 1 TO WS-LOC-COUNT
                   SET WS-LOC-IDX TO WS-LOC-COUNT
                   MOVE WS-POST-CODE
                       TO WS-LOC-ENTRY-LOCAL (WS-LOC-IDX)
                   MOVE WS-POST-COLLECTOR
                       TO WS-LOC-ENTRY-COLLECTOR (WS-LOC-IDX)
                   MOVE HP-RUN-YEAR TO WS-LOC-ENTRY-YEAR (WS-LOC-IDX)
                   MOVE WS-QUARTER TO WS-LOC-ENTRY-QTR (WS-LOC-IDX)
                   MOVE 0 TO WS-LOC-ENTRY-WAGES (WS-LOC-IDX)
                   MOVE 0 TO WS-LOC-ENTRY-EIT (WS-LOC-IDX)
                   MOVE 0 TO WS-LOC-ENTRY-LST (WS-LOC-IDX)
               ELSE
      *            Fold an overflow into the last slot rather than
      *            index past the table, same as STQTRTAX.
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: LOCALITY QUARTER TABLE FULL - "
                       HP-RUN-DATE " FOLDED INTO LAST SLOT"
                   SET WS-LOC-IDX TO WS-LOC-TABLE-LIMIT
               END-IF
           END-IF
           ADD WS-POST-WAGES TO WS-LOC-ENTRY-WAGES (WS-LOC-IDX)
           ADD WS-POST-EIT TO WS-LOC-ENTRY-EIT (WS-LOC-IDX)
           ADD WS-POST-LST TO WS-LOC-ENTRY-LST (WS-LOC-IDX)

           PERFORM FIND-COL-ENTRY
               VARYING WS-COL-IDX FROM 1 BY 1
               UNTIL WS-COL-IDX > WS-COL-COUNT
               OR (WS-COL-ENTRY-COLLECTOR (WS-COL-IDX)
                       = WS-POST-COLLECTOR
                   AND WS-COL-ENTRY-YEAR (WS-COL-IDX) = HP-RUN-YEAR
                   AND WS-COL-ENTRY-QTR (WS-COL-IDX) = WS-QUARTER)
           IF WS-COL-IDX > WS-COL-COUNT
               IF WS-COL-COUNT < WS-COL-TABLE-LIMIT
                   ADD 1 TO WS-COL-COUNT
                   SET WS-COL-IDX TO WS-COL-COUNT
                   MOVE WS-POST-COLLECTOR
                       TO WS-COL-ENTRY-COLLECTOR (WS-COL-IDX)
                   MOVE HP-RUN-YEAR TO WS-COL-ENTRY-YEAR (WS-COL-IDX)
                   MOVE WS-QUARTER TO WS-COL-ENTRY-QTR (WS-COL-IDX)
                   MOVE 0 TO WS-COL-ENTRY-EIT (WS-COL-IDX)
                   MOVE 0 TO WS-COL-ENTRY-LST (WS-COL-IDX)
               ELSE
                   ADD 1 TO SR-EXCEPTIONS
                   DISPLAY "WARNING: COLLECTOR QUARTER TABLE FULL - "
                       HP-RUN-DATE " FOLDED INTO LAST SLOT"
                   SET WS-COL-IDX TO WS-COL-TABLE-LIMIT
               END-IF
           END-IF
           ADD WS-POST-EIT TO WS-COL-ENTRY-EIT (WS-COL-IDX)
           ADD WS-POST-LST TO WS-COL-ENTRY-LST (WS-COL-IDX).

       FIND-LT-ENTRY.
           CONTINUE.

       FIND-EMP-ENTRY.
           CONTINUE.

       FIND-LOC-ENTRY.
           CONTINUE.

       FIND-COL-ENTRY.
           CONTINUE.

       WRITE-ONE-COLLECTOR-QUARTER.
      *    Each collector's quarter: its localities one after the
      *    other, then the amount owed the collector in all.
           MOVE SPACES TO LOCAL-QUARTERLY-RECORD
           STRING
               "COLLECTOR " DELIMITED BY SIZE
               WS-COL-ENTRY-COLLECTOR (WS-COL-IDX) DELIMITED BY SIZE
               " YEAR " DELIMITED BY SIZE
               WS-COL-ENTRY-YEAR (WS-COL-IDX) DELIMITED BY SIZE
               " QUARTER " DELIMITED BY SIZE
               WS-COL-ENTRY-QTR (WS-COL-IDX) DELIMITED BY SIZE
               INTO LOCAL-QUARTERLY-RECORD
           END-STRING
           WRITE LOCAL-QUARTERLY-RECORD

           PERFORM WRITE-ONE-LOCALITY-QUARTER
               VARYING WS-LOC-IDX FROM 1 BY 1
               UNTIL WS-LOC-IDX > WS-LOC-COUNT

           MOVE SPACES TO LOCAL-QUARTERLY-RECORD
           STRING
               "COLLECTOR TOTAL  EIT " DELIMITED BY SIZE
               WS-COL-ENTRY-EIT (WS-COL-IDX) DELIMITED BY SIZE
               "   LST " DELIMITED BY SIZE
               WS-COL-ENTRY-LST (WS-COL-IDX) DELIMITED BY SIZE
               INTO LOCAL-QUARTERLY-RECORD
           END-STRING
           WRITE LOCAL-QUARTERLY-RECORD.

       WRITE-ONE-LOCALITY-QUARTER.
           IF WS-LOC-ENTRY-COLLECTOR (WS-LOC-IDX) =
                   WS-COL-ENTRY-COLLECTOR (WS-COL-IDX)
               AND WS-LOC-ENTRY-YEAR (WS-LOC-IDX) =
                   WS-COL-ENTRY-YEAR (WS-COL-IDX)
               AND WS-LOC-ENTRY-QTR (WS-LOC-IDX) =
                   WS-COL-ENTRY-QTR (WS-COL-IDX)
               PERFORM WRITE-LOCALITY-SECTION
           END-IF.

       WRITE-LOCALITY-SECTION.
           PERFORM FIND-LT-ENTRY
               VARYING WS-LT-IDX FROM 1 BY 1
               UNTIL WS-LT-IDX > WS-LT-COUNT
               OR WS-LT-ENTRY-CODE (WS-LT-IDX)
                   = WS-LOC-ENTRY-LOCAL (WS-LOC-IDX)
           MOVE SPACES TO LOCAL-QUARTERLY-RECORD
           IF WS-LT-IDX NOT > WS-LT-COUNT
               STRING
                   "  LOCALITY " DELIMITED BY SIZE
                   WS-LOC-ENTRY-LOCAL (WS-LOC-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LT-ENTRY-NAME (WS-LT-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-LT-ENTRY-STATE (WS-LT-IDX) DELIMITED BY SIZE
                   INTO LOCAL-QUARTERLY-RECORD
               END-STRING
           ELSE
               STRING
                   "  LOCALITY " DELIMITED BY SIZE
                   WS-LOC-ENTRY-LOCAL (WS-LOC-IDX) DELIMITED BY SIZE
                   "  NOT ON LOCAL TAX TABLE" DELIMITED BY SIZE
                   INTO LOCAL-QUARTERLY-RECORD
               END-STRING
           END-IF
           WRITE LOCAL-QUARTERLY-RECORD

           MOVE SPACES TO LOCAL-QUARTERLY-RECORD
           STRING
               "  ID     WAGES         EIT WITHHELD  "
                   DELIMITED BY SIZE
               "  LST WITHHELD  CHECKS" DELIMITED BY SIZE
               INTO LOCAL-QUARTERLY-RECORD
           END-STRING
           WRITE LOCAL-QUARTERLY-RECORD

           PERFORM WRITE-LOCAL-EMPLOYEE-LINE
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT

           MOVE SPACES TO LOCAL-QUARTERLY-RECORD
           STRING
               "  TOTAL  " DELIMITED BY SIZE
               WS-LOC-ENTRY-WAGES (WS-LOC-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-LOC-ENTRY-EIT (WS-LOC-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-LOC-ENTRY-LST (WS-LOC-IDX) DELIMITED BY SIZE
               INTO LOCAL-QUARTERLY-RECORD
           END-STRING
           WRITE LOCAL-QUARTERLY-RECORD.

       WRITE-LOCAL-EMPLOYEE-LINE.
           IF WS-EMP-ENTRY-LOCAL (WS-EMP-IDX) =
                   WS-LOC-ENTRY-LOCAL (WS-LOC-IDX)
               AND WS-EMP-ENTRY-YEAR (WS-EMP-IDX) =
                   WS-LOC-ENTRY-YEAR (WS-LOC-IDX)
               AND WS-EMP-ENTRY-QTR (WS-EMP-IDX) =
                   WS-LOC-ENTRY-QTR (WS-LOC-IDX)
               MOVE SPACES TO LOCAL-QUARTERLY-RECORD
               STRING
                   "  " DELIMITED BY SIZE
                   WS-EMP-ENTRY-ID (WS-EMP-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-EMP-ENTRY-WAGES (WS-EMP-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-EMP-ENTRY-EIT (WS-EMP-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-EMP-ENTRY-LST (WS-EMP-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-EMP-ENTRY-CHECKS (WS-EMP-IDX)
                       DELIMITED BY SIZE
                   INTO LOCAL-QUARTERLY-RECORD
               END-STRING
               WRITE LOCAL-QUARTERLY-RECORD
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-CHANGE-FILE ASSIGN TO
               "data/bank_changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-STATUS.
           SELECT BANK-FILE ASSIGN TO "data/bank_info.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO
               "data/run_control.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-CONTROL-STATUS.
           SELECT BANK-AUDIT-FILE ASSIGN TO
               "data/bank_audit_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO
               "output/bankmaint_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    One add, change or delete per line, as payroll keys them
      *    from the employee's signed direct-deposit form.  A change
      *    carries only the fields being changed - a blank routing,
      *    account or type keeps what is on file.  The change date
      *    is the date the employee asked for the change, which is
      *    what PAYROLL measures its hold from; the operator is
      *    whoever keyed it, for the audit trail.
       FD BANK-CHANGE-FILE.
       01 BANK-CHANGE-RECORD.
           05 BT-ID                PIC X(5).
           05 FILLER               PIC X.
           05 BT-ACTION            PIC X.
               88 BT-IS-ADD        VALUE "A".
               88 BT-IS-CHANGE     VALUE "C".
               88 BT-IS-DELETE     VALUE "D".
           05 FILLER               PIC X.
           05 BT-ROUTING           PIC X(9).
           05 BT-ROUTING-DIGITS REDEFINES BT-ROUTING.
               10 BT-ROUTING-DIGIT PIC 9 OCCURS 9 TIMES.
           05 FILLER               PIC X.
           05 BT-ACCOUNT           PIC X(17).
           05 FILLER               PIC X.
           05 BT-ACCT-TYPE         PIC X.
           05 FILLER               PIC X.
           05 BT-CHANGE-DATE       PIC 9(8).
           05 BT-CHANGE-DATE-SPLIT REDEFINES BT-CHANGE-DATE.
               10 BT-CHANGE-YEAR   PIC 9(4).
               10 BT-CHANGE-MONTH  PIC 9(2).
               10 BT-CHANGE-DAY    PIC 9(2).
           05 FILLER               PIC X.
           05 BT-OPERATOR          PIC X(8).

       FD BANK-FILE.
       COPY "bankrec.cpy".

       FD RUN-CONTROL-FILE.
       COPY "runctl.cpy".

      *    The permanent change trail - never rewritten, only ever
      *    extended.  Every applied transaction leaves one line with
      *    the row as it stood before and as it stands after, so
      *    any account on file can be traced back through each
      *    change to who keyed it and when.  The before fields are
      *    blank on an add and the after fields blank on a delete.
       FD BANK-AUDIT-FILE.
       01 BANK-AUDIT-RECORD.
           05 BA-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X.
           05 BA-RUN-TIME          PIC 9(6).
           05 FILLER               PIC X.
           05 BA-OPERATOR          PIC X(8).
           05 FILLER               PIC X.
           05 BA-ACTION            PIC X(6).
           05 FILLER               PIC X.
           05 BA-ID                PIC X(5).
           05 FILLER               PIC X.
           05 BA-CHANGE-DATE       PIC 9(8).
           05 FILLER               PIC X.
           05 BA-OLD-ROUTING       PIC X(9).
           05 FILLER               PIC X.
           05 BA-OLD-ACCOUNT       PIC X(17).
           05 FILLER               PIC X.
           05 BA-OLD-TYPE          PIC X.
           05 FILLER               PIC X.
           05 BA-OLD-STAT          PIC X.
           05 FILLER               PIC X.
           05 BA-NEW-ROUTING       PIC X(9).
           05 FILLER               PIC X.
           05 BA-NEW-ACCOUNT       PIC X(17).
           05 FILLER               PIC X.
           05 BA-NEW-TYPE          PIC X.
           05 FILLER               PIC X.
           05 BA-NEW-STAT          PIC X.

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-RECORD        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-EOF                  PIC X       VALUE "N".
           88 END-OF-FILE         VALUE "Y".

       01 WS-CHANGE-STATUS        PIC XX      VALUE "00".
       01 WS-BANK-STATUS          PIC XX      VALUE "00".
       01 WS-RUN-CONTROL-STATUS   PIC XX      VALUE "00".
       01 WS-AUDIT-STATUS         PIC XX      VALUE "00".
           88 AUDIT-FILE-MISSING  VALUE "35".

       01 WS-RUN-DATE             PIC 9(8)    VALUE 0.
       01 WS-RUN-TIME             PIC 9(8)    VALUE 0.

       01 WS-ROWS-ADDED           PIC 9(5)    VALUE 0.
       01 WS-ROWS-CHANGED         PIC 9(5)    VALUE 0.
       01 WS-ROWS-DELETED         PIC 9(5)    VALUE 0.
       01 WS-ROWS-REJECTED        PIC 9(5)    VALUE 0.

      *    The whole bank file is held here while the batch is
      *    applied and written back in one pass at the end, still in
      *    ID order - adds are slotted into place, deletes close the
      *    gap.  A file too big for the table would lose rows on the
      *    rewrite, so the run stops rather than load part of it.
       01 WS-BANK-TABLE-LIMIT     PIC 9(3)    VALUE 500.
       01 WS-BANK-COUNT           PIC 9(3)    VALUE 0.
       01 WS-BANK-TABLE.
           05 WS-BANK-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-BANK-IDX.
               10 WS-BANK-ENTRY-ID       PIC X(5).
               10 WS-BANK-ENTRY-ROUTING  PIC 9(9).
               10 WS-BANK-ENTRY-ACCOUNT  PIC X(17).
               10 WS-BANK-ENTRY-TYPE     PIC X.
               10 WS-BANK-ENTRY-STAT     PIC X.
               10 WS-BANK-ENTRY-STAT-DATE PIC 9(8).
               10 WS-BANK-ENTRY-CHG-DATE PIC 9(8).
       01 WS-BANK-SUB             PIC 9(3)    VALUE 0.
       01 WS-SHIFT-SUB            PIC 9(3)    VALUE 0.
       01 WS-BANK-FOUND           PIC X       VALUE "N".
           88 BANK-ROW-FOUND      VALUE "Y".
           88 BANK-ROW-NOT-FOUND  VALUE "N".
       01 WS-BANK-REWRITE         PIC X       VALUE "N".
           88 BANK-FILE-CHANGED   VALUE "Y".

      *    Employees already changed in this batch.  Two changes to
      *    one account in the same batch is how a fraudulent change
      *    gets buried behind a legitimate one, so the second is
      *    refused and has to come through on its own.
       01 WS-DONE-TABLE-LIMIT     PIC 9(3)    VALUE 500.
       01 WS-DONE-COUNT           PIC 9(3)    VALUE 0.
       01 WS-DONE-TABLE.
           05 WS-DONE-ENTRY OCCURS 500 TIMES
               INDEXED BY WS-DONE-IDX.
               10 WS-DONE-ID       PIC X(5).

      *    The row as the transaction leaves it, built up before the
      *    table is touched so a rejected transaction changes
      *    nothing.
       01 WS-NEW-ROUTING          PIC 9(9)    VALUE 0.
       01 WS-NEW-ACCOUNT          PIC X(17)   VALUE SPACES.
       01 WS-NEW-TYPE             PIC X       VALUE SPACE.
       01 WS-NEW-STAT             PIC X       VALUE SPACE.
       01 WS-NEW-STAT-DATE        PIC 9(8)    VALUE 0.
       01 WS-PRENOTE-RESET        PIC X       VALUE "N".
           88 PRENOTE-WAS-RESET   VALUE "Y".
           88 PRENOTE-NOT-RESET   VALUE "N".

      *    Set by the edits when a transaction cannot be applied as
      *    keyed; the reason goes to the log.
       01 WS-REJECT-REASON        PIC X(40)   VALUE SPACES.

      *    ABA check digit: three times the 1st, 4th and 7th digits,
      *    seven times the 2nd, 5th and 8th, once the 3rd, 6th and
      *    9th must total a multiple of ten.
       01 WS-ABA-SUM              PIC 9(4)    VALUE 0.
       01 WS-ABA-TENS             PIC 9(4)    VALUE 0.
       01 WS-ABA-REMAINDER        PIC 9       VALUE 0.

      *    Hold window, off the run control when there is one, so
      *    the log can warn that a change will keep the employee on
      *    a printed check for the coming payday.
       01 WS-CHECK-DATE           PIC 9(8)    VALUE 0.
       01 WS-CHECK-SERIAL         PIC 9(7)    VALUE 0.
       01 WS-BANK-HOLD-DAYS       PIC 9(2)    VALUE 5.
       01 WS-CHANGE-AGE           PIC S9(7)   VALUE 0.
       01 WS-HOLD-NOTE            PIC X(30)   VALUE SPACES.
       01 WS-LOG-VERB             PIC X(8)    VALUE SPACES.

      *    Day-serial scratch fields for CONVERT-DATE-TO-SERIAL,
      *    the same arithmetic PAYROLL uses for its hold.
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

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Nothing keyed is nothing to do - the bank file and the
      *    audit trail are left exactly as they are.
           INITIALIZE STEP-RESULT
           OPEN INPUT BANK-CHANGE-FILE
           IF WS-CHANGE-STATUS NOT = "00"
               DISPLAY "No bank changes on file - "
                   "data/bank_changes.txt not found"
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-RUN-CONTROL
           PERFORM LOAD-BANK-TABLE

           OPEN OUTPUT MAINT-LOG-FILE
           PERFORM OPEN-AUDIT-FILE

           MOVE SPACES TO MAINT-LOG-RECORD
           MOVE "BANK ACCOUNT MAINTENANCE LOG" TO MAINT-LOG-RECORD
           WRITE MAINT-LOG-RECORD

           MOVE "N" TO WS-EOF
           PERFORM UNTIL END-OF-FILE
               READ BANK-CHANGE-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO SR-RECORDS-READ
                       PERFORM APPLY-BANK-CHANGE
               END-READ
           END-PERFORM

           IF BANK-FILE-CHANGED
               PERFORM REWRITE-BANK-FILE
           END-IF

           PERFORM WRITE-MAINT-SUMMARY

           CLOSE BANK-CHANGE-FILE
                 BANK-AUDIT-FILE
                 MAINT-LOG-FILE

           ADD WS-ROWS-ADDED WS-ROWS-CHANGED WS-ROWS-DELETED
               GIVING SR-RECORDS-WRITTEN
           MOVE WS-ROWS-REJECTED TO SR-EXCEPTIONS
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Bank file updated - see "
               "output/bankmaint_log.txt"
           GOBACK.

       LOAD-RUN-CONTROL.
      *    Only the check date and hold days are wanted, and only
      *    for the warning on the log - no run control simply means
      *    no warning.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUN-CONTROL-STATUS = "00"
               READ RUN-CONTROL-FILE
                   AT END
                       MOVE 0 TO WS-CHECK-DATE
                   NOT AT END
                       IF CTL-CHECK-DATE NUMERIC
                           MOVE CTL-CHECK-DATE TO WS-CHECK-DATE
                       END-IF
                       IF CTL-BANK-HOLD-DAYS NUMERIC
                           MOVE CTL-BANK-HOLD-DAYS
                               TO WS-BANK-HOLD-DAYS
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF
           IF WS-CHECK-DATE > 0
               MOVE WS-CHECK-DATE TO WS-DATE-IN
               IF WS-DATE-IN-MONTH < 1 OR WS-DATE-IN-MONTH > 12
                   MOVE 0 TO WS-CHECK-DATE
               ELSE
                   PERFORM CONVERT-DATE-TO-SERIAL
                   MOVE WS-DATE-SERIAL TO WS-CHECK-SERIAL
               END-IF
           END-IF.

       LOAD-BANK-TABLE.
      *    No bank file yet is an empty table - the first adds
      *    create it.
           MOVE "N" TO WS-EOF
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS NOT = "00"
               SET END-OF-FILE TO TRUE
           END-IF
           PERFORM LOAD-ONE-BANK-ROW
               UNTIL END-OF-FILE
           IF WS-BANK-STATUS NOT = "35"
               CLOSE BANK-FILE
           END-IF
           MOVE "N" TO WS-EOF.

       LOAD-ONE-BANK-ROW.
           READ BANK-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   IF WS-BANK-COUNT < WS-BANK-TABLE-LIMIT
                       ADD 1 TO WS-BANK-COUNT
                       SET WS-BANK-IDX TO WS-BANK-COUNT
                       MOVE BANK-ID
                           TO WS-BANK-ENTRY-ID (WS-BANK-IDX)
                       MOVE BANK-ROUTING
                           TO WS-BANK-ENTRY-ROUTING (WS-BANK-IDX)
                       MOVE BANK-ACCOUNT
                           TO WS-BANK-ENTRY-ACCOUNT (WS-BANK-IDX)
                       MOVE BANK-ACCT-TYPE
                           TO WS-BANK-ENTRY-TYPE (WS-BANK-IDX)
                       MOVE BANK-PRENOTE-STAT
                           TO WS-BANK-ENTRY-STAT (WS-BANK-IDX)
                       IF BANK-STATUS-DATE NUMERIC
                           MOVE BANK-STATUS-DATE TO
                               WS-BANK-ENTRY-STAT-DATE (WS-BANK-IDX)
                       ELSE
                           MOVE 0 TO
                               WS-BANK-ENTRY-STAT-DATE (WS-BANK-IDX)
                       END-IF
                       IF BANK-CHANGE-DATE NUMERIC
                           MOVE BANK-CHANGE-DATE TO
                               WS-BANK-ENTRY-CHG-DATE (WS-BANK-IDX)
                       ELSE
                           MOVE 0 TO
                               WS-BANK-ENTRY-CHG-DATE (WS-BANK-IDX)
                       END-IF
                   ELSE
                       DISPLAY "BANK TABLE FULL - " BANK-ID
                           " NOT LOADED - NO CHANGES APPLIED"
                       CLOSE BANK-FILE
                             BANK-CHANGE-FILE
                       MOVE 8 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-READ.

       OPEN-AUDIT-FILE.
      *    The first run on a new install starts the trail.
           OPEN EXTEND BANK-AUDIT-FILE
           IF AUDIT-FILE-MISSING
               OPEN OUTPUT BANK-AUDIT-FILE
           END-IF.

       APPLY-BANK-CHANGE.
      *    Edit first, then look the employee up, then apply - a
      *    transaction that fails anywhere along the way leaves the
      *    table exactly as it was.
           MOVE SPACES TO WS-REJECT-REASON
           SET PRENOTE-NOT-RESET TO TRUE
           PERFORM EDIT-BANK-CHANGE
           IF WS-REJECT-REASON = SPACES
               PERFORM LOCATE-BANK-ROW
               EVALUATE TRUE
                   WHEN BT-IS-ADD
                       PERFORM EDIT-BANK-ADD
                   WHEN BT-IS-CHANGE
                       PERFORM EDIT-BANK-UPDATE
                   WHEN OTHER
                       IF BANK-ROW-NOT-FOUND
                           MOVE "NO BANK ROW ON FILE TO DELETE"
                               TO WS-REJECT-REASON
                       END-IF
               END-EVALUATE
           END-IF

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-ROWS-REJECTED
               PERFORM LOG-BANK-CHANGE-REJECTED
           ELSE
               MOVE SPACES TO BANK-AUDIT-RECORD
               PERFORM STAGE-AUDIT-BEFORE
               EVALUATE TRUE
                   WHEN BT-IS-ADD
                       PERFORM INSERT-BANK-ROW
                       ADD 1 TO WS-ROWS-ADDED
                   WHEN BT-IS-CHANGE
                       PERFORM UPDATE-BANK-ROW
                       ADD 1 TO WS-ROWS-CHANGED
                   WHEN OTHER
                       PERFORM REMOVE-BANK-ROW
                       ADD 1 TO WS-ROWS-DELETED
               END-EVALUATE
               SET BANK-FILE-CHANGED TO TRUE
               PERFORM REMEMBER-CHANGED-ID
               PERFORM WRITE-AUDIT-ENTRY
               PERFORM CHECK-PAYDAY-HOLD
               PERFORM LOG-BANK-CHANGE-APPLIED
           END-IF.

       EDIT-BANK-CHANGE.
      *    The fields every transaction needs whatever its action.
      *    The change date is checked as a date because PAYROLL
      *    does arithmetic on it.
           EVALUATE TRUE
               WHEN BT-ID = SPACES
                   MOVE "MISSING EMPLOYEE ID" TO WS-REJECT-REASON
               WHEN NOT BT-IS-ADD AND NOT BT-IS-CHANGE
                   AND NOT BT-IS-DELETE
                   MOVE "ACTION NOT A, C OR D" TO WS-REJECT-REASON
               WHEN BT-CHANGE-DATE NOT NUMERIC
                   OR BT-CHANGE-MONTH < 1 OR BT-CHANGE-MONTH > 12
                   OR BT-CHANGE-DAY < 1 OR BT-CHANGE-DAY > 31
                   MOVE "CHANGE DATE NOT A VALID DATE"
                       TO WS-REJECT-REASON
               WHEN BT-OPERATOR = SPACES
                   MOVE "MISSING OPERATOR" TO WS-REJECT-REASON
               WHEN OTHER
                   SET WS-DONE-IDX TO 1
                   SEARCH WS-DONE-ENTRY
                       WHEN WS-DONE-IDX > WS-DONE-COUNT
                           CONTINUE
                       WHEN WS-DONE-ID (WS-DONE-IDX) = BT-ID
                           MOVE "SECOND CHANGE FOR EMPLOYEE IN BATCH"
                               TO WS-REJECT-REASON
                   END-SEARCH
           END-EVALUATE.

       EDIT-ROUTING-NUMBER.
           IF BT-ROUTING NOT NUMERIC OR BT-ROUTING = "000000000"
               MOVE "ROUTING NUMBER NOT NUMERIC" TO WS-REJECT-REASON
           ELSE
               COMPUTE WS-ABA-SUM =
                   3 * (BT-ROUTING-DIGIT (1) + BT-ROUTING-DIGIT (4)
                       + BT-ROUTING-DIGIT (7))
                   + 7 * (BT-ROUTING-DIGIT (2) + BT-ROUTING-DIGIT (5)
                       + BT-ROUTING-DIGIT (8))
                   + BT-ROUTING-DIGIT (3) + BT-ROUTING-DIGIT (6)
                   + BT-ROUTING-DIGIT (9)
               DIVIDE WS-ABA-SUM BY 10 GIVING WS-ABA-TENS
                   REMAINDER WS-ABA-REMAINDER
               IF WS-ABA-REMAINDER NOT = 0
                   MOVE "ROUTING NUMBER FAILS CHECK DIGIT"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

       EDIT-ACCOUNT-TYPE.
           IF BT-ACCT-TYPE NOT = "C" AND BT-ACCT-TYPE NOT = "S"
               MOVE "ACCOUNT TYPE NOT C OR S" TO WS-REJECT-REASON
           END-IF.

       EDIT-BANK-ADD.
      *    A new account always starts unprenoted, whatever the
      *    employee's history.
           IF BANK-ROW-FOUND
               MOVE "BANK ROW ALREADY ON FILE - USE CHANGE"
                   TO WS-REJECT-REASON
           ELSE
               PERFORM EDIT-ROUTING-NUMBER
               IF WS-REJECT-REASON = SPACES
                   IF BT-ACCOUNT = SPACES
                       MOVE "MISSING ACCOUNT NUMBER"
                           TO WS-REJECT-REASON
                   ELSE
                       PERFORM EDIT-ACCOUNT-TYPE
                   END-IF
               END-IF
               IF WS-REJECT-REASON = SPACES
                   AND WS-BANK-COUNT NOT < WS-BANK-TABLE-LIMIT
                   MOVE "BANK TABLE FULL" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               MOVE BT-ROUTING TO WS-NEW-ROUTING
               MOVE BT-ACCOUNT TO WS-NEW-ACCOUNT
               MOVE BT-ACCT-TYPE TO WS-NEW-TYPE
               MOVE "N" TO WS-NEW-STAT
               MOVE 0 TO WS-NEW-STAT-DATE
           END-IF.

       EDIT-BANK-UPDATE.
      *    Blank fields keep what is on file.  Any new routing or
      *    account number sends the row back through the prenote
      *    cycle; a savings/checking switch alone is the same
      *    account and keeps its status.
           IF BANK-ROW-NOT-FOUND
               MOVE "NO BANK ROW ON FILE TO CHANGE"
                   TO WS-REJECT-REASON
           ELSE
               MOVE WS-BANK-ENTRY-ROUTING (WS-BANK-IDX)
                   TO WS-NEW-ROUTING
               MOVE WS-BANK-ENTRY-ACCOUNT (WS-BANK-IDX)
                   TO WS-NEW-ACCOUNT
               MOVE WS-BANK-ENTRY-TYPE (WS-BANK-IDX) TO WS-NEW-TYPE
               MOVE WS-BANK-ENTRY-STAT (WS-BANK-IDX) TO WS-NEW-STAT
               MOVE WS-BANK-ENTRY-STAT-DATE (WS-BANK-IDX)
                   TO WS-NEW-STAT-DATE
               IF BT-ROUTING NOT = SPACES
                   PERFORM EDIT-ROUTING-NUMBER
                   IF WS-REJECT-REASON = SPACES
                       MOVE BT-ROUTING TO WS-NEW-ROUTING
                   END-IF
               END-IF
               IF BT-ACCOUNT NOT = SPACES
                   MOVE BT-ACCOUNT TO WS-NEW-ACCOUNT
               END-IF
               IF BT-ACCT-TYPE NOT = SPACE
                   AND WS-REJECT-REASON = SPACES
                   PERFORM EDIT-ACCOUNT-TYPE
                   IF WS-REJECT-REASON = SPACES
                       MOVE BT-ACCT-TYPE TO WS-NEW-TYPE
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-NEW-ROUTING NOT =
                       WS-BANK-ENTRY-ROUTING (WS-BANK-IDX)
                   OR WS-NEW-ACCOUNT NOT =
                       WS-BANK-ENTRY-ACCOUNT (WS-BANK-IDX)
                   MOVE "N" TO WS-NEW-STAT
                   MOVE 0 TO WS-NEW-STAT-DATE
                   SET PRENOTE-WAS-RESET TO TRUE
               ELSE
                   IF WS-NEW-TYPE = WS-BANK-ENTRY-TYPE (WS-BANK-IDX)
                       MOVE "NO CHANGE TO ROW ON FILE"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

       LOCATE-BANK-ROW.
      *    Leaves WS-BANK-IDX on the employee's row when found;
      *    otherwise on the first row past where it would go, which
      *    is where an add is slotted in.
           SET BANK-ROW-NOT-FOUND TO TRUE
           SET WS-BANK-IDX TO 1
           PERFORM FIND-BANK-SLOT
               VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-BANK-COUNT
                  OR WS-BANK-ENTRY-ID (WS-BANK-IDX) NOT < BT-ID
           IF WS-BANK-IDX NOT > WS-BANK-COUNT
               IF WS-BANK-ENTRY-ID (WS-BANK-IDX) = BT-ID
                   SET BANK-ROW-FOUND TO TRUE
               END-IF
           END-IF.

       FIND-BANK-SLOT.
           CONTINUE.

       INSERT-BANK-ROW.
           SET WS-BANK-SUB TO WS-BANK-IDX
           PERFORM SHIFT-ONE-ROW-DOWN
               VARYING WS-SHIFT-SUB FROM WS-BANK-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-BANK-SUB
           ADD 1 TO WS-BANK-COUNT
           MOVE BT-ID TO WS-BANK-ENTRY-ID (WS-BANK-SUB)
           MOVE BT-CHANGE-DATE TO WS-BANK-ENTRY-CHG-DATE (WS-BANK-SUB)
           PERFORM STORE-NEW-VALUES.

       SHIFT-ONE-ROW-DOWN.
           MOVE WS-BANK-ENTRY (WS-SHIFT-SUB)
               TO WS-BANK-ENTRY (WS-SHIFT-SUB + 1).

       UPDATE-BANK-ROW.
           SET WS-BANK-SUB TO WS-BANK-IDX
           MOVE BT-CHANGE-DATE TO WS-BANK-ENTRY-CHG-DATE (WS-BANK-SUB)
           PERFORM STORE-NEW-VALUES.

       STORE-NEW-VALUES.
           MOVE WS-NEW-ROUTING TO WS-BANK-ENTRY-ROUTING (WS-BANK-SUB)
           MOVE WS-NEW-ACCOUNT TO WS-BANK-ENTRY-ACCOUNT (WS-BANK-SUB)
           MOVE WS-NEW-TYPE TO WS-BANK-ENTRY-TYPE (WS-BANK-SUB)
           MOVE WS-NEW-STAT TO WS-BANK-ENTRY-STAT (WS-BANK-SUB)
           MOVE WS-NEW-STAT-DATE
               TO WS-BANK-ENTRY-STAT-DATE (WS-BANK-SUB).

       REMOVE-BANK-ROW.
           SET WS-BANK-SUB TO WS-BANK-IDX
           PERFORM SHIFT-ONE-ROW-UP
               VARYING WS-SHIFT-SUB FROM WS-BANK-SUB BY 1
               UNTIL WS-SHIFT-SUB NOT < WS-BANK-COUNT
           SUBTRACT 1 FROM WS-BANK-COUNT.

       SHIFT-ONE-ROW-UP.
           MOVE WS-BANK-ENTRY (WS-SHIFT-SUB + 1)
               TO WS-BANK-ENTRY (WS-SHIFT-SUB).

       REMEMBER-CHANGED-ID.
           IF WS-DONE-COUNT < WS-DONE-TABLE-LIMIT
               ADD 1 TO WS-DONE-COUNT
               SET WS-DONE-IDX TO WS-DONE-COUNT
               MOVE BT-ID TO WS-DONE-ID (WS-DONE-IDX)
           ELSE
               DISPLAY "WARNING: BATCH ID TABLE FULL - " BT-ID
                   " NOT TRACKED"
           END-IF.

       STAGE-AUDIT-BEFORE.
      *    Taken from the table before the row is touched.
           IF NOT BT-IS-ADD
               MOVE WS-BANK-ENTRY-ROUTING (WS-BANK-IDX)
                   TO BA-OLD-ROUTING
               MOVE WS-BANK-ENTRY-ACCOUNT (WS-BANK-IDX)
                   TO BA-OLD-ACCOUNT
               MOVE WS-BANK-ENTRY-TYPE (WS-BANK-IDX) TO BA-OLD-TYPE
               MOVE WS-BANK-ENTRY-STAT (WS-BANK-IDX) TO BA-OLD-STAT
           END-IF.

       WRITE-AUDIT-ENTRY.
           MOVE WS-RUN-DATE TO BA-RUN-DATE
           MOVE WS-RUN-TIME (1:6) TO BA-RUN-TIME
           MOVE BT-OPERATOR TO BA-OPERATOR
           MOVE BT-ID TO BA-ID
           MOVE BT-CHANGE-DATE TO BA-CHANGE-DATE
           EVALUATE TRUE
               WHEN BT-IS-ADD
                   MOVE "ADD" TO BA-ACTION
               WHEN BT-IS-CHANGE
                   MOVE "CHANGE" TO BA-ACTION
               WHEN OTHER
                   MOVE "DELETE" TO BA-ACTION
           END-EVALUATE
           IF NOT BT-IS-DELETE
               MOVE WS-NEW-ROUTING TO BA-NEW-ROUTING
               MOVE WS-NEW-ACCOUNT TO BA-NEW-ACCOUNT
               MOVE WS-NEW-TYPE TO BA-NEW-TYPE
               MOVE WS-NEW-STAT TO BA-NEW-STAT
           END-IF
           WRITE BANK-AUDIT-RECORD.

       CHECK-PAYDAY-HOLD.
      *    The same test PAYROLL makes on the check date: a change
      *    dated fewer than the hold days before it (or after it)
      *    keeps the employee on a printed check that payday.
           MOVE SPACES TO WS-HOLD-NOTE
           IF WS-CHECK-DATE > 0 AND NOT BT-IS-DELETE
               MOVE BT-CHANGE-DATE TO WS-DATE-IN
               PERFORM CONVERT-DATE-TO-SERIAL
               COMPUTE WS-CHANGE-AGE =
                   WS-CHECK-SERIAL - WS-DATE-SERIAL
               IF WS-CHANGE-AGE < WS-BANK-HOLD-DAYS
                   STRING
                       "   HELD FOR CHECK " DELIMITED BY SIZE
                       WS-CHECK-DATE DELIMITED BY SIZE
                       INTO WS-HOLD-NOTE
                   END-STRING
               END-IF
           END-IF.

       CONVERT-DATE-TO-SERIAL.
      *    Years at 365 plus one per past leap year, plus the month
      *    offset and day - a continuous day count.
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

       REWRITE-BANK-FILE.
           OPEN OUTPUT BANK-FILE
           PERFORM WRITE-ONE-BANK-ROW
               VARYING WS-BANK-IDX FROM 1 BY 1
               UNTIL WS-BANK-IDX > WS-BANK-COUNT
           CLOSE BANK-FILE.

       WRITE-ONE-BANK-ROW.
           MOVE SPACES TO BANK-INFO-RECORD
           MOVE WS-BANK-ENTRY-ID (WS-BANK-IDX) TO BANK-ID
           MOVE WS-BANK-ENTRY-ROUTING (WS-BANK-IDX) TO BANK-ROUTING
           MOVE WS-BANK-ENTRY-ACCOUNT (WS-BANK-IDX) TO BANK-ACCOUNT
           MOVE WS-BANK-ENTRY-TYPE (WS-BANK-IDX) TO BANK-ACCT-TYPE
           MOVE WS-BANK-ENTRY-STAT (WS-BANK-IDX) TO BANK-PRENOTE-STAT
           MOVE WS-BANK-ENTRY-STAT-DATE (WS-BANK-IDX)
               TO BANK-STATUS-DATE
           MOVE WS-BANK-ENTRY-CHG-DATE (WS-BANK-IDX)
               TO BANK-CHANGE-DATE
           WRITE BANK-INFO-RECORD.

       LOG-BANK-CHANGE-APPLIED.
           MOVE SPACES TO MAINT-LOG-RECORD
           IF BT-IS-DELETE
               STRING
                   "DELETED " DELIMITED BY SIZE
                   BT-ID DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   BT-CHANGE-DATE DELIMITED BY SIZE
                   "   BY " DELIMITED BY SIZE
                   BT-OPERATOR DELIMITED BY SIZE
                   INTO MAINT-LOG-RECORD
               END-STRING
           ELSE
               IF BT-IS-ADD
                   MOVE "ADDED   " TO WS-LOG-VERB
               ELSE
                   MOVE "CHANGED " TO WS-LOG-VERB
               END-IF
               STRING
                   WS-LOG-VERB DELIMITED BY SIZE
                   BT-ID DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   BT-CHANGE-DATE DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-NEW-ROUTING DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NEW-ACCOUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NEW-TYPE DELIMITED BY SIZE
                   "   STATUS " DELIMITED BY SIZE
                   WS-NEW-STAT DELIMITED BY SIZE
                   "   BY " DELIMITED BY SIZE
                   BT-OPERATOR DELIMITED BY SIZE
                   WS-HOLD-NOTE DELIMITED BY SIZE
                   INTO MAINT-LOG-RECORD
               END-STRING
           END-IF
           WRITE MAINT-LOG-RECORD
           IF PRENOTE-WAS-RESET
               MOVE SPACES TO MAINT-LOG-RECORD
               MOVE "         ACCOUNT CHANGED - PRENOTE RESET"
                   TO MAINT-LOG-RECORD
               WRITE MAINT-LOG-RECORD
           END-IF.

       LOG-BANK-CHANGE-REJECTED.
           MOVE SPACES TO MAINT-LOG-RECORD
           STRING
               "REJECT  " DELIMITED BY SIZE
               BT-ID DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               BT-ACTION DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
               INTO MAINT-LOG-RECORD
           END-STRING
           WRITE MAINT-LOG-RECORD.

       WRITE-MAINT-SUMMARY.
           MOVE SPACES TO MAINT-LOG-RECORD
           STRING
               "TOTAL ADDED " DELIMITED BY SIZE
               WS-ROWS-ADDED DELIMITED BY SIZE
               "   CHANGED " DELIMITED BY SIZE
               WS-ROWS-CHANGED DELIMITED BY SIZE
               "   DELETED " DELIMITED BY SIZE
               WS-ROWS-DELETED DELIMITED BY SIZE
               "   REJECTED " DELIMITED BY SIZE
               WS-ROWS-REJECTED DELIMITED BY SIZE
               INTO MAINT-LOG-RECORD
           END-STRING
           WRITE MAINT-LOG-RECORD.

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT W4-CHANGE-FILE ASSIGN TO
               "data/w4_changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W4-CHANGE-STATUS.
           SELECT W4-ELECTION-FILE ASSIGN TO
               "data/w4_elections.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS W4-KEY
               FILE STATUS IS WS-W4-STATUS.
           SELECT MAINT-LOG-FILE ASSIGN TO
               "output/empmaint_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL.
      *    Work state for income tax withholding; blank defers to
      *    the employee file's own value downstream.
           05 RC-WORK-STATE        PIC X(2).
           05 FILLER               PIC X.
      *    Resident and work-site local tax localities.  Carried
      *    onto the row as keyed - blank means no local tax on that
      *    side, so a row for someone who owes local tax has to
      *    carry them again.
           05 RC-RES-LOCALITY      PIC X(6).
           05 FILLER               PIC X.
           05 RC-WORK-LOCALITY     PIC X(6).

       FD EMPLOYEE-MASTER-FILE.
       COPY "empmstr.cpy".

      *    A W-4 form as HR keys it - the same fields W4REC.CPY
      *    carries, space-separated like the rate changes.
       FD W4-CHANGE-FILE.
       01 W4-CHANGE-RECORD.
           05 WC-ID               PIC X(5).
           05 FILLER              PIC X.
           05 WC-EFF-DATE         PIC 9(8).
           05 FILLER              PIC X.
           05 WC-FILING-STATUS    PIC X.
           05 FILLER              PIC X.
           05 WC-DEPENDENT-CREDIT PIC 9(5)V99.
           05 FILLER              PIC X.
           05 WC-OTHER-INCOME     PIC 9(7)V99.
           05 FILLER              PIC X.
           05 WC-DEDUCTIONS       PIC 9(7)V99.
           05 FILLER              PIC X.
           05 WC-EXTRA-WITHHOLDING PIC 9(5)V99.
           05 FILLER              PIC X.
           05 WC-EXEMPT           PIC X.
           05 FILLER              PIC X.
           05 WC-EXEMPT-EXPIRY    PIC 9(8).

       FD W4-ELECTION-FILE.
       COPY "w4rec.cpy".

       FD MAINT-LOG-FILE.
       01 MAINT-LOG-RECORD        PIC X(120).

       01 WS-ROWS-ADDED           PIC 9(5)    VALUE 0.
       01 WS-ROWS-REJECTED        PIC 9(5)    VALUE 0.

       01 WS-W4-CHANGE-STATUS     PIC XX      VALUE "00".
       01 WS-W4-STATUS            PIC XX      VALUE "00".
           88 W4-FILE-MISSING     VALUE "35".
           88 W4-WRITE-OK         VALUE "00".
           88 W4-DUPLICATE-KEY    VALUE "22".
       01 WS-W4-ADDED             PIC 9(5)    VALUE 0.
       01 WS-W4-REJECTED          PIC 9(5)    VALUE 0.
      *    Set by EDIT-W4-FORM when a form cannot go on file as
      *    keyed; the reason goes to the log in place of the file
      *    status.
       01 WS-W4-REJECT-REASON     PIC X(40)   VALUE SPACES.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE STEP-RESULT
           OPEN INPUT RATE-CHANGE-FILE
           OPEN OUTPUT MAINT-LOG-FILE
           PERFORM OPEN-MASTER-FILE
               END-READ
           END-PERFORM

           PERFORM APPLY-W4-CHANGES

           PERFORM WRITE-MAINT-SUMMARY

           CLOSE RATE-CHANGE-FILE
                 EMPLOYEE-MASTER-FILE
                 MAINT-LOG-FILE

           ADD WS-ROWS-ADDED WS-W4-ADDED GIVING SR-RECORDS-WRITTEN
           ADD WS-ROWS-REJECTED WS-W4-REJECTED GIVING SR-EXCEPTIONS
           ADD SR-RECORDS-WRITTEN SR-EXCEPTIONS
               GIVING SR-RECORDS-READ
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Master file updated - see "
               "output/empmaint_log.txt"
           GOBACK.

       OPEN-MASTER-FILE.
      *    First run against a new install won't have a master file
               MOVE 0 TO EM-SALARY
           END-IF
           MOVE RC-WORK-STATE TO EM-WORK-STATE
           MOVE RC-RES-LOCALITY TO EM-RES-LOCALITY
           MOVE RC-WORK-LOCALITY TO EM-WORK-LOCALITY
           EVALUATE TRUE
               WHEN RC-IS-TERMINATION
                   MOVE "T" TO EM-STATUS
               EM-STATUS DELIMITED BY SIZE
               INTO MAINT-LOG-RECORD
           END-STRING
           WRITE MAINT-LOG-RECORD
           IF EM-RES-LOCALITY NOT = SPACES
               OR EM-WORK-LOCALITY NOT = SPACES
               MOVE SPACES TO MAINT-LOG-RECORD
               STRING
                   "       LOCAL TAX RESIDENT " DELIMITED BY SIZE
                   EM-RES-LOCALITY DELIMITED BY SIZE
                   "   WORK " DELIMITED BY SIZE
                   EM-WORK-LOCALITY DELIMITED BY SIZE
                   INTO MAINT-LOG-RECORD
               END-STRING
               WRITE MAINT-LOG-RECORD
           END-IF.

       LOG-RATE-CHANGE-REJECTED.
      *    DUPLICATE-KEY is the only rejection we expect from a
           END-IF
           WRITE MAINT-LOG-RECORD.

       APPLY-W4-CHANGES.
      *    W-4 forms ride a file of their own - a rate change and a
      *    new W-4 rarely arrive together.  No forms keyed this
      *    cycle is the normal case, so a missing transaction file
      *    is skipped quietly; the elections file itself is created
      *    on first use the same way the master is.
           OPEN INPUT W4-CHANGE-FILE
           IF WS-W4-CHANGE-STATUS = "00"
               OPEN I-O W4-ELECTION-FILE
               IF W4-FILE-MISSING
                   OPEN OUTPUT W4-ELECTION-FILE
                   CLOSE W4-ELECTION-FILE
                   OPEN I-O W4-ELECTION-FILE
               END-IF
               MOVE "N" TO WS-EOF
               PERFORM APPLY-ONE-W4-CHANGE UNTIL END-OF-FILE
               CLOSE W4-CHANGE-FILE
                     W4-ELECTION-FILE
           END-IF.

       APPLY-ONE-W4-CHANGE.
           READ W4-CHANGE-FILE
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM ADD-W4-ELECTION
           END-READ.

       ADD-W4-ELECTION.
      *    Same rule as a rate change: every form is a new row keyed
      *    by ID plus its effective date, and the same form keyed
      *    twice is rejected rather than overwriting the row on
      *    file.  A form that fails EDIT-W4-FORM never reaches the
      *    file at all.
           PERFORM EDIT-W4-FORM
           IF WS-W4-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-W4-REJECTED
               PERFORM LOG-W4-CHANGE-REJECTED
           ELSE
               MOVE WC-ID TO W4-ID
               MOVE WC-EFF-DATE TO W4-EFF-DATE
               MOVE WC-FILING-STATUS TO W4-FILING-STATUS
               MOVE WC-DEPENDENT-CREDIT TO W4-DEPENDENT-CREDIT
               MOVE WC-OTHER-INCOME TO W4-OTHER-INCOME
               MOVE WC-DEDUCTIONS TO W4-DEDUCTIONS
               MOVE WC-EXTRA-WITHHOLDING TO W4-EXTRA-WITHHOLDING
               MOVE WC-EXEMPT TO W4-EXEMPT
               IF WC-EXEMPT = "Y"
                   MOVE WC-EXEMPT-EXPIRY TO W4-EXEMPT-EXPIRY
               ELSE
                   MOVE "N" TO W4-EXEMPT
                   MOVE 0 TO W4-EXEMPT-EXPIRY
               END-IF

               WRITE W4-ELECTION-RECORD

               IF W4-WRITE-OK
                   ADD 1 TO WS-W4-ADDED
                   PERFORM LOG-W4-CHANGE-ADDED
               ELSE
                   ADD 1 TO WS-W4-REJECTED
                   PERFORM LOG-W4-CHANGE-REJECTED
               END-IF
           END-IF.

       EDIT-W4-FORM.
      *    The dollar fields are keyed as zeros when the line on the
      *    form is blank, so anything non-numeric is a keying error.
      *    An exemption claim has to carry the date it runs out -
      *    without one PAYROLL could never tell when to start
      *    withholding again.
           MOVE SPACES TO WS-W4-REJECT-REASON
           EVALUATE TRUE
               WHEN WC-ID = SPACES
                   MOVE "MISSING EMPLOYEE ID" TO WS-W4-REJECT-REASON
               WHEN WC-EFF-DATE NOT NUMERIC
                   MOVE "EFFECTIVE DATE NOT NUMERIC"
                       TO WS-W4-REJECT-REASON
               WHEN WC-FILING-STATUS NOT = "S"
                   AND WC-FILING-STATUS NOT = "M"
                   AND WC-FILING-STATUS NOT = "H"
                   AND WC-FILING-STATUS NOT = SPACE
                   MOVE "FILING STATUS NOT S, M OR H"
                       TO WS-W4-REJECT-REASON
               WHEN WC-DEPENDENT-CREDIT NOT NUMERIC
                   OR WC-OTHER-INCOME NOT NUMERIC
                   OR WC-DEDUCTIONS NOT NUMERIC
                   OR WC-EXTRA-WITHHOLDING NOT NUMERIC
                   MOVE "AMOUNT FIELD NOT NUMERIC"
                       TO WS-W4-REJECT-REASON
               WHEN WC-EXEMPT = "Y"
                   AND (WC-EXEMPT-EXPIRY NOT NUMERIC
                       OR WC-EXEMPT-EXPIRY = 0)
                   MOVE "EXEMPT CLAIM WITHOUT EXPIRY DATE"
                       TO WS-W4-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LOG-W4-CHANGE-ADDED.
           MOVE SPACES TO MAINT-LOG-RECORD
           STRING
               "ADDED  " DELIMITED BY SIZE
               WC-ID DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WC-EFF-DATE DELIMITED BY SIZE
               "   W-4 FILING " DELIMITED BY SIZE
               W4-FILING-STATUS DELIMITED BY SIZE
               "   EXTRA " DELIMITED BY SIZE
               W4-EXTRA-WITHHOLDING DELIMITED BY SIZE
               "   EXEMPT " DELIMITED BY SIZE
               W4-EXEMPT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               W4-EXEMPT-EXPIRY DELIMITED BY SIZE
               INTO MAINT-LOG-RECORD
           END-STRING
           WRITE MAINT-LOG-RECORD.

       LOG-W4-CHANGE-REJECTED.
      *    Same three cases as a rejected rate change, plus the
      *    edit failures EDIT-W4-FORM names.
           MOVE SPACES TO MAINT-LOG-RECORD
           IF WS-W4-REJECT-REASON NOT = SPACES
               STRING
                   "REJECT " DELIMITED BY SIZE
                   WC-ID DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WC-EFF-DATE DELIMITED BY SIZE
                   "   W-4 " DELIMITED BY SIZE
                   WS-W4-REJECT-REASON DELIMITED BY SIZE
                   INTO MAINT-LOG-RECORD
               END-STRING
           ELSE
           IF W4-DUPLICATE-KEY
               STRING
                   "REJECT " DELIMITED BY SIZE
                   WC-ID DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WC-EFF-DATE DELIMITED BY SIZE
                   "   W-4 DUPLICATE EFFECTIVE DATE"
                       DELIMITED BY SIZE
                   INTO MAINT-LOG-RECORD
               END-STRING
           ELSE
               STRING
                   "REJECT " DELIMITED BY SIZE
                   WC-ID DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WC-EFF-DATE DELIMITED BY SIZE
                   "   W-4 FILE STATUS " DELIMITED BY SIZE
                   WS-W4-STATUS DELIMITED BY SIZE
                   INTO MAINT-LOG-RECORD
               END-STRING
           END-IF
           END-IF
           WRITE MAINT-LOG-RECORD.

       WRITE-MAINT-SUMMARY.
           MOVE SPACES TO MAINT-LOG-RECORD
           STRING
               WS-ROWS-REJECTED DELIMITED BY SIZE
               INTO MAINT-LOG-RECORD
           END-STRING
           WRITE MAINT-LOG-RECORD
           MOVE SPACES TO MAINT-LOG-RECORD
           STRING
               "W-4 ADDED   " DELIMITED BY SIZE
               WS-W4-ADDED DELIMITED BY SIZE
               "   REJECTED " DELIMITED BY SIZE
               WS-W4-REJECTED DELIMITED BY SIZE
               INTO MAINT-LOG-RECORD
           END-STRING
           WRITE MAINT-LOG-RECORD.

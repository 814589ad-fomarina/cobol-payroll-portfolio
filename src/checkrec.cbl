       FD CLEARED-FILE.
      *    The bank's cleared-items file, re-keyed one line per
      *    paid check: the number off the MICR line, the date it
      *    posted, and the amount the bank paid it for.  The payee
      *    is the name the bank read off the item under positive
      *    pay payee match; blank where the bank did not capture it,
      *    and then only number and amount are compared.
       01 CLEARED-RECORD.
           05 CL-CHECK-NO         PIC 9(8).
           05 FILLER              PIC X.
           05 CL-CLEAR-DATE       PIC 9(8).
           05 FILLER              PIC X.
           05 CL-AMOUNT           PIC 9(7)V99.
           05 FILLER              PIC X.
           05 CL-PAYEE            PIC X(20).

       FD CHECK-OUTSTANDING-FILE.
       COPY "chkrec.cpy".
               10 WS-CL-ENTRY-NO     PIC 9(8).
               10 WS-CL-ENTRY-DATE   PIC 9(8).
               10 WS-CL-ENTRY-AMT    PIC 9(7)V99.
               10 WS-CL-ENTRY-PAYEE  PIC X(20).
               10 WS-CL-ENTRY-USED   PIC X.
                   88 CL-ENTRY-USED  VALUE "Y".

      *    cannot be read and truncated at once.  OVERFLOW guards
      *    the rewrite: rows past the table would otherwise be
      *    erased from the register, so on overflow the pass stops
      *    with the file untouched.  Voided rows ride along
      *    unaged until they pass WS-STALE-DAYS, then drop off.
       01 WS-CK-OVERFLOW      PIC X       VALUE "N".
           88 CK-TABLE-OVERFLOWED VALUE "Y".
       01 WS-CK-TABLE-LIMIT   PIC 9(3)    VALUE 500.
               10 WS-CK-ENTRY-DATE   PIC 9(8).
               10 WS-CK-ENTRY-AMT    PIC 9(7)V99.
               10 WS-CK-ENTRY-STAT   PIC X.
                   88 CK-ENTRY-OUTSTANDING VALUE "O".
                   88 CK-ENTRY-CLEARED VALUE "C".
                   88 CK-ENTRY-VOIDED VALUE "V".

       01 WS-CLEARED-COUNT    PIC 9(5)    VALUE 0.
       01 WS-CLEARED-TOTAL    PIC 9(9)V99 VALUE 0.
       01 WS-OUTST-COUNT      PIC 9(5)    VALUE 0.
       01 WS-OUTST-TOTAL      PIC 9(9)V99 VALUE 0.
      *    Suspected fraud is a presented item that does not
      *    match the issue record we sent the bank - wrong amount,
      *    wrong payee, or a check we voided - and is reported
      *    apart from items that match nothing we ever issued.
       01 WS-FRAUD-COUNT      PIC 9(5)    VALUE 0.
       01 WS-UNKNOWN-COUNT    PIC 9(5)    VALUE 0.
       01 WS-VOIDED-COUNT     PIC 9(5)    VALUE 0.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Bank reconciliation for the physical checks PAYROLL
      *    prints: match the bank's cleared items to the
      *    outstanding file, drop what cleared clean, age what is
      *    still out, and surface suspected fraud - items that
      *    do not match the issue record - apart from checks the
      *    bank paid that we never wrote.
           INITIALIZE STEP-RESULT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-SERIAL
               CLOSE RECON-REPORT-FILE
               DISPLAY "OUTSTANDING TABLE FULL - RAISE THE TABLE "
                   "AND RERUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           WRITE RECON-REPORT-RECORD FROM
               "SUSPECTED FRAUD - PRESENTED ITEM DOES NOT MATCH ISSUE R
      -        "ECORD"
           PERFORM MATCH-CLEARED-ITEMS
           PERFORM REPORT-AND-AGE-CHECKS
           PERFORM REPORT-UNKNOWN-CLEARED
           PERFORM WRITE-RECON-SUMMARY

           CLOSE RECON-REPORT-FILE
      *    Suspected fraud and items we never issued are calls to the
      *    bank somebody has to make.
           MOVE WS-CLEARED-COUNT TO SR-RECORDS-WRITTEN
           ADD WS-FRAUD-COUNT WS-UNKNOWN-COUNT TO SR-EXCEPTIONS
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF

           DISPLAY "Reconciliation report in "
               "output/check_recon_report.txt"
           GOBACK.

       LOAD-CLEARED-TABLE.
           MOVE "N" TO WS-EOF
               AT END
                   SET END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO SR-RECORDS-READ
                   IF WS-CL-COUNT < WS-CL-TABLE-LIMIT
                       ADD 1 TO WS-CL-COUNT
                       SET WS-CL-IDX TO WS-CL-COUNT
                           TO WS-CL-ENTRY-DATE (WS-CL-IDX)
                       MOVE CL-AMOUNT
                           TO WS-CL-ENTRY-AMT (WS-CL-IDX)
                       MOVE CL-PAYEE
                           TO WS-CL-ENTRY-PAYEE (WS-CL-IDX)
                       MOVE "N" TO WS-CL-ENTRY-USED (WS-CL-IDX)
                   ELSE
                       ADD 1 TO SR-EXCEPTIONS
                       DISPLAY "WARNING: CLEARED TABLE FULL - "
                           CL-CHECK-NO " DROPPED, RERUN"
                   END-IF
               UNTIL WS-CK-IDX > WS-CK-COUNT.

       MATCH-ONE-CHECK.
      *    The outstanding row is the issue record the bank got on
      *    the positive pay file.  A cleared item for the right
      *    number, amount and payee retires the check.  Anything
      *    else presented against that number is suspected fraud:
      *    a voided check, an altered amount, or a payee that does
      *    not match.  The check stays on file as it was and the
      *    item goes on the fraud section for the bank call.
           PERFORM FIND-CLEARED-ENTRY
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT
                   AND NOT CL-ENTRY-USED (WS-CL-IDX))
           IF WS-CL-IDX NOT > WS-CL-COUNT
               MOVE "Y" TO WS-CL-ENTRY-USED (WS-CL-IDX)
               EVALUATE TRUE
                   WHEN CK-ENTRY-VOIDED (WS-CK-IDX)
                       PERFORM REPORT-VOIDED-PRESENTED
                   WHEN WS-CL-ENTRY-AMT (WS-CL-IDX)
                       NOT = WS-CK-ENTRY-AMT (WS-CK-IDX)
                       PERFORM REPORT-AMOUNT-MISMATCH
                   WHEN WS-CL-ENTRY-PAYEE (WS-CL-IDX) NOT = SPACES
                       AND WS-CL-ENTRY-PAYEE (WS-CL-IDX)
                       NOT = WS-CK-ENTRY-NAME (WS-CK-IDX)
                       PERFORM REPORT-PAYEE-MISMATCH
                   WHEN OTHER
                       MOVE "C" TO WS-CK-ENTRY-STAT (WS-CK-IDX)
                       ADD 1 TO WS-CLEARED-COUNT
                       ADD WS-CK-ENTRY-AMT (WS-CK-IDX)
                           TO WS-CLEARED-TOTAL
               END-EVALUATE
           END-IF.

       REPORT-VOIDED-PRESENTED.
           ADD 1 TO WS-FRAUD-COUNT
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING
               "SUSPECT CHK " DELIMITED BY SIZE
               WS-CK-ENTRY-NO (WS-CK-IDX) DELIMITED BY SIZE
               "  CLEARED " DELIMITED BY SIZE
               WS-CL-ENTRY-DATE (WS-CL-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CL-ENTRY-AMT (WS-CL-IDX) DELIMITED BY SIZE
               " - CHECK WAS VOIDED, CALL THE BANK"
                   DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD.

       REPORT-AMOUNT-MISMATCH.
           ADD 1 TO WS-FRAUD-COUNT
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING
               "SUSPECT CHK " DELIMITED BY SIZE
               WS-CK-ENTRY-NO (WS-CK-IDX) DELIMITED BY SIZE
               "  ISSUED " DELIMITED BY SIZE
               WS-CK-ENTRY-AMT (WS-CK-IDX) DELIMITED BY SIZE
               "  CLEARED " DELIMITED BY SIZE
               WS-CL-ENTRY-AMT (WS-CL-IDX) DELIMITED BY SIZE
               " - AMOUNT DIFFERS, HELD OUTSTANDING, CALL THE BANK"
                   DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD.

       REPORT-PAYEE-MISMATCH.
           ADD 1 TO WS-FRAUD-COUNT
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING
               "SUSPECT CHK " DELIMITED BY SIZE
               WS-CK-ENTRY-NO (WS-CK-IDX) DELIMITED BY SIZE
               "  ISSUED TO " DELIMITED BY SIZE
               WS-CK-ENTRY-NAME (WS-CK-IDX) DELIMITED BY SIZE
               "  PRESENTED " DELIMITED BY SIZE
               WS-CL-ENTRY-PAYEE (WS-CL-IDX) DELIMITED BY SIZE
               " - PAYEE DIFFERS, HELD OUTSTANDING, CALL THE BANK"
                   DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD.

       FIND-CLEARED-ENTRY.
           CONTINUE.

               UNTIL WS-CK-IDX > WS-CK-COUNT.

       REPORT-ONE-CHECK.
      *    Voided checks are not money out, so they are neither
      *    listed nor counted here - only the ones still owed.
           IF CK-ENTRY-VOIDED (WS-CK-IDX)
               ADD 1 TO WS-VOIDED-COUNT
           END-IF
           IF CK-ENTRY-OUTSTANDING (WS-CK-IDX)
               ADD 1 TO WS-OUTST-COUNT
               ADD WS-CK-ENTRY-AMT (WS-CK-IDX) TO WS-OUTST-TOTAL
               PERFORM AGE-CHECK-ENTRY
               MOVE SPACES TO RECON-REPORT-RECORD
               STRING
                   "CHK " DELIMITED BY SIZE
               WRITE RECON-REPORT-RECORD
           END-IF.

       AGE-CHECK-ENTRY.
           MOVE WS-CK-ENTRY-DATE (WS-CK-IDX) TO WS-DATE-IN
           PERFORM CONVERT-DATE-TO-SERIAL
           COMPUTE WS-CHECK-AGE-DAYS =
               WS-RUN-DATE-SERIAL - WS-DATE-SERIAL.

       REPORT-UNKNOWN-CLEARED.
           WRITE RECON-REPORT-RECORD FROM
               "CLEARED ITEMS NOT ON OUR REGISTER"
           PERFORM REPORT-ONE-UNKNOWN
               VARYING WS-CL-IDX FROM 1 BY 1
               UNTIL WS-CL-IDX > WS-CL-COUNT.

       REWRITE-OUTSTANDING-FILE.
      *    Rebuilt whole each pass, cleared rows dropped - the file
      *    always holds exactly the checks still out, plus the
      *    voided ones until they are too old to be presented.
           OPEN OUTPUT CHECK-OUTSTANDING-FILE
           PERFORM REWRITE-ONE-OUTSTANDING-ROW
               VARYING WS-CK-IDX FROM 1 BY 1
           CLOSE CHECK-OUTSTANDING-FILE.

       REWRITE-ONE-OUTSTANDING-ROW.
           IF CK-ENTRY-VOIDED (WS-CK-IDX)
               PERFORM AGE-CHECK-ENTRY
               IF WS-CHECK-AGE-DAYS > WS-STALE-DAYS
                   MOVE "C" TO WS-CK-ENTRY-STAT (WS-CK-IDX)
               END-IF
           END-IF
           IF NOT CK-ENTRY-CLEARED (WS-CK-IDX)
               MOVE SPACES TO CHECK-OUTSTANDING-RECORD
               MOVE WS-CK-ENTRY-NO (WS-CK-IDX) TO CK-CHECK-NO
               MOVE WS-CK-ENTRY-NAME (WS-CK-IDX) TO CK-NAME
               MOVE WS-CK-ENTRY-DATE (WS-CK-IDX) TO CK-ISSUE-DATE
               MOVE WS-CK-ENTRY-AMT (WS-CK-IDX) TO CK-AMOUNT
               MOVE WS-CK-ENTRY-STAT (WS-CK-IDX) TO CK-STATUS
               WRITE CHECK-OUTSTANDING-RECORD
           END-IF.

               WS-OUTST-COUNT DELIMITED BY SIZE
               " TOTAL " DELIMITED BY SIZE
               WS-OUTST-TOTAL DELIMITED BY SIZE
               "   SUSPECTED FRAUD " DELIMITED BY SIZE
               WS-FRAUD-COUNT DELIMITED BY SIZE
               "   UNKNOWN " DELIMITED BY SIZE
               WS-UNKNOWN-COUNT DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD
           MOVE SPACES TO RECON-REPORT-RECORD
           STRING
               "VOIDED CHECKS ON FILE " DELIMITED BY SIZE
               WS-VOIDED-COUNT DELIMITED BY SIZE
               INTO RECON-REPORT-RECORD
           END-STRING
           WRITE RECON-REPORT-RECORD.

       CONVERT-DATE-TO-SERIAL.

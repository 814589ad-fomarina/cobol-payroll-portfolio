               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO
               "data/pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HK-BATCH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO
               "output/pay_inquiry.txt"
       COPY "histrec.cpy".

       FD INQUIRY-REPORT-FILE.
       01 INQUIRY-REPORT-RECORD PIC X(170).

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X       VALUE "N".

       01 WS-REQUEST-STATUS   PIC XX      VALUE "00".
       01 WS-HISTORY-STATUS   PIC XX      VALUE "00".
       01 WS-HISTORY-OPEN     PIC X       VALUE "N".
           88 HISTORY-IS-OPEN VALUE "Y".

      *    The check currently being printed - its run date and
      *    batch tie the "D" lines that follow the "P" line in key
      *    order to the right check.
       01 WS-IN-CHECK         PIC X       VALUE "N".
           88 PRINTING-CHECK  VALUE "Y".
       01 WS-CUR-RUN-DATE     PIC 9(8)    VALUE 0.
       01 WS-SV-DEDUCTIONS    PIC 9(7)V99 VALUE 0.
       01 WS-SV-NET           PIC 9(7)V99 VALUE 0.
       01 WS-SV-STATE-TAX     PIC 9(7)V99 VALUE 0.
       01 WS-SV-FIT-WAGES     PIC 9(7)V99 VALUE 0.
       01 WS-SV-MED-WAGES     PIC 9(7)V99 VALUE 0.
       01 WS-SV-REG-HOURS     PIC 9(3)    VALUE 0.
       01 WS-SV-OT-HOURS      PIC 9(3)    VALUE 0.
       01 WS-SV-VAC-HOURS     PIC 9(3)    VALUE 0.
       01 WS-SV-SICK-HOURS    PIC 9(3)    VALUE 0.
       01 WS-SV-RUN-KIND      PIC X       VALUE SPACE.
       01 WS-SV-LOCAL-TAX     PIC 9(7)V99 VALUE 0.
       01 WS-SV-LST-TAX       PIC 9(7)V99 VALUE 0.

      *    The reversal line is built in the exact record layout
      *    REVERSAL reads, so the operator copies it into
      *    transposed cents.
       COPY "rvreq.cpy".

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    The answer to "what did we pay this person in June",
      *    matching check with its hours split, money fields and
      *    deduction detail - plus the reversal request line that
      *    used to be keyed from the stub by eye.
           INITIALIZE STEP-RESULT
           OPEN INPUT INQUIRY-REQUEST-FILE
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "No inquiry requests on file - nothing to do"
               GOBACK
           END-IF
           OPEN OUTPUT INQUIRY-REPORT-FILE
           WRITE INQUIRY-REPORT-RECORD FROM
               "PAY HISTORY INQUIRY"
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               SET HISTORY-IS-OPEN TO TRUE
           END-IF

           PERFORM UNTIL END-OF-FILE
               READ INQUIRY-REQUEST-FILE

           CLOSE INQUIRY-REQUEST-FILE
                 INQUIRY-REPORT-FILE
           IF HISTORY-IS-OPEN
               CLOSE PAY-HISTORY-FILE
           END-IF
      *    A request that could not be answered at all is the one
      *    thing worth a warning; no checks in range is an answer.
           MOVE WS-REQUESTS-DONE TO SR-RECORDS-READ
           MOVE WS-CHECKS-FOUND TO SR-RECORDS-WRITTEN
           IF SR-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Inquiry report in output/pay_inquiry.txt"
           GOBACK.

       ANSWER-ONE-REQUEST.
           ADD 1 TO WS-REQUESTS-DONE
           IF IQ-ID = SPACES
               OR IQ-FROM-DATE NOT NUMERIC
               OR IQ-TO-DATE NOT NUMERIC
               ADD 1 TO SR-EXCEPTIONS
               WRITE INQUIRY-REPORT-RECORD FROM
                   "  REQUEST NOT USABLE - NEEDS ID AND DATE RANGE"
           ELSE
           IF NOT HISTORY-IS-OPEN
               ADD 1 TO SR-EXCEPTIONS
               WRITE INQUIRY-REPORT-RECORD FROM
                   "  NO PAY HISTORY ON FILE"
           ELSE
      *        Straight to the employee's first line on or after the
      *        from date; the key keeps each check's "D" lines right
      *        behind its "P" line, and the read stops at the first
      *        line past the to date or belonging to someone else.
               MOVE "N" TO WS-HIST-EOF
               MOVE IQ-ID TO HK-ID
               MOVE IQ-FROM-DATE TO HK-RUN-DATE
               MOVE LOW-VALUES TO HK-BATCH-ID
               MOVE 0 TO HK-LINE-SEQ
               START PAY-HISTORY-FILE KEY IS NOT LESS THAN HIST-KEY
                   INVALID KEY
                       SET HIST-END-OF-FILE TO TRUE
               END-START
               PERFORM SCAN-ONE-HISTORY-LINE
                   UNTIL HIST-END-OF-FILE
               IF WS-CHECKS-FOUND = 0
                   WRITE INQUIRY-REPORT-RECORD FROM
                       "  NO CHECKS IN RANGE"
               END-IF
           END-IF
           END-IF.

       SCAN-ONE-HISTORY-LINE.
           READ PAY-HISTORY-FILE NEXT RECORD
               AT END
                   SET HIST-END-OF-FILE TO TRUE
                   PERFORM FLUSH-PENDING-REVERSAL
               NOT AT END
                   IF HK-ID NOT = IQ-ID
                       OR HK-RUN-DATE > IQ-TO-DATE
                       SET HIST-END-OF-FILE TO TRUE
                       PERFORM FLUSH-PENDING-REVERSAL
                   ELSE
                       EVALUATE TRUE
                           WHEN HIST-PAY-LINE
                               PERFORM FLUSH-PENDING-REVERSAL
                               PERFORM PRINT-ONE-CHECK
                           WHEN HIST-DED-LINE
                               IF PRINTING-CHECK
                                   AND HD-RUN-DATE = WS-CUR-RUN-DATE
                                   AND HD-BATCH-ID = WS-CUR-BATCH-ID
                                   PERFORM PRINT-ONE-DEDUCTION
                               END-IF
                           WHEN HIST-REVERSAL-LINE
                               PERFORM FLUSH-PENDING-REVERSAL
                               PERFORM PRINT-REVERSED-CHECK-NOTE
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       FLUSH-PENDING-REVERSAL.
           MOVE HP-DEDUCTIONS TO WS-SV-DEDUCTIONS
           MOVE HP-NET TO WS-SV-NET
           MOVE HP-STATE-TAX TO WS-SV-STATE-TAX
      *    Checks paid before the pre-tax wage fields existed were
      *    taxed on their full gross.
           IF HP-FIT-WAGES NUMERIC
               MOVE HP-FIT-WAGES TO WS-SV-FIT-WAGES
               MOVE HP-MED-WAGES TO WS-SV-MED-WAGES
           ELSE
               MOVE HP-GROSS TO WS-SV-FIT-WAGES
               MOVE HP-GROSS TO WS-SV-MED-WAGES
           END-IF
           MOVE HP-REG-HOURS TO WS-SV-REG-HOURS
           MOVE HP-OT-HOURS TO WS-SV-OT-HOURS
           MOVE HP-VAC-HOURS TO WS-SV-VAC-HOURS
           MOVE HP-SICK-HOURS TO WS-SV-SICK-HOURS
           MOVE HP-RUN-KIND TO WS-SV-RUN-KIND
      *    Lines written before local withholding (and off-cycle or
      *    adjustment lines) carry blanks there - no local tax.
           IF HP-LOCAL-TAX NUMERIC
               MOVE HP-LOCAL-TAX TO WS-SV-LOCAL-TAX
           ELSE
               MOVE 0 TO WS-SV-LOCAL-TAX
           END-IF
           IF HP-LST-TAX NUMERIC
               MOVE HP-LST-TAX TO WS-SV-LST-TAX
           ELSE
               MOVE 0 TO WS-SV-LST-TAX
           END-IF

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING
               INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD
           IF HP-SUPPLEMENTAL-RUN
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING
                   "  OFF-CYCLE SUPPLEMENTAL PAY - EARNINGS TYPE "
                       DELIMITED BY SIZE
                   HP-EARN-TYPE DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           END-IF

           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING
               HP-NET DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD
           IF WS-SV-LOCAL-TAX > 0 OR WS-SV-LST-TAX > 0
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               STRING
                   "  LOCAL TAX " DELIMITED BY SIZE
                   HP-LOCAL-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SV-LOCAL-TAX DELIMITED BY SIZE
                   "  LST " DELIMITED BY SIZE
                   HP-LST-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-SV-LST-TAX DELIMITED BY SIZE
                   INTO INQUIRY-REPORT-RECORD
               END-STRING
               WRITE INQUIRY-REPORT-RECORD
           END-IF.

       PRINT-REVERSED-CHECK-NOTE.
      *    A reversal run in the range: which check it backed out
      *    and what came back off it.  The reversed check itself
      *    still prints under its own run date, reversal line and
      *    all - this is the note that it has already been used.
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING
               "  REVERSAL RUN " DELIMITED BY SIZE
               HV-RUN-DATE DELIMITED BY SIZE
               "  BATCH " DELIMITED BY SIZE
               HV-BATCH-ID DELIMITED BY SIZE
               "  REVERSED CHECK OF " DELIMITED BY SIZE
               HV-ORIG-DATE DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING
               "  GROSS " DELIMITED BY SIZE
               HV-GROSS DELIMITED BY SIZE
               "  TAX " DELIMITED BY SIZE
               HV-TAX DELIMITED BY SIZE
               "  FICA " DELIMITED BY SIZE
               HV-FICA DELIMITED BY SIZE
               "  STATE " DELIMITED BY SIZE
               HV-STATE-TAX DELIMITED BY SIZE
               "  LOCAL " DELIMITED BY SIZE
               HV-LOCAL-TAX DELIMITED BY SIZE
               "  NET " DELIMITED BY SIZE
               HV-NET DELIMITED BY SIZE
               INTO INQUIRY-REPORT-RECORD
           END-STRING
           WRITE INQUIRY-REPORT-RECORD.

       PRINT-ONE-DEDUCTION.
                   WS-SV-REG-HOURS + WS-SV-OT-HOURS
                   + WS-SV-VAC-HOURS + WS-SV-SICK-HOURS
               MOVE WS-TOT-HOURS TO RV-TOT-HOURS
               MOVE WS-SV-FIT-WAGES TO RV-FIT-WAGES
               MOVE WS-SV-MED-WAGES TO RV-MED-WAGES
               MOVE WS-SV-RUN-KIND TO RV-RUN-KIND
               MOVE WS-SV-LOCAL-TAX TO RV-LOCAL-TAX
               MOVE WS-SV-LST-TAX TO RV-LST-TAX
               WRITE INQUIRY-REPORT-RECORD FROM
                   "    REVERSAL LINE - COPY INTO reversal_requests:"
               MOVE SPACES TO INQUIRY-REPORT-RECORD
               MOVE REVERSAL-REQUEST-RECORD
                   TO INQUIRY-REPORT-RECORD (1:168)
               WRITE INQUIRY-REPORT-RECORD
           END-IF.

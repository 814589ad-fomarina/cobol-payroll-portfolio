       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE ASSIGN TO
               "data/pay_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.
           SELECT PAY-HISTORY-FILE ASSIGN TO
               "data/pay_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               ALTERNATE RECORD KEY IS HK-BATCH-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-STATUS.
           SELECT CONVERSION-REPORT-FILE ASSIGN TO
               "output/history_conversion.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *    The old append-only history, one 235-byte line per
      *    record - exactly the HIST-LINE image the indexed file
      *    carries behind its key.
       FD OLD-HISTORY-FILE.
       01 OLD-HISTORY-RECORD  PIC X(235).

       FD PAY-HISTORY-FILE.
       COPY "histrec.cpy".

       FD CONVERSION-REPORT-FILE.
       01 CONVERSION-REPORT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-EOF              PIC X       VALUE "N".
           88 END-OF-FILE     VALUE "Y".

       01 WS-OLD-STATUS       PIC XX      VALUE "00".
       01 WS-HISTORY-STATUS   PIC XX      VALUE "00".

      *    The previous line's ID, run date and batch - a line for
      *    the same check takes the next place after it; a new
      *    check starts again at 000.
       01 WS-PREV-ID          PIC X(5)    VALUE SPACES.
       01 WS-PREV-RUN-DATE    PIC 9(8)    VALUE 0.
       01 WS-PREV-BATCH-ID    PIC X(10)   VALUE SPACES.
       01 WS-HIST-LINE-SEQ    PIC 9(3)    VALUE 0.
       01 WS-NOT-LOADED       PIC 9(7)    VALUE 0.

      *    Line counts and money totals taken twice: entry 1 off the
      *    sequential file as it is read, entry 2 off the indexed
      *    file read back from end to end once loaded.  The two
      *    must agree to the line and the penny before the old file
      *    is retired.
       01 WS-TIE-TABLE.
           05 WS-TIE-ENTRY OCCURS 2 TIMES
               INDEXED BY WS-TIE-IDX.
               10 WS-TIE-LINES        PIC 9(7).
               10 WS-TIE-PAY-LINES    PIC 9(7).
               10 WS-TIE-DED-LINES    PIC 9(7).
               10 WS-TIE-RETRO-LINES  PIC 9(7).
               10 WS-TIE-OTHER-LINES  PIC 9(7).
               10 WS-TIE-GROSS        PIC 9(11)V99.
               10 WS-TIE-TAX          PIC 9(11)V99.
               10 WS-TIE-FICA         PIC 9(11)V99.
               10 WS-TIE-STATE        PIC 9(11)V99.
               10 WS-TIE-LOCAL        PIC 9(11)V99.
               10 WS-TIE-DEDUCTIONS   PIC 9(11)V99.
               10 WS-TIE-NET          PIC 9(11)V99.
               10 WS-TIE-DED-DETAIL   PIC 9(11)V99.
               10 WS-TIE-RETRO-PAID   PIC 9(11)V99.

       01 WS-TIE-LABEL        PIC X(8)    VALUE SPACES.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    One-time load of the sequential pay history into the
      *    indexed file every history program now reads.  Each line
      *    goes over unchanged behind its key, in the order it was
      *    written; the report shows the line counts and money
      *    totals before and after, and whether they tie.  The
      *    sequential file is left exactly where it was - retire it
      *    only once the report says the two agree.
           INITIALIZE STEP-RESULT
           OPEN OUTPUT CONVERSION-REPORT-FILE
           WRITE CONVERSION-REPORT-RECORD FROM
               "PAY HISTORY CONVERSION - SEQUENTIAL TO INDEXED"

      *    The indexed file is only ever built from nothing.  If one
      *    is already on file a run has been posted to it, and
      *    rebuilding it from the old file would lose that run.
           OPEN INPUT PAY-HISTORY-FILE
           IF WS-HISTORY-STATUS = "00"
               CLOSE PAY-HISTORY-FILE
               WRITE CONVERSION-REPORT-RECORD FROM
                   "INDEXED HISTORY ALREADY ON FILE - NOT CONVERTED"
               CLOSE CONVERSION-REPORT-FILE
               DISPLAY "Indexed history already exists - "
                   "conversion refused"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT OLD-HISTORY-FILE
           IF WS-OLD-STATUS NOT = "00"
               WRITE CONVERSION-REPORT-RECORD FROM
                   "NO SEQUENTIAL HISTORY ON FILE - NOTHING TO CONVERT"
               CLOSE CONVERSION-REPORT-FILE
               DISPLAY "No sequential history - nothing to convert"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS-TIE-TABLE
           OPEN OUTPUT PAY-HISTORY-FILE
           SET WS-TIE-IDX TO 1
           PERFORM UNTIL END-OF-FILE
               READ OLD-HISTORY-FILE
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       MOVE SPACES TO PAY-HISTORY-RECORD
                       MOVE OLD-HISTORY-RECORD TO HIST-LINE
                       PERFORM ACCUMULATE-TIE-TOTALS
                       PERFORM LOAD-ONE-HISTORY-LINE
               END-READ
           END-PERFORM
           CLOSE OLD-HISTORY-FILE
                 PAY-HISTORY-FILE

           MOVE "N" TO WS-EOF
           OPEN INPUT PAY-HISTORY-FILE
           SET WS-TIE-IDX TO 2
           PERFORM UNTIL END-OF-FILE
               READ PAY-HISTORY-FILE NEXT RECORD
                   AT END
                       SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM ACCUMULATE-TIE-TOTALS
               END-READ
           END-PERFORM
           CLOSE PAY-HISTORY-FILE

           PERFORM WRITE-TIE-OUT-REPORT
           CLOSE CONVERSION-REPORT-FILE

      *    Lines left behind or totals that disagree fail the step
      *    outright - nothing may run against an indexed file that
      *    does not hold the whole history.
           MOVE WS-TIE-LINES (1) TO SR-RECORDS-READ
           MOVE WS-TIE-LINES (2) TO SR-RECORDS-WRITTEN
           MOVE WS-NOT-LOADED TO SR-EXCEPTIONS
           IF WS-NOT-LOADED > 0
               OR WS-TIE-ENTRY (1) NOT = WS-TIE-ENTRY (2)
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "Conversion report in "
               "output/history_conversion.txt"
           GOBACK.

       LOAD-ONE-HISTORY-LINE.
      *    P, D and R lines all carry the ID, run date and batch in
      *    the same columns.  The sequential file wrote a check's
      *    lines one after another, so consecutive lines with the
      *    same three values are one check's, numbered in turn.  A
      *    key already taken (two same-day retro passes under one
      *    batch) just moves the line one place along, the way
      *    RETROPAY itself writes them.
           IF HP-ID = WS-PREV-ID
               AND HP-RUN-DATE = WS-PREV-RUN-DATE
               AND HP-BATCH-ID = WS-PREV-BATCH-ID
               ADD 1 TO WS-HIST-LINE-SEQ
           ELSE
               MOVE 0 TO WS-HIST-LINE-SEQ
               MOVE HP-ID TO WS-PREV-ID
               MOVE HP-RUN-DATE TO WS-PREV-RUN-DATE
               MOVE HP-BATCH-ID TO WS-PREV-BATCH-ID
           END-IF
           MOVE HP-ID TO HK-ID
           MOVE HP-RUN-DATE TO HK-RUN-DATE
           MOVE HP-BATCH-ID TO HK-BATCH-ID
           MOVE "22" TO WS-HISTORY-STATUS
           PERFORM WRITE-HISTORY-UNDER-NEXT-SEQ
               UNTIL WS-HISTORY-STATUS NOT = "22"
               OR WS-HIST-LINE-SEQ = 999
           IF WS-HISTORY-STATUS NOT = "00"
               AND WS-HISTORY-STATUS NOT = "02"
               ADD 1 TO WS-NOT-LOADED
               MOVE SPACES TO CONVERSION-REPORT-RECORD
               STRING
                   "NOT LOADED - STATUS " DELIMITED BY SIZE
                   WS-HISTORY-STATUS DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   HIST-LINE (1:60) DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-RECORD
               END-STRING
               WRITE CONVERSION-REPORT-RECORD
           END-IF.

       WRITE-HISTORY-UNDER-NEXT-SEQ.
           MOVE WS-HIST-LINE-SEQ TO HK-LINE-SEQ
           WRITE PAY-HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO WS-HIST-LINE-SEQ
           END-WRITE.

       ACCUMULATE-TIE-TOTALS.
      *    Fields a line predates read as blanks, and count as zero
      *    on both sides alike.
           ADD 1 TO WS-TIE-LINES (WS-TIE-IDX)
           EVALUATE TRUE
               WHEN HIST-PAY-LINE
                   ADD 1 TO WS-TIE-PAY-LINES (WS-TIE-IDX)
                   ADD HP-GROSS TO WS-TIE-GROSS (WS-TIE-IDX)
                   ADD HP-TAX TO WS-TIE-TAX (WS-TIE-IDX)
                   ADD HP-FICA TO WS-TIE-FICA (WS-TIE-IDX)
                   ADD HP-DEDUCTIONS TO WS-TIE-DEDUCTIONS (WS-TIE-IDX)
                   ADD HP-NET TO WS-TIE-NET (WS-TIE-IDX)
                   IF HP-STATE-TAX NUMERIC
                       ADD HP-STATE-TAX TO WS-TIE-STATE (WS-TIE-IDX)
                   END-IF
                   IF HP-LOCAL-TAX NUMERIC
                       ADD HP-LOCAL-TAX TO WS-TIE-LOCAL (WS-TIE-IDX)
                   END-IF
                   IF HP-LST-TAX NUMERIC
                       ADD HP-LST-TAX TO WS-TIE-LOCAL (WS-TIE-IDX)
                   END-IF
               WHEN HIST-DED-LINE
                   ADD 1 TO WS-TIE-DED-LINES (WS-TIE-IDX)
                   ADD HD-AMOUNT TO WS-TIE-DED-DETAIL (WS-TIE-IDX)
               WHEN HIST-RETRO-LINE
                   ADD 1 TO WS-TIE-RETRO-LINES (WS-TIE-IDX)
                   ADD HR-AMOUNT TO WS-TIE-RETRO-PAID (WS-TIE-IDX)
               WHEN OTHER
                   ADD 1 TO WS-TIE-OTHER-LINES (WS-TIE-IDX)
           END-EVALUATE.

       WRITE-TIE-OUT-REPORT.
           MOVE "BEFORE  " TO WS-TIE-LABEL
           SET WS-TIE-IDX TO 1
           PERFORM WRITE-ONE-TIE-ENTRY
           MOVE "AFTER   " TO WS-TIE-LABEL
           SET WS-TIE-IDX TO 2
           PERFORM WRITE-ONE-TIE-ENTRY

           IF WS-NOT-LOADED > 0
               MOVE SPACES TO CONVERSION-REPORT-RECORD
               STRING
                   "LINES NOT LOADED " DELIMITED BY SIZE
                   WS-NOT-LOADED DELIMITED BY SIZE
                   INTO CONVERSION-REPORT-RECORD
               END-STRING
               WRITE CONVERSION-REPORT-RECORD
           END-IF

           IF WS-TIE-ENTRY (1) = WS-TIE-ENTRY (2)
               WRITE CONVERSION-REPORT-RECORD FROM
                   "CONVERSION TIES OUT - SEQUENTIAL HISTORY MAY BE RET
      -            "IRED"
               DISPLAY "Pay history converted - ties out"
           ELSE
               WRITE CONVERSION-REPORT-RECORD FROM
                   "CONVERSION DOES NOT TIE OUT - KEEP THE SEQUENTIAL H
      -            "ISTORY AND INVESTIGATE"
               DISPLAY "WARNING: PAY HISTORY CONVERSION DOES NOT "
                   "TIE OUT"
           END-IF.

       WRITE-ONE-TIE-ENTRY.
           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING
               WS-TIE-LABEL DELIMITED BY SIZE
               "LINES " DELIMITED BY SIZE
               WS-TIE-LINES (WS-TIE-IDX) DELIMITED BY SIZE
               "  P " DELIMITED BY SIZE
               WS-TIE-PAY-LINES (WS-TIE-IDX) DELIMITED BY SIZE
               "  D " DELIMITED BY SIZE
               WS-TIE-DED-LINES (WS-TIE-IDX) DELIMITED BY SIZE
               "  R " DELIMITED BY SIZE
               WS-TIE-RETRO-LINES (WS-TIE-IDX) DELIMITED BY SIZE
               "  OTHER " DELIMITED BY SIZE
               WS-TIE-OTHER-LINES (WS-TIE-IDX) DELIMITED BY SIZE
               INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD

           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING
               "        GROSS " DELIMITED BY SIZE
               WS-TIE-GROSS (WS-TIE-IDX) DELIMITED BY SIZE
               "  TAX " DELIMITED BY SIZE
               WS-TIE-TAX (WS-TIE-IDX) DELIMITED BY SIZE
               "  FICA " DELIMITED BY SIZE
               WS-TIE-FICA (WS-TIE-IDX) DELIMITED BY SIZE
               "  STATE " DELIMITED BY SIZE
               WS-TIE-STATE (WS-TIE-IDX) DELIMITED BY SIZE
               INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD

           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING
               "        LOCAL " DELIMITED BY SIZE
               WS-TIE-LOCAL (WS-TIE-IDX) DELIMITED BY SIZE
               "  DEDUCTIONS " DELIMITED BY SIZE
               WS-TIE-DEDUCTIONS (WS-TIE-IDX) DELIMITED BY SIZE
               "  NET " DELIMITED BY SIZE
               WS-TIE-NET (WS-TIE-IDX) DELIMITED BY SIZE
               INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD

           MOVE SPACES TO CONVERSION-REPORT-RECORD
           STRING
               "        DEDUCTION DETAIL " DELIMITED BY SIZE
               WS-TIE-DED-DETAIL (WS-TIE-IDX) DELIMITED BY SIZE
               "  RETRO PAID " DELIMITED BY SIZE
               WS-TIE-RETRO-PAID (WS-TIE-IDX) DELIMITED BY SIZE
               INTO CONVERSION-REPORT-RECORD
           END-STRING
           WRITE CONVERSION-REPORT-RECORD.

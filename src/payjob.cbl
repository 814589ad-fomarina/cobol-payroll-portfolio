       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYJOB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-PARM-FILE ASSIGN TO
               "data/payjob_parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RESTART-FILE ASSIGN TO WS-RESTART-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.
           SELECT BALANCE-PARM-FILE ASSIGN TO
               "data/paybal_parm.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-PARM-STATUS.
           SELECT JOB-LOG-FILE ASSIGN TO
               "output/payjob_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    The operator's card: which stream to run, and RESTART in
      *    column 10 to pick it up again at the step that failed.
       FD JOB-PARM-FILE.
       01 JOB-PARM-RECORD.
           05 PARM-STREAM         PIC X(8).
           05 FILLER              PIC X.
           05 PARM-RESTART        PIC X(7).
               88 PARM-IS-RESTART VALUE "RESTART".

      *    Left behind by a stream that halted: the stream, the
      *    step it stopped at and when.  Emptied again once the
      *    stream runs to the end.  Each stream keeps its own, so
      *    an off-cycle run between a failed regular run and its
      *    restart does not lose the regular run's place.
       FD RESTART-FILE.
       01 RESTART-RECORD.
           05 RS-STREAM           PIC X(8).
           05 FILLER              PIC X.
           05 RS-STEP             PIC 9(2).
           05 FILLER              PIC X.
           05 RS-PROGRAM          PIC X(8).
           05 FILLER              PIC X.
           05 RS-RUN-DATE         PIC 9(8).

      *    PAYBAL's own card, written before each PAYBAL step so a
      *    card left over from an earlier run cannot send it to
      *    balance the wrong files.
       FD BALANCE-PARM-FILE.
       01 BALANCE-PARM-RECORD.
           05 PARM-RUN-KIND       PIC X(8).

       FD JOB-LOG-FILE.
       01 JOB-LOG-RECORD          PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS          PIC XX      VALUE "00".
       01 WS-RESTART-STATUS       PIC XX      VALUE "00".
       01 WS-BALANCE-PARM-STATUS  PIC XX      VALUE "00".
       01 WS-LOG-STATUS           PIC XX      VALUE "00".

       01 WS-RESTART-NAME         PIC X(40)   VALUE SPACES.

       01 WS-RUN-DATE             PIC 9(8)    VALUE 0.
       01 WS-START-TIME           PIC 9(8)    VALUE 0.
       01 WS-END-TIME             PIC 9(8)    VALUE 0.

      *    The three streams and their steps, in the order they
      *    run.  The run kind beside a step is the card PAYBAL is
      *    handed for it - blank for a regular period.  ACHRET and
      *    CHECKREC are not in any stream: they run when the bank's
      *    return and cleared-check files arrive, not on the
      *    payroll calendar.
       01 WS-STREAM-VALUES.
           05 FILLER              PIC X(9)    VALUE "REGULAR 3".
           05 FILLER              PIC X(16)   VALUE "TIMECALC".
           05 FILLER              PIC X(16)   VALUE "PAYROLL".
           05 FILLER              PIC X(16)   VALUE "PAYBAL".
           05 FILLER              PIC X(9)    VALUE "OFFCYCLE2".
           05 FILLER              PIC X(16)   VALUE "SUPPAY".
           05 FILLER              PIC X(16)   VALUE "PAYBAL  OFFCYCLE".
           05 FILLER              PIC X(16)   VALUE SPACES.
           05 FILLER              PIC X(9)    VALUE "QUARTER 3".
           05 FILLER              PIC X(16)   VALUE "QTRTAX".
           05 FILLER              PIC X(16)   VALUE "STQTRTAX".
           05 FILLER              PIC X(16)   VALUE "LCQTRTAX".
       01 WS-STREAM-TABLE REDEFINES WS-STREAM-VALUES.
           05 WS-STREAM-ENTRY OCCURS 3 TIMES
               INDEXED BY WS-STREAM-IDX.
               10 WS-STREAM-NAME      PIC X(8).
               10 WS-STREAM-STEPS     PIC 9.
               10 WS-STEP-ENTRY OCCURS 3 TIMES
                   INDEXED BY WS-STEP-IDX.
                   15 WS-STEP-PROGRAM  PIC X(8).
                   15 WS-STEP-RUN-KIND PIC X(8).

       01 WS-STREAM               PIC X(8)    VALUE SPACES.
       01 WS-STREAM-FOUND         PIC X       VALUE "N".
           88 STREAM-FOUND        VALUE "Y".
       01 WS-RESTARTING           PIC X       VALUE "N".
           88 RESTARTING          VALUE "Y".
       01 WS-JOB-HALTED           PIC X       VALUE "N".
           88 JOB-HALTED          VALUE "Y".
       01 WS-MODULE-MISSING       PIC X       VALUE "N".
           88 MODULE-MISSING      VALUE "Y".

       01 WS-FIRST-STEP           PIC 9(2)    VALUE 1.
       01 WS-STEP-NUMBER          PIC 9(2)    VALUE 0.
       01 WS-HALT-STEP            PIC 9(2)    VALUE 0.
       01 WS-STEP-PGM             PIC X(8)    VALUE SPACES.
       01 WS-STEP-RC              PIC 9(2)    VALUE 0.
       01 WS-WORST-RC             PIC 9(2)    VALUE 0.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      *    Runs one payroll job stream - the regular period, the
      *    off-cycle or the quarter-end - step by step, in order.
      *    Each step is CALLed and its return code read as it ends:
      *    a 4 is logged and the stream goes on, an 8 halts it
      *    there, so nothing runs on the output of a step that
      *    failed.  The job log gets each step's start and end
      *    time, return code and record counts.  A halted stream
      *    leaves a restart point; once the failure is fixed, the
      *    same stream keyed with RESTART picks up at that step.
      *    The driver ends with the worst return code of the steps
      *    it ran.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-JOB-PARM
           IF RESTARTING
               PERFORM LOAD-RESTART-POINT
           END-IF

           OPEN EXTEND JOB-LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           ACCEPT WS-START-TIME FROM TIME
           MOVE SPACES TO JOB-LOG-RECORD
           STRING
               "PAYJOB " DELIMITED BY SIZE
               WS-STREAM DELIMITED BY SIZE
               " STREAM STARTED " DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-START-TIME (1:6) DELIMITED BY SIZE
               INTO JOB-LOG-RECORD
           END-STRING
           WRITE JOB-LOG-RECORD
           IF RESTARTING
               MOVE SPACES TO JOB-LOG-RECORD
               STRING
                   "  RESTARTING AT STEP " DELIMITED BY SIZE
                   WS-FIRST-STEP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STEP-PROGRAM (WS-STREAM-IDX, WS-FIRST-STEP)
                       DELIMITED BY SIZE
                   INTO JOB-LOG-RECORD
               END-STRING
               WRITE JOB-LOG-RECORD
           END-IF

           PERFORM RUN-ONE-STEP
               VARYING WS-STEP-NUMBER FROM WS-FIRST-STEP BY 1
               UNTIL WS-STEP-NUMBER > WS-STREAM-STEPS (WS-STREAM-IDX)
               OR JOB-HALTED

           MOVE SPACES TO JOB-LOG-RECORD
           IF JOB-HALTED
               STRING
                   "PAYJOB " DELIMITED BY SIZE
                   WS-STREAM DELIMITED BY SIZE
                   " STREAM HALTED AT STEP " DELIMITED BY SIZE
                   WS-HALT-STEP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-STEP-PGM DELIMITED BY SIZE
                   " RC " DELIMITED BY SIZE
                   WS-STEP-RC DELIMITED BY SIZE
                   " - FIX AND RERUN WITH RESTART" DELIMITED BY SIZE
                   INTO JOB-LOG-RECORD
               END-STRING
               PERFORM SAVE-RESTART-POINT
           ELSE
               STRING
                   "PAYJOB " DELIMITED BY SIZE
                   WS-STREAM DELIMITED BY SIZE
                   " STREAM COMPLETED RC " DELIMITED BY SIZE
                   WS-WORST-RC DELIMITED BY SIZE
                   INTO JOB-LOG-RECORD
               END-STRING
               PERFORM CLEAR-RESTART-POINT
           END-IF
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE

           DISPLAY JOB-LOG-RECORD
           DISPLAY "Job log in output/payjob_log.txt"
           MOVE WS-WORST-RC TO RETURN-CODE
           GOBACK.

       LOAD-JOB-PARM.
      *    The card is required - the driver has no default stream.
           OPEN INPUT JOB-PARM-FILE
           IF WS-PARM-STATUS NOT = "00"
               DISPLAY "JOB PARM FILE data/payjob_parm.txt MISSING - "
                   "NOTHING RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ JOB-PARM-FILE
               AT END
                   CLOSE JOB-PARM-FILE
                   DISPLAY "JOB PARM FILE IS EMPTY - NOTHING RUN"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE JOB-PARM-FILE
           MOVE PARM-STREAM TO WS-STREAM
           IF PARM-IS-RESTART
               SET RESTARTING TO TRUE
           END-IF

           SET WS-STREAM-IDX TO 1
           SEARCH WS-STREAM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-STREAM-NAME (WS-STREAM-IDX) = WS-STREAM
                   SET STREAM-FOUND TO TRUE
           END-SEARCH
           IF NOT STREAM-FOUND
               DISPLAY "UNKNOWN JOB STREAM " WS-STREAM
                   " - USE REGULAR, OFFCYCLE OR QUARTER"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-RESTART-NAME
           STRING
               "data/payjob_restart_" DELIMITED BY SIZE
               WS-STREAM DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-RESTART-NAME
           END-STRING
           INSPECT WS-RESTART-NAME CONVERTING
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               TO "abcdefghijklmnopqrstuvwxyz".

       LOAD-RESTART-POINT.
      *    A restart only ever resumes the stream that halted, and
      *    only at the step it halted on - anything else means the
      *    card and the restart point disagree, and the operator
      *    has to look before anything runs.
           OPEN INPUT RESTART-FILE
           IF WS-RESTART-STATUS NOT = "00"
               DISPLAY "NO RESTART POINT ON FILE - NOTHING RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           READ RESTART-FILE
               AT END
                   CLOSE RESTART-FILE
                   DISPLAY "NO RESTART POINT ON FILE - NOTHING RUN"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ
           CLOSE RESTART-FILE
           IF RS-STREAM NOT = WS-STREAM
               DISPLAY "RESTART POINT IS FOR THE " RS-STREAM
                   " STREAM, NOT " WS-STREAM " - NOTHING RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           IF RS-STEP < 1
               OR RS-STEP > WS-STREAM-STEPS (WS-STREAM-IDX)
               DISPLAY "RESTART STEP " RS-STEP " IS NOT IN THE "
                   WS-STREAM " STREAM - NOTHING RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RS-STEP TO WS-FIRST-STEP.

       RUN-ONE-STEP.
      *    Each step starts from a zero return code and clear
      *    counts, and is CANCELled once it ends so the next CALL
      *    of the same program - PAYBAL twice in a day - starts
      *    from fresh storage.  A program that cannot be loaded
      *    counts as a failed step.
           SET WS-STEP-IDX TO WS-STEP-NUMBER
           MOVE WS-STEP-PROGRAM (WS-STREAM-IDX, WS-STEP-IDX)
               TO WS-STEP-PGM
           IF WS-STEP-PGM = "PAYBAL"
               PERFORM WRITE-BALANCE-PARM
           END-IF
           INITIALIZE STEP-RESULT
           MOVE "N" TO WS-MODULE-MISSING
           DISPLAY "PAYJOB STEP " WS-STEP-NUMBER " " WS-STEP-PGM
           ACCEPT WS-START-TIME FROM TIME
           MOVE 0 TO RETURN-CODE
           CALL WS-STEP-PGM
               ON EXCEPTION
                   SET MODULE-MISSING TO TRUE
           END-CALL
           IF MODULE-MISSING
               MOVE 8 TO WS-STEP-RC
           ELSE
               MOVE RETURN-CODE TO WS-STEP-RC
               CANCEL WS-STEP-PGM
           END-IF
           MOVE 0 TO RETURN-CODE
           ACCEPT WS-END-TIME FROM TIME
           PERFORM WRITE-STEP-LOG-LINE
           IF WS-STEP-RC > WS-WORST-RC
               MOVE WS-STEP-RC TO WS-WORST-RC
           END-IF
           IF WS-STEP-RC NOT < 8
               MOVE WS-STEP-NUMBER TO WS-HALT-STEP
               SET JOB-HALTED TO TRUE
           END-IF.

       WRITE-BALANCE-PARM.
           OPEN OUTPUT BALANCE-PARM-FILE
           MOVE WS-STEP-RUN-KIND (WS-STREAM-IDX, WS-STEP-IDX)
               TO PARM-RUN-KIND
           WRITE BALANCE-PARM-RECORD
           CLOSE BALANCE-PARM-FILE.

       WRITE-STEP-LOG-LINE.
           MOVE SPACES TO JOB-LOG-RECORD
           STRING
               "  STEP " DELIMITED BY SIZE
               WS-STEP-NUMBER DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-STEP-PGM DELIMITED BY SIZE
               " START " DELIMITED BY SIZE
               WS-START-TIME (1:6) DELIMITED BY SIZE
               " END " DELIMITED BY SIZE
               WS-END-TIME (1:6) DELIMITED BY SIZE
               " RC " DELIMITED BY SIZE
               WS-STEP-RC DELIMITED BY SIZE
               " READ " DELIMITED BY SIZE
               SR-RECORDS-READ DELIMITED BY SIZE
               " WRITTEN " DELIMITED BY SIZE
               SR-RECORDS-WRITTEN DELIMITED BY SIZE
               " EXCEPTIONS " DELIMITED BY SIZE
               SR-EXCEPTIONS DELIMITED BY SIZE
               INTO JOB-LOG-RECORD
           END-STRING
           WRITE JOB-LOG-RECORD
           IF MODULE-MISSING
               MOVE SPACES TO JOB-LOG-RECORD
               STRING
                   "    PROGRAM " DELIMITED BY SIZE
                   WS-STEP-PGM DELIMITED BY SIZE
                   " COULD NOT BE LOADED" DELIMITED BY SIZE
                   INTO JOB-LOG-RECORD
               END-STRING
               WRITE JOB-LOG-RECORD
           END-IF.

       SAVE-RESTART-POINT.
           OPEN OUTPUT RESTART-FILE
           MOVE SPACES TO RESTART-RECORD
           MOVE WS-STREAM TO RS-STREAM
           MOVE WS-HALT-STEP TO RS-STEP
           MOVE WS-STEP-PGM TO RS-PROGRAM
           MOVE WS-RUN-DATE TO RS-RUN-DATE
           WRITE RESTART-RECORD
           CLOSE RESTART-FILE.

       CLEAR-RESTART-POINT.
      *    Left empty rather than deleted; an empty file reads as no
      *    restart point.
           OPEN OUTPUT RESTART-FILE
           CLOSE RESTART-FILE.

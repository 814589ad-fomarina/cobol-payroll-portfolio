       01 WS-YTD-STATUS       PIC XX VALUE "00".

       01 WS-GRAND-GROSS      PIC 9(10)V99 VALUE 0.
       01 WS-GRAND-FIT-WAGES  PIC 9(10)V99 VALUE 0.
       01 WS-GRAND-TAX        PIC 9(10)V99 VALUE 0.
       01 WS-GRAND-NET        PIC 9(10)V99 VALUE 0.
       01 WS-GRAND-SS-WAGES   PIC 9(10)V99 VALUE 0.
       01 WS-GRAND-MED-WAGES  PIC 9(10)V99 VALUE 0.
       01 WS-EMPLOYEE-COUNT   PIC 9(5)     VALUE 0.

       COPY "steprc.cpy".

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           INITIALIZE STEP-RESULT
           OPEN INPUT YTD-EMPLOYEE-FILE
                OUTPUT W2-FILE
           IF WS-YTD-STATUS NOT = "00"
               WRITE W2-RECORD FROM
                   "NO YTD FILE ON HAND - NO W-2 TOTALS"
               CLOSE W2-FILE
               DISPLAY "No YTD file on hand - no W-2 totals"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-W2-HEADINGS

           CLOSE YTD-EMPLOYEE-FILE
                 W2-FILE

           MOVE WS-EMPLOYEE-COUNT TO SR-RECORDS-READ
           MOVE WS-EMPLOYEE-COUNT TO SR-RECORDS-WRITTEN

           DISPLAY "W-2 totals generated in output/w2_totals.txt"
           GOBACK.

       WRITE-W2-HEADINGS.
           WRITE W2-RECORD FROM
           MOVE SPACES TO W2-RECORD
           STRING
               "ID    NAME                 " DELIMITED BY SIZE
               "YTD GROSS    FIT WAGES    " DELIMITED BY SIZE
               "YTD TAX      YTD NET      " DELIMITED BY SIZE
               "SS WAGES     MED WAGES    " DELIMITED BY SIZE
               "PERIODS" DELIMITED BY SIZE
               INTO W2-RECORD

       WRITE-W2-LINE.
           ADD YTD-GROSS TO WS-GRAND-GROSS
           ADD YTD-FIT-WAGES TO WS-GRAND-FIT-WAGES
           ADD YTD-TAX TO WS-GRAND-TAX
           ADD YTD-NET TO WS-GRAND-NET
           ADD YTD-SS-WAGES TO WS-GRAND-SS-WAGES
               "   " DELIMITED BY SIZE
               YTD-GROSS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               YTD-FIT-WAGES DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               YTD-TAX DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               YTD-NET DELIMITED BY SIZE
               " EMPLOYEES   " DELIMITED BY SIZE
               WS-GRAND-GROSS DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-GRAND-FIT-WAGES DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-GRAND-TAX DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-GRAND-NET DELIMITED BY SIZE

      * plus a FUTA/SUTA unemployment accrual summary -- so the
      * quarterly filing comes off the file the checks actually
      * updated instead of a side spreadsheet.  Figures are
      * year-to-date as of the run; the quarter the last check paid
      * (PAYPER) falls in is then figured by netting off the
      * quarters already on the HW2941H quarter history, printed,
      * and filed there for the W-3 reconciliation.  Run it after
      * the quarter's last payroll and before the next one.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  KB  ORIGINAL PROGRAM.
      * 2026-08-22  KB  CARRY THE PAY-PERIOD RERUN STAMP NOW ON THE
      *                 YTD-FILE RECORD.
      * 2026-10-15  KB  FILE EACH QUARTER'S OWN 941 FIGURES (YEAR
      *                 TO DATE LESS THE QUARTERS ALREADY FILED
      *                 THIS YEAR) ON THE NEW HW2941H QUARTER
      *                 HISTORY, KEYED BY YEAR AND THE QUARTER OF
      *                 THE LAST CHECK PAID ON PAYPER, AND PRINT
      *                 THEM UNDER THE YEAR-TO-DATE SUMMARY; W2GEN
      *                 RECONCILES THE W-3 AGAINST THE FOUR
      *                 QUARTERS.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTR941.
               ACCESS IS SEQUENTIAL
               RECORD KEY IS YTD-EMPNUM.
           SELECT QTR-RPT ASSIGN TO UT-S-QTRRPT.
           SELECT OPTIONAL Q941HIST-FILE ASSIGN TO UT-S-Q941H
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS Q9-KEY
               FILE STATUS IS WS-Q941H-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL PAYPER-FILE ASSIGN TO UT-S-PAYPER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT             PIC X(132).
       FD  Q941HIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  Q941H-REC.
           05  Q9-KEY.
               10  Q9-YEAR     PIC 9(4).
               10  Q9-QTR      PIC 9.
           05  Q9-EMP-COUNT    PIC 9(5).
           05  Q9-WAGES        PIC S9(9)V99.
           05  Q9-FED          PIC S9(9)V99.
           05  Q9-SS-TAX       PIC S9(9)V99.
           05  Q9-MED-TAX      PIC S9(9)V99.
           05  Q9-RUN-DATE     PIC 9(8).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  PAYPER-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PAYPER-REC.
           05  PP-PERIOD-NO    PIC 9(4).
           05  PP-START-DATE   PIC 9(8).
           05  PP-END-DATE     PIC 9(8).
           05  PP-CHECK-DATE   PIC 9(8).
           05  PP-STATUS       PIC X.
               88  PP-IS-PAID          VALUE "P".
           05  PP-RUN-TYPE     PIC X.

       WORKING-STORAGE SECTION.
       01  END-OF-FILE     PIC X       VALUE 'N'.
       77  WS-T-SS-TOTAL   PIC 9(9)V99 VALUE 0.
       77  WS-T-MED-TOTAL  PIC 9(9)V99 VALUE 0.
       77  WS-T-DEPOSIT    PIC 9(9)V99 VALUE 0.
      * Quarter history: each run files this quarter's own figures
      * (year to date less the quarters already filed) so W2GEN can
      * reconcile the W-3 against the four quarters at year end.
       77  UT-S-Q941H      PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2941H.DAT'.
       77  UT-S-PROCDATE   PIC X(50)
               VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  WS-Q941H-STATUS PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX   VALUE SPACES.
       77  UT-S-PAYPER     PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PAYPR.DAT'.
       77  WS-PAYPER-STATUS PIC XX     VALUE SPACES.
       77  WS-RUN-DATE     PIC 9(8)    VALUE 0.
       77  WS-RUN-YEAR     PIC 9(4)    VALUE 0.
       77  WS-RUN-MONTH    PIC 9(2)    VALUE 0.
       77  WS-RUN-QTR      PIC 9       VALUE 0.
       77  WS-PRIOR-QTR    PIC 9       VALUE 0.
       77  WS-P-WAGES      PIC S9(9)V99 VALUE 0.
       77  WS-P-FED        PIC S9(9)V99 VALUE 0.
       77  WS-P-SS         PIC S9(9)V99 VALUE 0.
       77  WS-P-MED        PIC S9(9)V99 VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  RPT-QTR-TITLE.
           05  FILLER      PIC X(8)    VALUE "QUARTER ".
           05  RPT-Q-QTR   PIC 9.
           05  FILLER      PIC X(4)    VALUE " OF ".
           05  RPT-Q-YEAR  PIC 9(4).
           05  FILLER      PIC X(32)
               VALUE " (YEAR TO DATE LESS PRIOR QTRS)".
       01  RPT-Q-LINE.
           05  RPT-Q-DESC  PIC X(40).
           05  RPT-Q-AMOUNT PIC -$$,$$$,$$9.99.
       01  RPT-TITLE.
           05  FILLER      PIC X(44)
               VALUE "FORM 941 LIABILITY SUMMARY (YEAR TO DATE)".
       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-RUN-DATE
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
      * The quarter is the one the last check paid falls in, so a
      * run made in the first days of the next quarter still files
      * the quarter just closed.
           OPEN INPUT PAYPER-FILE.
           IF WS-PAYPER-STATUS = "00"
               READ PAYPER-FILE
                   NOT AT END
                       IF PP-IS-PAID AND PP-CHECK-DATE NUMERIC
                           AND PP-CHECK-DATE > 0
                           MOVE PP-CHECK-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
           END-IF.
           CLOSE PAYPER-FILE.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH.
           COMPUTE WS-RUN-QTR = (WS-RUN-MONTH + 2) / 3.
           OPEN INPUT YTD-FILE.
           OPEN OUTPUT QTR-RPT.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       200-EXIT.
           EXIT.
      * Files this quarter's figures on the quarter history: the
      * year to date less the quarters of this year already on
      * file.  A rerun inside the quarter replaces its own record.
       300-FILE-QUARTER.
           OPEN I-O Q941HIST-FILE.
           IF WS-Q941H-STATUS NOT = "00"
               OPEN OUTPUT Q941HIST-FILE
               CLOSE Q941HIST-FILE
               OPEN I-O Q941HIST-FILE.
           MOVE 0 TO WS-P-WAGES WS-P-FED WS-P-SS WS-P-MED.
           PERFORM 310-ADD-PRIOR THRU 310-EXIT
               VARYING WS-PRIOR-QTR FROM 1 BY 1
               UNTIL WS-PRIOR-QTR NOT < WS-RUN-QTR.
           MOVE WS-RUN-YEAR TO Q9-YEAR.
           MOVE WS-RUN-QTR TO Q9-QTR.
           MOVE WS-EMP-COUNT TO Q9-EMP-COUNT.
           COMPUTE Q9-WAGES = WS-T-WAGES - WS-P-WAGES.
           COMPUTE Q9-FED = WS-T-FED - WS-P-FED.
           COMPUTE Q9-SS-TAX = WS-T-SS-TOTAL - WS-P-SS.
           COMPUTE Q9-MED-TAX = WS-T-MED-TOTAL - WS-P-MED.
           MOVE WS-RUN-DATE TO Q9-RUN-DATE.
           WRITE Q941H-REC
               INVALID KEY REWRITE Q941H-REC
           END-WRITE.
           MOVE WS-RUN-QTR TO RPT-Q-QTR.
           MOVE WS-RUN-YEAR TO RPT-Q-YEAR.
           MOVE RPT-QTR-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           MOVE "LINE 2  WAGES, TIPS, AND COMPENSATION  "
               TO RPT-Q-DESC.
           MOVE Q9-WAGES TO RPT-Q-AMOUNT.
           PERFORM 320-PRINT-Q-LINE THRU 320-EXIT.
           MOVE "LINE 3  FEDERAL INCOME TAX WITHHELD    "
               TO RPT-Q-DESC.
           MOVE Q9-FED TO RPT-Q-AMOUNT.
           PERFORM 320-PRINT-Q-LINE THRU 320-EXIT.
           MOVE "LINE 5A SOCIAL SECURITY TAX (EE + ER)  "
               TO RPT-Q-DESC.
           MOVE Q9-SS-TAX TO RPT-Q-AMOUNT.
           PERFORM 320-PRINT-Q-LINE THRU 320-EXIT.
           MOVE "LINE 5C MEDICARE TAX (EE + ER)         "
               TO RPT-Q-DESC.
           MOVE Q9-MED-TAX TO RPT-Q-AMOUNT.
           PERFORM 320-PRINT-Q-LINE THRU 320-EXIT.
           CLOSE Q941HIST-FILE.
       300-EXIT.
           EXIT.
      * Adds one earlier quarter of this year to the prior totals.
       310-ADD-PRIOR.
           MOVE WS-RUN-YEAR TO Q9-YEAR.
           MOVE WS-PRIOR-QTR TO Q9-QTR.
           READ Q941HIST-FILE
               INVALID KEY GO TO 310-EXIT
           END-READ.
           ADD Q9-WAGES TO WS-P-WAGES.
           ADD Q9-FED TO WS-P-FED.
           ADD Q9-SS-TAX TO WS-P-SS.
           ADD Q9-MED-TAX TO WS-P-MED.
       310-EXIT.
           EXIT.
      * Prints one quarter line
       320-PRINT-Q-LINE.
           MOVE RPT-Q-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       320-EXIT.
           EXIT.
      * Prints the 941 line items and closes up the files.
       999-CLOSE-UP.
           MOVE WS-EMP-COUNT TO RPT-COUNT.
               TO RPT-DESC.
           MOVE WS-T-SUTA TO RPT-AMOUNT.
           PERFORM 200-PRINT-LINE THRU 200-EXIT.
           PERFORM 300-FILE-QUARTER THRU 300-EXIT.
           CLOSE YTD-FILE QTR-RPT.
           STOP RUN.
       END PROGRAM QTR941.

      ***********************************************************
      * QUARTERLY WORKERS' COMPENSATION PREMIUM REPORT
      * KODY BRAND
      * PAYROLL accumulates every check's gross wages and its
      * overtime premium (the half-time over straight time) on
      * the HW2WCACC file by quarter, work state, and the
      * employee's workers' comp class code from the master.
      * This program prints the quarter's payroll by state and
      * class the way the carrier bills it: gross wages less the
      * overtime premium carriers exclude, priced at the carrier's
      * rate per hundred dollars of payroll from the HW2WCRAT rate
      * table, with state subtotals and an estimated premium
      * total to reconcile to the carrier's invoice.  Payroll
      * with no class code on the master, or a state and class
      * with no rate on file, prints unpriced and flagged so it
      * gets fixed before the audit.  The quarter is the one the
      * last check paid (PAYPER) falls in, the same rule QTR941
      * uses, so a run early in the next quarter reports the
      * quarter just closed.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WCQTR.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WCACC-FILE ASSIGN TO UT-S-WCACC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS WC-KEY
               FILE STATUS IS WS-WCACC-STATUS.
           SELECT OPTIONAL WCRATE-FILE ASSIGN TO UT-S-WCRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WCRATE-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL PAYPER-FILE ASSIGN TO UT-S-PAYPER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPER-STATUS.
           SELECT WC-RPT ASSIGN TO UT-S-WCRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  WCACC-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  WC-REC.
           05  WC-KEY.
               10  WC-YEAR     PIC 9(4).
               10  WC-QTR      PIC 9.
               10  WC-STATE    PIC XX.
               10  WC-CLASS    PIC X(4).
           05  WC-GROSS        PIC 9(9)V99.
           05  WC-OT-PREM      PIC 9(9)V99.
           05  WC-CHECKS       PIC 9(5).
       FD  WCRATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  WCRATE-REC.
           05  WR-STATE        PIC XX.
           05  WR-CLASS        PIC X(4).
           05  WR-RATE         PIC 9(3)V99.
           05  WR-DESC         PIC X(30).
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
       FD  WC-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT             PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-WCACC   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2WCACC.DAT'.
       77  UT-S-WCRATE  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2WCRAT.DAT'.
       77  UT-S-PROCDATE PIC X(50)
               VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  UT-S-PAYPER  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PAYPR.DAT'.
       77  UT-S-WCRPT   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2WCQTR.RPT'.
       77  WS-WCACC-STATUS PIC XX      VALUE SPACES.
       77  WS-WCRATE-STATUS PIC XX     VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX   VALUE SPACES.
       77  WS-PAYPER-STATUS PIC XX     VALUE SPACES.
       77  WS-RUN-DATE  PIC 9(8)       VALUE 0.
       77  WS-RUN-YEAR  PIC 9(4)       VALUE 0.
       77  WS-RUN-MONTH PIC 99         VALUE 0.
       77  WS-RUN-QTR   PIC 9          VALUE 0.
       77  WS-WC-EOF    PIC 9          VALUE 0.
       77  WS-RATE-EOF  PIC 9          VALUE 0.
       77  WS-RT-COUNT  PIC 9(3)       VALUE 0.
       77  WS-RT-IDX    PIC 9(3)       VALUE 0.
       77  WS-RT-FOUND  PIC 9(3)       VALUE 0.
       77  WS-FIRST     PIC 9          VALUE 1.
       77  WS-PREV-STATE PIC XX        VALUE SPACES.
       77  WS-REPORTABLE PIC 9(9)V99   VALUE 0.
       77  WS-PREMIUM   PIC 9(9)V99    VALUE 0.
       77  WS-ST-GROSS  PIC 9(11)V99   VALUE 0.
       77  WS-ST-OT     PIC 9(11)V99   VALUE 0.
       77  WS-ST-REPORT PIC 9(11)V99   VALUE 0.
       77  WS-ST-PREM   PIC 9(11)V99   VALUE 0.
       77  WS-T-GROSS   PIC 9(11)V99   VALUE 0.
       77  WS-T-OT      PIC 9(11)V99   VALUE 0.
       77  WS-T-REPORT  PIC 9(11)V99   VALUE 0.
       77  WS-T-PREM    PIC 9(11)V99   VALUE 0.
       77  WS-UNPRICED  PIC 9(11)V99   VALUE 0.
       77  WS-FLAGGED   PIC 9(3)       VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
      * The carrier's rates per hundred dollars of payroll.
       01  WS-RATE-TABLE.
           05  WS-RT-ENTRY OCCURS 200 TIMES.
               10  WS-RT-STATE PIC XX.
               10  WS-RT-CLASS PIC X(4).
               10  WS-RT-RATE  PIC 9(3)V99.
               10  WS-RT-DESC  PIC X(30).
       01  RPT-TITLE.
           05  FILLER      PIC X(40)
               VALUE "WORKERS' COMPENSATION PREMIUM REPORT  Q".
           05  RPT-T-QTR   PIC 9.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  RPT-T-YEAR  PIC 9(4).
       01  RPT-HEAD-1.
           05  FILLER      PIC X(44)
               VALUE "ST  CLASS  DESCRIPTION                     ".
           05  FILLER      PIC X(44)
               VALUE "    GROSS WAGES    OT PREMIUM    REPORTABLE ".
           05  FILLER      PIC X(44)
               VALUE "RATE/100   EST PREMIUM  NOTE".
       01  RPT-LINE.
           05  RPT-STATE   PIC XX.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RPT-CLASS   PIC X(4).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RPT-DESC    PIC X(30).
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  RPT-GROSS   PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  RPT-OT      PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  RPT-REPORT  PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RPT-RATE    PIC ZZ9.99.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  RPT-PREM    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RPT-NOTE    PIC X(18).
       01  RPT-TOTAL-LINE.
           05  RPT-TOT-LABEL PIC X(42).
           05  RPT-T-GROSS PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  RPT-T-OT    PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  RPT-T-REPORT PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(9)    VALUE SPACES.
           05  RPT-T-PREM  PIC ZZZ,ZZZ,ZZ9.99.
       01  RPT-UNPRICED-LINE.
           05  FILLER      PIC X(42)
               VALUE "REPORTABLE PAYROLL NOT PRICED (FLAGGED):  ".
           05  RPT-U-AMT   PIC ZZZ,ZZZ,ZZ9.99.
       01  RPT-NONE-LINE   PIC X(50)   VALUE
           "NO WORKERS' COMP PAYROLL ON FILE FOR THE QUARTER".
       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           PERFORM 050-SET-QUARTER THRU 050-EXIT.
           PERFORM 060-LOAD-RATES THRU 060-EXIT.
           OPEN INPUT WCACC-FILE.
           OPEN OUTPUT WC-RPT.
           MOVE WS-RUN-QTR TO RPT-T-QTR.
           MOVE WS-RUN-YEAR TO RPT-T-YEAR.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE RPT-HEAD-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE WS-RUN-YEAR TO WC-YEAR.
           MOVE WS-RUN-QTR TO WC-QTR.
           MOVE LOW-VALUES TO WC-STATE.
           MOVE LOW-VALUES TO WC-CLASS.
           IF WS-WCACC-STATUS NOT = "00"
               MOVE 1 TO WS-WC-EOF
           ELSE
               START WCACC-FILE KEY IS NOT LESS THAN WC-KEY
                   INVALID KEY
                       MOVE 1 TO WS-WC-EOF
               END-START.
           PERFORM 100-ONE-CLASS THRU 100-EXIT
               UNTIL WS-WC-EOF = 1.
           PERFORM 999-CLOSE-UP.
      * The quarter is the one the last check paid falls in, so a
      * run made in the first days of the next quarter still
      * reports the quarter just closed.
       050-SET-QUARTER.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE-NUM TO WS-RUN-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-RUN-DATE
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
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
       050-EXIT.
           EXIT.
      * Loads the carrier's rate table.
       060-LOAD-RATES.
           OPEN INPUT WCRATE-FILE.
           IF WS-WCRATE-STATUS NOT = "00"
               MOVE 1 TO WS-RATE-EOF.
           PERFORM 070-LOAD-ONE-RATE THRU 070-EXIT
               UNTIL WS-RATE-EOF = 1.
           CLOSE WCRATE-FILE.
       060-EXIT.
           EXIT.
       070-LOAD-ONE-RATE.
           READ WCRATE-FILE
               AT END
                   MOVE 1 TO WS-RATE-EOF
                   GO TO 070-EXIT
           END-READ.
           IF WS-RT-COUNT NOT < 200 OR WR-RATE NOT NUMERIC
               GO TO 070-EXIT.
           ADD 1 TO WS-RT-COUNT.
           MOVE WR-STATE TO WS-RT-STATE(WS-RT-COUNT).
           MOVE WR-CLASS TO WS-RT-CLASS(WS-RT-COUNT).
           MOVE WR-RATE TO WS-RT-RATE(WS-RT-COUNT).
           MOVE WR-DESC TO WS-RT-DESC(WS-RT-COUNT).
       070-EXIT.
           EXIT.
      * Prices and prints one state and class for the quarter,
      * subtotalling each time the state changes.
       100-ONE-CLASS.
           READ WCACC-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-WC-EOF
                   GO TO 100-EXIT
           END-READ.
           IF WC-YEAR NOT = WS-RUN-YEAR OR WC-QTR NOT = WS-RUN-QTR
               MOVE 1 TO WS-WC-EOF
               GO TO 100-EXIT.
           IF WS-FIRST = 0 AND WC-STATE NOT = WS-PREV-STATE
               PERFORM 300-STATE-TOTAL THRU 300-EXIT.
           MOVE 0 TO WS-FIRST.
           MOVE WC-STATE TO WS-PREV-STATE.
           MOVE 0 TO WS-REPORTABLE.
           IF WC-GROSS > WC-OT-PREM
               COMPUTE WS-REPORTABLE = WC-GROSS - WC-OT-PREM.
           MOVE 0 TO WS-PREMIUM.
           MOVE SPACES TO RPT-DESC.
           MOVE SPACES TO RPT-NOTE.
           MOVE 0 TO RPT-RATE.
           MOVE 0 TO WS-RT-FOUND.
           PERFORM 150-FIND-RATE THRU 150-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-RT-FOUND > 0.
           IF WC-CLASS = SPACES
               MOVE "NO CLASS ON MASTER" TO RPT-NOTE
               ADD 1 TO WS-FLAGGED
               ADD WS-REPORTABLE TO WS-UNPRICED
           ELSE
           IF WS-RT-FOUND = 0
               MOVE "NO RATE ON FILE" TO RPT-NOTE
               ADD 1 TO WS-FLAGGED
               ADD WS-REPORTABLE TO WS-UNPRICED
           ELSE
               MOVE WS-RT-DESC(WS-RT-FOUND) TO RPT-DESC
               MOVE WS-RT-RATE(WS-RT-FOUND) TO RPT-RATE
               COMPUTE WS-PREMIUM ROUNDED =
                   WS-REPORTABLE * WS-RT-RATE(WS-RT-FOUND) / 100.
           MOVE WC-STATE TO RPT-STATE.
           MOVE WC-CLASS TO RPT-CLASS.
           MOVE WC-GROSS TO RPT-GROSS.
           MOVE WC-OT-PREM TO RPT-OT.
           MOVE WS-REPORTABLE TO RPT-REPORT.
           MOVE WS-PREMIUM TO RPT-PREM.
           MOVE RPT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           ADD WC-GROSS TO WS-ST-GROSS.
           ADD WC-OT-PREM TO WS-ST-OT.
           ADD WS-REPORTABLE TO WS-ST-REPORT.
           ADD WS-PREMIUM TO WS-ST-PREM.
       100-EXIT.
           EXIT.
       150-FIND-RATE.
           IF WS-RT-STATE(WS-RT-IDX) = WC-STATE
               AND WS-RT-CLASS(WS-RT-IDX) = WC-CLASS
               MOVE WS-RT-IDX TO WS-RT-FOUND.
       150-EXIT.
           EXIT.
      * Prints the state subtotal and rolls it into the total.
       300-STATE-TOTAL.
           MOVE SPACES TO RPT-TOT-LABEL.
           STRING "  TOTAL STATE " DELIMITED BY SIZE
                  WS-PREV-STATE DELIMITED BY SIZE
                  INTO RPT-TOT-LABEL.
           MOVE WS-ST-GROSS TO RPT-T-GROSS.
           MOVE WS-ST-OT TO RPT-T-OT.
           MOVE WS-ST-REPORT TO RPT-T-REPORT.
           MOVE WS-ST-PREM TO RPT-T-PREM.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE SPACES TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           ADD WS-ST-GROSS TO WS-T-GROSS.
           ADD WS-ST-OT TO WS-T-OT.
           ADD WS-ST-REPORT TO WS-T-REPORT.
           ADD WS-ST-PREM TO WS-T-PREM.
           MOVE 0 TO WS-ST-GROSS WS-ST-OT WS-ST-REPORT WS-ST-PREM.
       300-EXIT.
           EXIT.
      * Prints the last state's subtotal, the estimated premium
      * total for the invoice, and closes up the program files.
       999-CLOSE-UP.
           IF WS-FIRST = 1
               MOVE RPT-NONE-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 300-STATE-TOTAL THRU 300-EXIT.
           MOVE "ESTIMATED PREMIUM - ALL STATES" TO RPT-TOT-LABEL.
           MOVE WS-T-GROSS TO RPT-T-GROSS.
           MOVE WS-T-OT TO RPT-T-OT.
           MOVE WS-T-REPORT TO RPT-T-REPORT.
           MOVE WS-T-PREM TO RPT-T-PREM.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF WS-FLAGGED > 0
               MOVE WS-UNPRICED TO RPT-U-AMT
               MOVE RPT-UNPRICED-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           CLOSE WCACC-FILE WC-RPT.
           STOP RUN.
       END PROGRAM WCQTR.

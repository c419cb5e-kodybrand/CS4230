      ***********************************************************
      * MONTHLY BUDGET VERSUS ACTUAL
      * KODY BRAND
      * Month-end budget-versus-actual report, so a department
      * manager hears about an overspend the month it happens
      * instead of the next quarter.  The first part is by GL
      * account: the month's and the year-to-date actual off the
      * GLBAL ledger against the account's own budget on
      * GLBUDGET.  The second part is by department, using the
      * payroll cost centers that PAYGL tags its expense with:
      * actual comes from the GLDEPT buckets GLPOST keeps and
      * budget from the department's GLBUDGET rows.  Every line
      * shows actual, budget, the dollar variance (actual less
      * budget) and the variance as a percent of budget, both for
      * the month and the year to date; a variance past the
      * tolerance either way is flagged, as is actual spent
      * against no budget at all.  Figures are in whole dollars
      * and in each account's natural sign (GLACCT normal
      * balance), so revenue and expense both read positive.
      * Balance sheet accounts only appear where someone has
      * budgeted them.  On any night but the calendar month-end
      * the program writes its heading and goes home, same as the
      * other month-end reports.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDVAR.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLBAL-FILE ASSIGN TO UT-S-GLBAL
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.
           SELECT OPTIONAL GLDEPT-FILE ASSIGN TO UT-S-GLDEPT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GD-KEY
               FILE STATUS IS WS-GLDEPT-STATUS.
           SELECT OPTIONAL GLBUDGET-FILE ASSIGN TO UT-S-GLBUDGET
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GU-KEY
               FILE STATUS IS WS-GLBUDGET-STATUS.
           SELECT OPTIONAL GLACCT-FILE ASSIGN TO UT-S-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GA-ACCT
               FILE STATUS IS WS-GLACCT-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT SORT-WORK ASSIGN TO UT-S-SORTWK.
           SELECT BUDVAR-RPT ASSIGN TO UT-S-BUDVARRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  GLBAL-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 53 CHARACTERS.
       01  GLBAL-REC.
           05  GB-KEY.
               10  GB-ACCT     PIC X(8).
               10  GB-PERIOD   PIC 9(6).
           05  GB-BEG-BAL      PIC S9(11)V99.
           05  GB-DEBITS       PIC 9(11)V99.
           05  GB-CREDITS      PIC 9(11)V99.
       FD  GLDEPT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  GLDEPT-REC.
           05  GD-KEY.
               10  GD-ACCT     PIC X(8).
               10  GD-DEPT     PIC X(4).
               10  GD-PERIOD   PIC 9(6).
           05  GD-DEBITS       PIC 9(11)V99.
           05  GD-CREDITS      PIC 9(11)V99.
       FD  GLBUDGET-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 42 CHARACTERS.
       01  GLBUDGET-REC.
           05  GU-KEY.
               10  GU-ACCT     PIC X(8).
               10  GU-DEPT     PIC X(4).
               10  GU-PERIOD   PIC 9(6).
           05  GU-AMOUNT       PIC S9(11)V99.
           05  GU-CHANGED-BY   PIC X(3).
           05  GU-CHANGED-DATE PIC 9(8).
       FD  GLACCT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 55 CHARACTERS.
       01  GLACCT-REC.
           05  GA-ACCT         PIC X(8).
           05  GA-NAME         PIC X(30).
           05  GA-TYPE         PIC X.
               88  GA-IS-BAL-SHEET     VALUE "A" "L" "Q".
           05  GA-NORMAL       PIC X.
               88  GA-IS-CREDIT        VALUE "C".
           05  GA-ACTIVE       PIC X.
           05  GA-FS-LINE      PIC 9(3).
           05  GA-CHANGED-BY   PIC X(3).
           05  GA-CHANGED-DATE PIC 9(8).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-SECTION      PIC 9.
           05  SR-DEPT         PIC X(4).
           05  SR-ACCT         PIC X(8).
           05  SR-MON-ACT      PIC S9(11)V99.
           05  SR-YTD-ACT      PIC S9(11)V99.
           05  SR-MON-BUD      PIC S9(11)V99.
           05  SR-YTD-BUD      PIC S9(11)V99.
       FD  BUDVAR-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT             PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-GLBAL          PIC X(50)
               VALUE "C:\COBOL\GLBAL.DAT".
       77  UT-S-GLDEPT         PIC X(50)
               VALUE "C:\COBOL\GLDEPT.DAT".
       77  UT-S-GLBUDGET       PIC X(50)
               VALUE "C:\COBOL\GLBUDGET.DAT".
       77  UT-S-GLACCT         PIC X(50)
               VALUE "C:\COBOL\GLACCT.DAT".
       77  UT-S-PROCDATE       PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-SORTWK         PIC X(50)
               VALUE "C:\COBOL\BVRSORT.TMP".
       77  UT-S-BUDVARRPT      PIC X(50)
               VALUE "C:\COBOL\BUDVAR.RPT".
       77  WS-GLBAL-STATUS     PIC XX      VALUE SPACES.
       77  WS-GLDEPT-STATUS    PIC XX      VALUE SPACES.
       77  WS-GLBUDGET-STATUS  PIC XX      VALUE SPACES.
       77  WS-GLACCT-STATUS    PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS  PIC XX      VALUE SPACES.
       01  END-OF-FILE         PIC X       VALUE "N".
       77  WS-SORT-EOF         PIC X       VALUE "N".
       77  WS-GLACCT-OPEN      PIC X       VALUE "N".
       77  WS-RUN-DATE         PIC 9(8)    VALUE ZEROS.
       77  WS-MONTH-END        PIC X       VALUE "N".
       01  WS-PERIOD           PIC 9(6)    VALUE ZEROS.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05  WS-PERIOD-YEAR  PIC 9(4).
           05  WS-PERIOD-MONTH PIC 9(2).
       01  WS-YEAR-START       PIC 9(6)    VALUE ZEROS.
       01  WS-YEAR-START-PARTS REDEFINES WS-YEAR-START.
           05  WS-YS-YEAR      PIC 9(4).
           05  WS-YS-MONTH     PIC 9(2).
      * Variance tolerance: a variance more than ten percent of
      * budget, over or under, is flagged.
       77  VARIANCE-TOLERANCE-PCT  PIC 9(3)V9  VALUE 10.0.
      * One account's figures, built up row by row off the sort
       77  WS-FIRST-ROW        PIC X       VALUE "Y".
       77  WS-PREV-SECTION     PIC 9       VALUE 0.
       77  WS-PREV-DEPT        PIC X(4)    VALUE SPACES.
       77  WS-PREV-ACCT        PIC X(8)    VALUE SPACES.
       77  WS-ACC-MON-ACT      PIC S9(13)V99 VALUE ZEROS.
       77  WS-ACC-YTD-ACT      PIC S9(13)V99 VALUE ZEROS.
       77  WS-ACC-MON-BUD      PIC S9(13)V99 VALUE ZEROS.
       77  WS-ACC-YTD-BUD      PIC S9(13)V99 VALUE ZEROS.
       77  WS-DPT-MON-ACT      PIC S9(13)V99 VALUE ZEROS.
       77  WS-DPT-YTD-ACT      PIC S9(13)V99 VALUE ZEROS.
       77  WS-DPT-MON-BUD      PIC S9(13)V99 VALUE ZEROS.
       77  WS-DPT-YTD-BUD      PIC S9(13)V99 VALUE ZEROS.
      * Work fields for printing one line
       77  WS-LIN-ACT          PIC S9(13)V99 VALUE ZEROS.
       77  WS-LIN-BUD          PIC S9(13)V99 VALUE ZEROS.
       77  WS-LIN-VAR          PIC S9(13)V99 VALUE ZEROS.
       77  WS-LIN-PCT          PIC S9(3)V9 VALUE ZEROS.
       77  WS-LIN-FLAG         PIC X(9)    VALUE SPACES.
       77  WS-FLAG-COUNT       PIC 9(5)    VALUE ZEROS.
       01  HDG-LINE-1.
           05  FILLER          PIC X(38)
               VALUE "BUDGET VERSUS ACTUAL - PERIOD ".
           05  HDG-PERIOD      PIC 9(6).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "VARIANCE TOLERANCE ".
           05  HDG-TOLERANCE   PIC ZZ9.9.
           05  FILLER          PIC X(1)    VALUE "%".
       01  SECT-HDG-LINE.
           05  SECT-H-TEXT     PIC X(60).
       01  DEPT-HDG-LINE.
           05  FILLER          PIC X(11)   VALUE "DEPARTMENT ".
           05  DEPT-H-DEPT     PIC X(4).
       01  COL-LINE-1.
           05  FILLER          PIC X(30)   VALUE SPACES.
           05  FILLER          PIC X(45)   VALUE
               "---------------- CURRENT MONTH --------------".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(45)   VALUE
               "---------------- YEAR TO DATE ---------------".
       01  COL-LINE-2.
           05  FILLER          PIC X(30)   VALUE "  ACCOUNT  NAME".
           05  FILLER          PIC X(45)   VALUE
               "      ACTUAL       BUDGET     VARIANCE   VAR%".
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(45)   VALUE
               "      ACTUAL       BUDGET     VARIANCE   VAR%".
       01  DTL-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DTL-ACCT        PIC X(8).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DTL-NAME        PIC X(18).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DTL-M-ACT       PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DTL-M-BUD       PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DTL-M-VAR       PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DTL-M-PCT       PIC ZZ9.9-.
           05  DTL-M-PCT-X REDEFINES DTL-M-PCT PIC X(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DTL-Y-ACT       PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DTL-Y-BUD       PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DTL-Y-VAR       PIC ZZZ,ZZZ,ZZ9-.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DTL-Y-PCT       PIC ZZ9.9-.
           05  DTL-Y-PCT-X REDEFINES DTL-Y-PCT PIC X(6).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DTL-FLAG        PIC X(9).
       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(27)
               VALUE "VARIANCES FLAGGED:        ".
           05  RPT-FLAGGED     PIC ZZ,ZZ9.
       01  SKIP-LINE           PIC X(42)   VALUE
           "NOT A MONTH-END NIGHT - NOTHING TO REPORT".

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       MOVE PD-RUN-DATE TO WS-RUN-DATE
                       MOVE PD-MONTH-END TO WS-MONTH-END
               END-READ.
           CLOSE PROCDATE-FILE.
           COMPUTE WS-PERIOD = WS-RUN-DATE / 100.
           MOVE WS-PERIOD-YEAR TO WS-YS-YEAR.
           MOVE 1 TO WS-YS-MONTH.
           OPEN OUTPUT BUDVAR-RPT.
           MOVE WS-PERIOD TO HDG-PERIOD.
           MOVE VARIANCE-TOLERANCE-PCT TO HDG-TOLERANCE.
           MOVE HDG-LINE-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           IF WS-MONTH-END NOT = "Y"
               MOVE SKIP-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES
               CLOSE BUDVAR-RPT
               STOP RUN.
           OPEN INPUT GLACCT-FILE.
           IF WS-GLACCT-STATUS = "00"
               MOVE "Y" TO WS-GLACCT-OPEN.
           SORT SORT-WORK
               ON ASCENDING KEY SR-SECTION SR-DEPT SR-ACCT
               INPUT PROCEDURE IS 100-RELEASE-ROWS THRU 100-EXIT
               OUTPUT PROCEDURE IS 300-PRINT-REPORT THRU 300-EXIT.
           CLOSE GLACCT-FILE.
           MOVE WS-FLAG-COUNT TO RPT-FLAGGED.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           CLOSE BUDVAR-RPT.
           STOP RUN.
      * Passes the year's actual and budget rows to the sort:
      * ledger actual and account budgets to the account part,
      * department actual and department budgets to the
      * department part
       100-RELEASE-ROWS.
           OPEN INPUT GLBAL-FILE.
           MOVE "N" TO END-OF-FILE.
           IF WS-GLBAL-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 110-RELEASE-LEDGER THRU 110-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE GLBAL-FILE.
           OPEN INPUT GLDEPT-FILE.
           MOVE "N" TO END-OF-FILE.
           IF WS-GLDEPT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 120-RELEASE-DEPT THRU 120-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE GLDEPT-FILE.
           OPEN INPUT GLBUDGET-FILE.
           MOVE "N" TO END-OF-FILE.
           IF WS-GLBUDGET-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 130-RELEASE-BUDGET THRU 130-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE GLBUDGET-FILE.
       100-EXIT.
           EXIT.
      * One ledger bucket in the year through the report month
       110-RELEASE-LEDGER.
           READ GLBAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 110-EXIT
           END-READ.
           IF GB-PERIOD < WS-YEAR-START OR GB-PERIOD > WS-PERIOD
               GO TO 110-EXIT.
           MOVE ZEROS TO SORT-RECORD.
           MOVE 1 TO SR-SECTION.
           MOVE SPACES TO SR-DEPT.
           MOVE GB-ACCT TO SR-ACCT.
           COMPUTE SR-YTD-ACT = GB-DEBITS - GB-CREDITS.
           IF GB-PERIOD = WS-PERIOD
               MOVE SR-YTD-ACT TO SR-MON-ACT.
           RELEASE SORT-RECORD.
       110-EXIT.
           EXIT.
      * One department bucket in the year through the report month
       120-RELEASE-DEPT.
           READ GLDEPT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 120-EXIT
           END-READ.
           IF GD-PERIOD < WS-YEAR-START OR GD-PERIOD > WS-PERIOD
               GO TO 120-EXIT.
           MOVE ZEROS TO SORT-RECORD.
           MOVE 2 TO SR-SECTION.
           MOVE GD-DEPT TO SR-DEPT.
           MOVE GD-ACCT TO SR-ACCT.
           COMPUTE SR-YTD-ACT = GD-DEBITS - GD-CREDITS.
           IF GD-PERIOD = WS-PERIOD
               MOVE SR-YTD-ACT TO SR-MON-ACT.
           RELEASE SORT-RECORD.
       120-EXIT.
           EXIT.
      * One budget month in the year through the report month;
      * a blank department is the account's own budget
       130-RELEASE-BUDGET.
           READ GLBUDGET-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 130-EXIT
           END-READ.
           IF GU-PERIOD < WS-YEAR-START OR GU-PERIOD > WS-PERIOD
               GO TO 130-EXIT.
           MOVE ZEROS TO SORT-RECORD.
           MOVE 2 TO SR-SECTION.
           IF GU-DEPT = SPACES
               MOVE 1 TO SR-SECTION.
           MOVE GU-DEPT TO SR-DEPT.
           MOVE GU-ACCT TO SR-ACCT.
           MOVE GU-AMOUNT TO SR-YTD-BUD.
           IF GU-PERIOD = WS-PERIOD
               MOVE GU-AMOUNT TO SR-MON-BUD.
           RELEASE SORT-RECORD.
       130-EXIT.
           EXIT.
      * Prints the report from the sorted rows
       300-PRINT-REPORT.
           PERFORM 310-PRINT-ONE THRU 310-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF WS-FIRST-ROW = "N"
               PERFORM 400-CLOSE-ACCT THRU 400-EXIT
               PERFORM 410-CLOSE-DEPT THRU 410-EXIT.
       300-EXIT.
           EXIT.
      * Takes one row, closing off the account, the department
      * and the part of the report as each one changes
       310-PRINT-ONE.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 310-EXIT
           END-RETURN.
           IF WS-FIRST-ROW = "Y"
               MOVE "N" TO WS-FIRST-ROW
               PERFORM 450-OPEN-SECTION THRU 450-EXIT
               GO TO 320-ADD-ROW.
           IF SR-SECTION = WS-PREV-SECTION
              AND SR-DEPT = WS-PREV-DEPT
              AND SR-ACCT = WS-PREV-ACCT
               GO TO 320-ADD-ROW.
           PERFORM 400-CLOSE-ACCT THRU 400-EXIT.
           IF SR-SECTION = WS-PREV-SECTION
              AND SR-DEPT = WS-PREV-DEPT
               GO TO 320-ADD-ROW.
           PERFORM 410-CLOSE-DEPT THRU 410-EXIT.
           IF SR-SECTION = WS-PREV-SECTION
               PERFORM 460-OPEN-DEPT THRU 460-EXIT
               GO TO 320-ADD-ROW.
           PERFORM 450-OPEN-SECTION THRU 450-EXIT.
       320-ADD-ROW.
           MOVE SR-SECTION TO WS-PREV-SECTION.
           MOVE SR-DEPT TO WS-PREV-DEPT.
           MOVE SR-ACCT TO WS-PREV-ACCT.
           ADD SR-MON-ACT TO WS-ACC-MON-ACT.
           ADD SR-YTD-ACT TO WS-ACC-YTD-ACT.
           ADD SR-MON-BUD TO WS-ACC-MON-BUD.
           ADD SR-YTD-BUD TO WS-ACC-YTD-BUD.
       310-EXIT.
           EXIT.
      * Prints one account in its natural sign.  A balance sheet
      * account nobody budgeted is left off, and so is one with
      * nothing at all for the year.
       400-CLOSE-ACCT.
           MOVE SPACES TO DTL-NAME.
           MOVE "D" TO GA-NORMAL.
           MOVE SPACE TO GA-TYPE.
           MOVE "?NOT ON MASTER" TO DTL-NAME.
           IF WS-GLACCT-OPEN = "Y"
               MOVE WS-PREV-ACCT TO GA-ACCT
               READ GLACCT-FILE
                   INVALID KEY
                       MOVE "D" TO GA-NORMAL
                       MOVE SPACE TO GA-TYPE
                   NOT INVALID KEY
                       MOVE GA-NAME TO DTL-NAME
               END-READ.
           IF GA-IS-CREDIT
               COMPUTE WS-ACC-MON-ACT = 0 - WS-ACC-MON-ACT
               COMPUTE WS-ACC-YTD-ACT = 0 - WS-ACC-YTD-ACT.
           IF GA-IS-BAL-SHEET
              AND WS-ACC-MON-BUD = 0 AND WS-ACC-YTD-BUD = 0
               GO TO 405-CLEAR-ACCT.
           IF WS-ACC-MON-ACT = 0 AND WS-ACC-YTD-ACT = 0
              AND WS-ACC-MON-BUD = 0 AND WS-ACC-YTD-BUD = 0
               GO TO 405-CLEAR-ACCT.
           MOVE WS-PREV-ACCT TO DTL-ACCT.
           PERFORM 500-FILL-LINE THRU 500-EXIT.
           MOVE DTL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           ADD WS-ACC-MON-ACT TO WS-DPT-MON-ACT.
           ADD WS-ACC-YTD-ACT TO WS-DPT-YTD-ACT.
           ADD WS-ACC-MON-BUD TO WS-DPT-MON-BUD.
           ADD WS-ACC-YTD-BUD TO WS-DPT-YTD-BUD.
       405-CLEAR-ACCT.
           MOVE ZEROS TO WS-ACC-MON-ACT WS-ACC-YTD-ACT
                         WS-ACC-MON-BUD WS-ACC-YTD-BUD.
       400-EXIT.
           EXIT.
      * Prints the department's total; the account part of the
      * report has no department and no total
       410-CLOSE-DEPT.
           IF WS-PREV-SECTION NOT = 2
               GO TO 415-CLEAR-DEPT.
           MOVE WS-DPT-MON-ACT TO WS-ACC-MON-ACT.
           MOVE WS-DPT-YTD-ACT TO WS-ACC-YTD-ACT.
           MOVE WS-DPT-MON-BUD TO WS-ACC-MON-BUD.
           MOVE WS-DPT-YTD-BUD TO WS-ACC-YTD-BUD.
           MOVE "TOTAL" TO DTL-ACCT.
           MOVE SPACES TO DTL-NAME.
           STRING "DEPARTMENT " DELIMITED BY SIZE
               WS-PREV-DEPT DELIMITED BY SIZE
               INTO DTL-NAME.
           PERFORM 500-FILL-LINE THRU 500-EXIT.
           MOVE DTL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-ACC-MON-ACT WS-ACC-YTD-ACT
                         WS-ACC-MON-BUD WS-ACC-YTD-BUD.
       415-CLEAR-DEPT.
           MOVE ZEROS TO WS-DPT-MON-ACT WS-DPT-YTD-ACT
                         WS-DPT-MON-BUD WS-DPT-YTD-BUD.
       410-EXIT.
           EXIT.
      * Starts a part of the report
       450-OPEN-SECTION.
           IF SR-SECTION = 1
               MOVE "BY GL ACCOUNT" TO SECT-H-TEXT
           ELSE
               MOVE "BY DEPARTMENT - PAYROLL COST CENTERS"
                   TO SECT-H-TEXT.
           MOVE SECT-HDG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           MOVE COL-LINE-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE COL-LINE-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           IF SR-SECTION = 2
               PERFORM 460-OPEN-DEPT THRU 460-EXIT.
       450-EXIT.
           EXIT.
      * Starts a department
       460-OPEN-DEPT.
           MOVE SR-DEPT TO DEPT-H-DEPT.
           MOVE DEPT-HDG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
       460-EXIT.
           EXIT.
      * Fills the figures of a detail or total line from the
      * account work fields, month then year to date, and flags
      * it
       500-FILL-LINE.
           MOVE SPACES TO DTL-FLAG.
           MOVE WS-ACC-MON-ACT TO WS-LIN-ACT.
           MOVE WS-ACC-MON-BUD TO WS-LIN-BUD.
           PERFORM 510-VARIANCE THRU 510-EXIT.
           COMPUTE DTL-M-ACT ROUNDED = WS-LIN-ACT.
           COMPUTE DTL-M-BUD ROUNDED = WS-LIN-BUD.
           COMPUTE DTL-M-VAR ROUNDED = WS-LIN-VAR.
           IF WS-LIN-BUD = 0
               MOVE "   N/A" TO DTL-M-PCT-X
           ELSE
               MOVE WS-LIN-PCT TO DTL-M-PCT.
           MOVE WS-ACC-YTD-ACT TO WS-LIN-ACT.
           MOVE WS-ACC-YTD-BUD TO WS-LIN-BUD.
           PERFORM 510-VARIANCE THRU 510-EXIT.
           COMPUTE DTL-Y-ACT ROUNDED = WS-LIN-ACT.
           COMPUTE DTL-Y-BUD ROUNDED = WS-LIN-BUD.
           COMPUTE DTL-Y-VAR ROUNDED = WS-LIN-VAR.
           IF WS-LIN-BUD = 0
               MOVE "   N/A" TO DTL-Y-PCT-X
           ELSE
               MOVE WS-LIN-PCT TO DTL-Y-PCT.
           IF DTL-FLAG NOT = SPACES
               ADD 1 TO WS-FLAG-COUNT.
       500-EXIT.
           EXIT.
      * Works out one variance and its percent of budget, and
      * sets the flag when it is past the tolerance.  A percent
      * too big to print shows as 999.9.
       510-VARIANCE.
           COMPUTE WS-LIN-VAR = WS-LIN-ACT - WS-LIN-BUD.
           MOVE ZEROS TO WS-LIN-PCT.
           IF WS-LIN-BUD = 0
               IF WS-LIN-ACT NOT = 0
                   MOVE "NO BUDGET" TO DTL-FLAG
               END-IF
               GO TO 510-EXIT.
           COMPUTE WS-LIN-PCT ROUNDED = WS-LIN-VAR * 100 / WS-LIN-BUD
               ON SIZE ERROR
                   MOVE 999.9 TO WS-LIN-PCT
                   IF (WS-LIN-VAR < 0 AND WS-LIN-BUD > 0)
                      OR (WS-LIN-VAR > 0 AND WS-LIN-BUD < 0)
                       COMPUTE WS-LIN-PCT = 0 - 999.9
                   END-IF
           END-COMPUTE.
           IF WS-LIN-PCT > VARIANCE-TOLERANCE-PCT
              OR WS-LIN-PCT < 0 - VARIANCE-TOLERANCE-PCT
               IF DTL-FLAG = SPACES
                   MOVE "OVER TOL" TO DTL-FLAG.
       510-EXIT.
           EXIT.
       END PROGRAM BUDVAR.

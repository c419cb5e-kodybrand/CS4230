      ***********************************************************
      * MONTHLY FINANCIAL STATEMENTS
      * KODY BRAND
      * Month-end income statement and balance sheet off the
      * GLBAL ledger, replacing the spreadsheet someone built
      * from the trial balance every month.  Each account rolls
      * up to the statement line the GLACCT account master gives
      * it; the line captions come from the FSLINE control file.
      * The income statement shows the month and the year to
      * date for each subsystem that feeds the ledger (bank,
      * payroll, travel, bookstore -- an account is credited to
      * the subsystem whose COATABLE mapping posts to it) and
      * then for the company as a whole.  The balance sheet
      * carries every account's balance as of the month end,
      * with prior years' earnings and the current year's rolled
      * into equity (the ledger is never closed out to retained
      * earnings), and proves assets equal liabilities plus
      * equity.  Only the report month and earlier are read, so
      * nothing posted later moves the figures; once the month is
      * closed on GLPERIOD, late journals carry forward and the
      * month's statements are final, and the heading says
      * which.  On any night but the calendar month-end the
      * program writes its heading and goes home, same as the
      * other month-end reports.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLBAL-FILE ASSIGN TO UT-S-GLBAL
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.
           SELECT OPTIONAL GLACCT-FILE ASSIGN TO UT-S-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GA-ACCT
               FILE STATUS IS WS-GLACCT-STATUS.
           SELECT OPTIONAL GLPERIOD-FILE ASSIGN TO UT-S-GLPERIOD
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GP-PERIOD
               FILE STATUS IS WS-GLPERIOD-STATUS.
           SELECT OPTIONAL COATABLE-FILE ASSIGN TO UT-S-COATABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COATABLE-STATUS.
           SELECT OPTIONAL FSLINE-FILE ASSIGN TO UT-S-FSLINE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSLINE-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT SORT-WORK ASSIGN TO UT-S-SORTWK.
           SELECT STMT-RPT ASSIGN TO UT-S-STMTRPT.

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
       FD  GLACCT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 55 CHARACTERS.
       01  GLACCT-REC.
           05  GA-ACCT         PIC X(8).
           05  GA-NAME         PIC X(30).
           05  GA-TYPE         PIC X.
               88  GA-IS-ASSET         VALUE "A".
               88  GA-IS-LIABILITY     VALUE "L".
               88  GA-IS-EQUITY        VALUE "Q".
               88  GA-IS-REVENUE       VALUE "R".
               88  GA-IS-EXPENSE       VALUE "E".
           05  GA-NORMAL       PIC X.
           05  GA-ACTIVE       PIC X.
           05  GA-FS-LINE      PIC 9(3).
           05  GA-CHANGED-BY   PIC X(3).
           05  GA-CHANGED-DATE PIC 9(8).
       FD  GLPERIOD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 18 CHARACTERS.
       01  GLPERIOD-REC.
           05  GP-PERIOD       PIC 9(6).
           05  GP-STATUS       PIC X.
               88  GP-IS-CLOSED        VALUE "C".
           05  GP-CLOSED-BY    PIC X(3).
           05  GP-CLOSED-DATE  PIC 9(8).
       FD  COATABLE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  COATABLE-REC.
           05  CT-SOURCE           PIC X.
           05  CT-IN-ACCT          PIC X(8).
           05  CT-GL-ACCT          PIC X(8).
       FD  FSLINE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  FSLINE-REC.
           05  FL-LINE             PIC 9(3).
           05  FL-CAPTION          PIC X(30).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-SECTION      PIC 9.
           05  SR-SUB-SEQ      PIC 9.
           05  SR-TYPE-SEQ     PIC 9.
           05  SR-LINE         PIC 9(3).
           05  SR-ACCT         PIC X(8).
           05  SR-CAPTION      PIC X(30).
           05  SR-MONTH        PIC S9(11)V99.
           05  SR-YTD          PIC S9(11)V99.
       FD  STMT-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT             PIC X(100).

       WORKING-STORAGE SECTION.
       77  UT-S-GLBAL          PIC X(50)
               VALUE "C:\COBOL\GLBAL.DAT".
       77  UT-S-GLACCT         PIC X(50)
               VALUE "C:\COBOL\GLACCT.DAT".
       77  UT-S-GLPERIOD       PIC X(50)
               VALUE "C:\COBOL\GLPERIOD.DAT".
       77  UT-S-COATABLE       PIC X(50)
               VALUE "C:\COBOL\COATABLE.DAT".
       77  UT-S-FSLINE         PIC X(50)
               VALUE "C:\COBOL\FSLINE.DAT".
       77  UT-S-PROCDATE       PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-SORTWK         PIC X(50)
               VALUE "C:\COBOL\FSTSORT.TMP".
       77  UT-S-STMTRPT        PIC X(50)
               VALUE "C:\COBOL\FINSTMT.RPT".
       77  WS-GLBAL-STATUS     PIC XX      VALUE SPACES.
       77  WS-GLACCT-STATUS    PIC XX      VALUE SPACES.
       77  WS-GLPERIOD-STATUS  PIC XX      VALUE SPACES.
       77  WS-COATABLE-STATUS  PIC XX      VALUE SPACES.
       77  WS-FSLINE-STATUS    PIC XX      VALUE SPACES.
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
      * One account's figures, built up bucket by bucket: the
      * balance through the report month (debit positive), the
      * month's movement, and the year-to-date movement.
       77  WS-CUR-ACCT         PIC X(8)    VALUE LOW-VALUES.
       77  WS-ACCT-SEEN        PIC X       VALUE "N".
       77  WS-ACCT-BAL         PIC S9(13)V99 VALUE ZEROS.
       77  WS-ACCT-MONTH       PIC S9(13)V99 VALUE ZEROS.
       77  WS-ACCT-YTD         PIC S9(13)V99 VALUE ZEROS.
       77  WS-ACCT-SUB         PIC X       VALUE SPACE.
       77  WS-PRIOR-EARN       PIC S9(13)V99 VALUE ZEROS.
       77  WS-CURR-EARN        PIC S9(13)V99 VALUE ZEROS.
      * The COATABLE mappings, to tell which subsystem feeds an
      * account
       77  WS-MAP-COUNT        PIC S9(4)   COMP VALUE ZERO.
       77  WS-MAP-IDX          PIC S9(4)   COMP VALUE ZERO.
       01  WS-MAP-TABLE.
           05  WS-MAP-ENTRY OCCURS 300 TIMES.
               10  WS-MAP-SOURCE   PIC X.
               10  WS-MAP-GL-ACCT  PIC X(8).
      * Statement line captions
       77  WS-FSL-COUNT        PIC S9(4)   COMP VALUE ZERO.
       01  WS-FSL-TABLE.
           05  WS-FSL-ENTRY OCCURS 300 TIMES INDEXED BY FSL-IDX.
               10  WS-FSL-LINE     PIC 9(3).
               10  WS-FSL-CAPTION  PIC X(30).
       01  WS-SUB-VALUES.
           05  FILLER          PIC X(21)   VALUE "BBANK".
           05  FILLER          PIC X(21)   VALUE "PPAYROLL".
           05  FILLER          PIC X(21)   VALUE "TTRAVEL".
           05  FILLER          PIC X(21)   VALUE "IBOOKSTORE".
           05  FILLER          PIC X(21)   VALUE "SSHARED OR UNMAPPED".
           05  FILLER          PIC X(21)   VALUE SPACES.
           05  FILLER          PIC X(21)   VALUE SPACES.
           05  FILLER          PIC X(21)   VALUE SPACES.
           05  FILLER          PIC X(21)   VALUE "*ALL SUBSYSTEMS".
       01  WS-SUB-TABLE REDEFINES WS-SUB-VALUES.
           05  WS-SUB-ENTRY OCCURS 9 TIMES INDEXED BY SUB-IDX.
               10  WS-SUB-CODE     PIC X.
               10  WS-SUB-NAME     PIC X(20).
       01  WS-GROUP-VALUES.
           05  FILLER          PIC X(21)   VALUE "-REVENUE".
           05  FILLER          PIC X(21)   VALUE "+EXPENSES".
           05  FILLER          PIC X(21)   VALUE "+ASSETS".
           05  FILLER          PIC X(21)   VALUE "-LIABILITIES".
           05  FILLER          PIC X(21)   VALUE "-EQUITY".
           05  FILLER          PIC X(21)   VALUE "+NOT ON MASTER".
       01  WS-GROUP-TABLE REDEFINES WS-GROUP-VALUES.
           05  WS-GROUP-ENTRY OCCURS 6 TIMES.
               10  WS-GROUP-SIGN   PIC X.
               10  WS-GROUP-NAME   PIC X(20).
       77  WS-GROUP-IX         PIC S9(4)   COMP VALUE ZERO.
      * Control-break state for the printing pass
       77  WS-FIRST-ROW        PIC X       VALUE "Y".
       77  WS-PREV-SECTION     PIC 9       VALUE 0.
       77  WS-PREV-SUB         PIC 9       VALUE 0.
       77  WS-PREV-TYPE        PIC 9       VALUE 0.
       77  WS-PREV-LINE        PIC 9(3)    VALUE ZEROS.
       77  WS-PREV-CAPTION     PIC X(30)   VALUE SPACES.
       77  WS-LIN-MONTH        PIC S9(13)V99 VALUE ZEROS.
       77  WS-LIN-YTD          PIC S9(13)V99 VALUE ZEROS.
       77  WS-TYP-MONTH        PIC S9(13)V99 VALUE ZEROS.
       77  WS-TYP-YTD          PIC S9(13)V99 VALUE ZEROS.
       77  WS-NET-MONTH        PIC S9(13)V99 VALUE ZEROS.
       77  WS-NET-YTD          PIC S9(13)V99 VALUE ZEROS.
       77  WS-BS-ASSETS        PIC S9(13)V99 VALUE ZEROS.
       77  WS-BS-LIAB-EQ       PIC S9(13)V99 VALUE ZEROS.
       77  WS-BS-UNKNOWN       PIC S9(13)V99 VALUE ZEROS.
       77  WS-SHOW-MONTH       PIC S9(13)V99 VALUE ZEROS.
       77  WS-SHOW-YTD         PIC S9(13)V99 VALUE ZEROS.
       01  HDG-LINE-1.
           05  FILLER          PIC X(30)
               VALUE "FINANCIAL STATEMENTS - PERIOD ".
           05  HDG-PERIOD      PIC 9(6).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  HDG-STATUS      PIC X(50).
       01  IS-HDG-LINE.
           05  FILLER          PIC X(19)
               VALUE "INCOME STATEMENT - ".
           05  IS-H-SUB        PIC X(20).
       01  IS-COL-LINE.
           05  FILLER          PIC X(34)   VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE "     CURRENT MONTH".
           05  FILLER          PIC X(18)   VALUE "      YEAR TO DATE".
       01  BS-HDG-LINE.
           05  FILLER          PIC X(35)
               VALUE "BALANCE SHEET AS OF THE END OF     ".
           05  BS-H-PERIOD     PIC 9(6).
       01  BS-COL-LINE.
           05  FILLER          PIC X(34)   VALUE SPACES.
           05  FILLER          PIC X(20)   VALUE SPACES.
           05  FILLER          PIC X(18)   VALUE "           BALANCE".
       01  GROUP-HDG-LINE.
           05  GRP-H-NAME      PIC X(20).
       01  DTL-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DTL-LINE-NO     PIC 9(3).
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DTL-CAPTION     PIC X(28).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DTL-MONTH       PIC $$,$$$,$$$,$$9.99-.
           05  DTL-MONTH-X REDEFINES DTL-MONTH PIC X(18).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DTL-YTD         PIC $$,$$$,$$$,$$9.99-.
       01  TOT-LINE.
           05  FILLER          PIC X(4)    VALUE SPACES.
           05  TOT-CAPTION     PIC X(30).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TOT-MONTH       PIC $$,$$$,$$$,$$9.99-.
           05  TOT-MONTH-X REDEFINES TOT-MONTH PIC X(18).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  TOT-YTD         PIC $$,$$$,$$$,$$9.99-.
       01  RPT-VERDICT-LINE.
           05  RPT-VERDICT     PIC X(60).
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
           OPEN OUTPUT STMT-RPT.
           MOVE WS-PERIOD TO HDG-PERIOD.
           PERFORM 020-PERIOD-STATUS THRU 020-EXIT.
           MOVE HDG-LINE-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           IF WS-MONTH-END NOT = "Y"
               MOVE SKIP-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES
               CLOSE STMT-RPT
               STOP RUN.
           PERFORM 030-LOAD-MAPS THRU 030-EXIT.
           PERFORM 040-LOAD-CAPTIONS THRU 040-EXIT.
           SORT SORT-WORK
               ON ASCENDING KEY SR-SECTION SR-SUB-SEQ SR-TYPE-SEQ
                                SR-LINE SR-ACCT
               INPUT PROCEDURE IS 100-RELEASE-ACCOUNTS THRU 100-EXIT
               OUTPUT PROCEDURE IS 300-PRINT-STATEMENTS THRU 300-EXIT.
           CLOSE STMT-RPT.
           STOP RUN.
      * Says on the heading whether the month is closed on
      * GLPERIOD (final) or still open to late journals
       020-PERIOD-STATUS.
           MOVE "PRELIMINARY - PERIOD STILL OPEN" TO HDG-STATUS.
           OPEN INPUT GLPERIOD-FILE.
           IF WS-GLPERIOD-STATUS NOT = "00"
               CLOSE GLPERIOD-FILE
               GO TO 020-EXIT.
           MOVE WS-PERIOD TO GP-PERIOD.
           READ GLPERIOD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF GP-IS-CLOSED
                       MOVE "FINAL - PERIOD CLOSED ON GLPERIOD"
                           TO HDG-STATUS
                   END-IF
           END-READ.
           CLOSE GLPERIOD-FILE.
       020-EXIT.
           EXIT.
      * Loads the chart-of-accounts mappings
       030-LOAD-MAPS.
           OPEN INPUT COATABLE-FILE.
           MOVE "N" TO END-OF-FILE.
           IF WS-COATABLE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 035-MAP-ONE THRU 035-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE COATABLE-FILE.
       030-EXIT.
           EXIT.
       035-MAP-ONE.
           READ COATABLE-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 035-EXIT
           END-READ.
           IF WS-MAP-COUNT < 300
               ADD 1 TO WS-MAP-COUNT
               MOVE CT-SOURCE TO WS-MAP-SOURCE (WS-MAP-COUNT)
               MOVE CT-GL-ACCT TO WS-MAP-GL-ACCT (WS-MAP-COUNT).
       035-EXIT.
           EXIT.
      * Loads the statement line captions
       040-LOAD-CAPTIONS.
           OPEN INPUT FSLINE-FILE.
           MOVE "N" TO END-OF-FILE.
           IF WS-FSLINE-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 045-CAPTION-ONE THRU 045-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE FSLINE-FILE.
       040-EXIT.
           EXIT.
       045-CAPTION-ONE.
           READ FSLINE-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 045-EXIT
           END-READ.
           IF WS-FSL-COUNT < 300
               ADD 1 TO WS-FSL-COUNT
               MOVE FL-LINE TO WS-FSL-LINE (WS-FSL-COUNT)
               MOVE FL-CAPTION TO WS-FSL-CAPTION (WS-FSL-COUNT).
       045-EXIT.
           EXIT.
      * Reads the ledger account by account and passes each
      * account's figures to the sort, then the two earnings
      * lines the balance sheet rolls into equity
       100-RELEASE-ACCOUNTS.
           OPEN INPUT GLACCT-FILE.
           IF WS-GLACCT-STATUS = "00"
               MOVE "Y" TO WS-GLACCT-OPEN.
           OPEN INPUT GLBAL-FILE.
           MOVE "N" TO END-OF-FILE.
           IF WS-GLBAL-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 110-READ-BUCKET THRU 110-EXIT
               UNTIL END-OF-FILE = "Y".
           IF WS-ACCT-SEEN = "Y"
               PERFORM 200-RELEASE-ONE THRU 200-EXIT.
           CLOSE GLBAL-FILE GLACCT-FILE.
           MOVE SPACES TO SORT-RECORD.
           MOVE 2 TO SR-SECTION.
           MOVE 0 TO SR-SUB-SEQ.
           MOVE 3 TO SR-TYPE-SEQ.
           MOVE 998 TO SR-LINE.
           MOVE "RETAINED EARNINGS - PRIOR YRS" TO SR-CAPTION.
           MOVE ZEROS TO SR-MONTH.
           MOVE WS-PRIOR-EARN TO SR-YTD.
           RELEASE SORT-RECORD.
           MOVE 999 TO SR-LINE.
           MOVE "CURRENT-YEAR EARNINGS" TO SR-CAPTION.
           MOVE WS-CURR-EARN TO SR-YTD.
           RELEASE SORT-RECORD.
       100-EXIT.
           EXIT.
      * Adds one period bucket to its account's figures.  The
      * first bucket's beginning balance opens the account; from
      * there only the movements are added, so a month the
      * account sat idle costs nothing.  Buckets after the
      * report month are passed over.
       110-READ-BUCKET.
           READ GLBAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 110-EXIT
           END-READ.
           IF GB-ACCT NOT = WS-CUR-ACCT
               IF WS-ACCT-SEEN = "Y"
                   PERFORM 200-RELEASE-ONE THRU 200-EXIT
               END-IF
               MOVE GB-ACCT TO WS-CUR-ACCT
               MOVE "N" TO WS-ACCT-SEEN
               MOVE ZEROS TO WS-ACCT-BAL WS-ACCT-MONTH WS-ACCT-YTD.
           IF GB-PERIOD > WS-PERIOD
               GO TO 110-EXIT.
           IF WS-ACCT-SEEN = "N"
               MOVE "Y" TO WS-ACCT-SEEN
               MOVE GB-BEG-BAL TO WS-ACCT-BAL.
           COMPUTE WS-ACCT-BAL = WS-ACCT-BAL + GB-DEBITS - GB-CREDITS.
           IF GB-PERIOD = WS-PERIOD
               COMPUTE WS-ACCT-MONTH = GB-DEBITS - GB-CREDITS.
           IF GB-PERIOD NOT < WS-YEAR-START
               COMPUTE WS-ACCT-YTD =
                   WS-ACCT-YTD + GB-DEBITS - GB-CREDITS.
       110-EXIT.
           EXIT.
      * Files one finished account under its statement section.
      * Revenue and expense go to the income statement twice --
      * once under the subsystem that feeds the account, once in
      * the company total -- and their earnings roll into equity.
      * Everything else is a balance sheet account.
       200-RELEASE-ONE.
           MOVE SPACES TO SORT-RECORD.
           MOVE WS-CUR-ACCT TO SR-ACCT.
           MOVE ZEROS TO SR-LINE.
           MOVE SPACE TO GA-TYPE.
           IF WS-GLACCT-OPEN = "Y"
               MOVE WS-CUR-ACCT TO GA-ACCT
               READ GLACCT-FILE
                   INVALID KEY
                       MOVE SPACE TO GA-TYPE
                   NOT INVALID KEY
                       MOVE GA-FS-LINE TO SR-LINE
               END-READ.
           IF GA-IS-REVENUE OR GA-IS-EXPENSE
               COMPUTE WS-PRIOR-EARN =
                   WS-PRIOR-EARN + WS-ACCT-BAL - WS-ACCT-YTD
               ADD WS-ACCT-YTD TO WS-CURR-EARN
               IF WS-ACCT-MONTH = 0 AND WS-ACCT-YTD = 0
                   GO TO 200-EXIT
               END-IF
               MOVE 1 TO SR-SECTION
               MOVE 1 TO SR-TYPE-SEQ
               IF GA-IS-EXPENSE
                   MOVE 2 TO SR-TYPE-SEQ
               END-IF
               MOVE WS-ACCT-MONTH TO SR-MONTH
               MOVE WS-ACCT-YTD TO SR-YTD
               PERFORM 210-FIND-SUBSYSTEM THRU 210-EXIT
               RELEASE SORT-RECORD
               MOVE 9 TO SR-SUB-SEQ
               RELEASE SORT-RECORD
               GO TO 200-EXIT.
           IF WS-ACCT-BAL = 0
               GO TO 200-EXIT.
           MOVE 2 TO SR-SECTION.
           MOVE 0 TO SR-SUB-SEQ.
           MOVE ZEROS TO SR-MONTH.
           MOVE WS-ACCT-BAL TO SR-YTD.
           IF GA-IS-ASSET
               MOVE 1 TO SR-TYPE-SEQ
           ELSE
               IF GA-IS-LIABILITY
                   MOVE 2 TO SR-TYPE-SEQ
               ELSE
                   IF GA-IS-EQUITY
                       MOVE 3 TO SR-TYPE-SEQ
                   ELSE
                       MOVE 4 TO SR-TYPE-SEQ
                       MOVE ZEROS TO SR-LINE
                       MOVE WS-CUR-ACCT TO SR-CAPTION.
           RELEASE SORT-RECORD.
       200-EXIT.
           EXIT.
      * Works out which subsystem's mapping posts to the
      * account; one fed by more than one, or by none, is shared
       210-FIND-SUBSYSTEM.
           MOVE SPACE TO WS-ACCT-SUB.
           PERFORM 220-MAP-CHECK THRU 220-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT.
           IF WS-ACCT-SUB = SPACE
               MOVE "S" TO WS-ACCT-SUB.
           MOVE 5 TO SR-SUB-SEQ.
           SET SUB-IDX TO 1.
           SEARCH WS-SUB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-SUB-CODE (SUB-IDX) = WS-ACCT-SUB
                   SET SR-SUB-SEQ TO SUB-IDX
           END-SEARCH.
       210-EXIT.
           EXIT.
       220-MAP-CHECK.
           IF WS-MAP-GL-ACCT (WS-MAP-IDX) NOT = WS-CUR-ACCT
               GO TO 220-EXIT.
           IF WS-ACCT-SUB = SPACE
               MOVE WS-MAP-SOURCE (WS-MAP-IDX) TO WS-ACCT-SUB
           ELSE
               IF WS-ACCT-SUB NOT = WS-MAP-SOURCE (WS-MAP-IDX)
                   MOVE "S" TO WS-ACCT-SUB.
       220-EXIT.
           EXIT.
      * Prints both statements from the sorted accounts
       300-PRINT-STATEMENTS.
           PERFORM 310-PRINT-ONE THRU 310-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF WS-FIRST-ROW = "N"
               PERFORM 400-CLOSE-LINE THRU 400-EXIT
               PERFORM 410-CLOSE-GROUP THRU 410-EXIT
               PERFORM 420-CLOSE-SUB THRU 420-EXIT
               PERFORM 430-CLOSE-SECTION THRU 430-EXIT.
       300-EXIT.
           EXIT.
      * Takes one account, closing off the line, the type group,
      * the subsystem, and the statement as each one changes
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
              AND SR-SUB-SEQ = WS-PREV-SUB
              AND SR-TYPE-SEQ = WS-PREV-TYPE
              AND SR-LINE = WS-PREV-LINE
              AND SR-CAPTION = WS-PREV-CAPTION
               GO TO 320-ADD-ROW.
           PERFORM 400-CLOSE-LINE THRU 400-EXIT.
           IF SR-SECTION = WS-PREV-SECTION
              AND SR-SUB-SEQ = WS-PREV-SUB
              AND SR-TYPE-SEQ = WS-PREV-TYPE
               GO TO 320-ADD-ROW.
           PERFORM 410-CLOSE-GROUP THRU 410-EXIT.
           IF SR-SECTION = WS-PREV-SECTION
              AND SR-SUB-SEQ = WS-PREV-SUB
               PERFORM 470-OPEN-GROUP THRU 470-EXIT
               GO TO 320-ADD-ROW.
           PERFORM 420-CLOSE-SUB THRU 420-EXIT.
           IF SR-SECTION = WS-PREV-SECTION
               PERFORM 460-OPEN-SUB THRU 460-EXIT
               GO TO 320-ADD-ROW.
           PERFORM 430-CLOSE-SECTION THRU 430-EXIT.
           PERFORM 450-OPEN-SECTION THRU 450-EXIT.
       320-ADD-ROW.
           MOVE SR-SECTION TO WS-PREV-SECTION.
           MOVE SR-SUB-SEQ TO WS-PREV-SUB.
           MOVE SR-TYPE-SEQ TO WS-PREV-TYPE.
           MOVE SR-LINE TO WS-PREV-LINE.
           MOVE SR-CAPTION TO WS-PREV-CAPTION.
           ADD SR-MONTH TO WS-LIN-MONTH.
           ADD SR-YTD TO WS-LIN-YTD.
       310-EXIT.
           EXIT.
      * Prints one statement line, turned to its natural sign
      * (credits positive for revenue, liabilities and equity)
       400-CLOSE-LINE.
           COMPUTE WS-GROUP-IX =
               WS-PREV-TYPE + (WS-PREV-SECTION - 1) * 2.
           IF WS-GROUP-SIGN (WS-GROUP-IX) = "-"
               COMPUTE WS-SHOW-MONTH = 0 - WS-LIN-MONTH
               COMPUTE WS-SHOW-YTD = 0 - WS-LIN-YTD
           ELSE
               MOVE WS-LIN-MONTH TO WS-SHOW-MONTH
               MOVE WS-LIN-YTD TO WS-SHOW-YTD.
           MOVE WS-PREV-LINE TO DTL-LINE-NO.
           IF WS-PREV-CAPTION NOT = SPACES
               MOVE WS-PREV-CAPTION TO DTL-CAPTION
           ELSE
               MOVE "STATEMENT LINE NOT CAPTIONED" TO DTL-CAPTION
               SET FSL-IDX TO 1
               SEARCH WS-FSL-ENTRY
                   AT END
                       CONTINUE
                   WHEN FSL-IDX > WS-FSL-COUNT
                       CONTINUE
                   WHEN WS-FSL-LINE (FSL-IDX) = WS-PREV-LINE
                       MOVE WS-FSL-CAPTION (FSL-IDX) TO DTL-CAPTION
               END-SEARCH.
           IF WS-PREV-SECTION = 1
               MOVE WS-SHOW-MONTH TO DTL-MONTH
               MOVE WS-SHOW-YTD TO DTL-YTD
           ELSE
               MOVE SPACES TO DTL-MONTH-X
               MOVE WS-SHOW-YTD TO DTL-YTD.
           MOVE DTL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           ADD WS-SHOW-MONTH TO WS-TYP-MONTH.
           ADD WS-SHOW-YTD TO WS-TYP-YTD.
           MOVE ZEROS TO WS-LIN-MONTH WS-LIN-YTD.
       400-EXIT.
           EXIT.
      * Prints the total for the type group just finished and
      * carries it to the subsystem's net income or the balance
      * sheet proof
       410-CLOSE-GROUP.
           COMPUTE WS-GROUP-IX =
               WS-PREV-TYPE + (WS-PREV-SECTION - 1) * 2.
           MOVE SPACES TO TOT-CAPTION.
           STRING "TOTAL " DELIMITED BY SIZE
               WS-GROUP-NAME (WS-GROUP-IX) DELIMITED BY "  "
               INTO TOT-CAPTION.
           MOVE WS-TYP-YTD TO TOT-YTD.
           IF WS-PREV-SECTION = 1
               MOVE WS-TYP-MONTH TO TOT-MONTH
               IF WS-PREV-TYPE = 1
                   ADD WS-TYP-MONTH TO WS-NET-MONTH
                   ADD WS-TYP-YTD TO WS-NET-YTD
               ELSE
                   SUBTRACT WS-TYP-MONTH FROM WS-NET-MONTH
                   SUBTRACT WS-TYP-YTD FROM WS-NET-YTD
               END-IF
           ELSE
               MOVE SPACES TO TOT-MONTH-X
               IF WS-PREV-TYPE = 1
                   ADD WS-TYP-YTD TO WS-BS-ASSETS
               ELSE
                   IF WS-PREV-TYPE = 4
                       ADD WS-TYP-YTD TO WS-BS-UNKNOWN
                   ELSE
                       ADD WS-TYP-YTD TO WS-BS-LIAB-EQ.
           MOVE TOT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE ZEROS TO WS-TYP-MONTH WS-TYP-YTD.
       410-EXIT.
           EXIT.
      * Prints the subsystem's net income
       420-CLOSE-SUB.
           IF WS-PREV-SECTION NOT = 1
               GO TO 420-EXIT.
           MOVE SPACES TO TOT-CAPTION.
           STRING "NET INCOME - " DELIMITED BY SIZE
               WS-SUB-NAME (WS-PREV-SUB) DELIMITED BY "  "
               INTO TOT-CAPTION.
           MOVE WS-NET-MONTH TO TOT-MONTH.
           MOVE WS-NET-YTD TO TOT-YTD.
           MOVE TOT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-NET-MONTH WS-NET-YTD.
       420-EXIT.
           EXIT.
      * Closes the balance sheet with its proof
       430-CLOSE-SECTION.
           IF WS-PREV-SECTION NOT = 2
               GO TO 430-EXIT.
           MOVE "TOTAL LIABILITIES AND EQUITY" TO TOT-CAPTION.
           MOVE SPACES TO TOT-MONTH-X.
           MOVE WS-BS-LIAB-EQ TO TOT-YTD.
           MOVE TOT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF WS-BS-ASSETS = WS-BS-LIAB-EQ AND WS-BS-UNKNOWN = 0
               MOVE "ASSETS EQUAL LIABILITIES PLUS EQUITY"
                   TO RPT-VERDICT
           ELSE
               MOVE "*** BALANCE SHEET DOES NOT BALANCE ***"
                   TO RPT-VERDICT
               MOVE 8 TO RETURN-CODE.
           MOVE RPT-VERDICT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       430-EXIT.
           EXIT.
      * Starts a statement
       450-OPEN-SECTION.
           IF SR-SECTION = 2
               MOVE WS-PERIOD TO BS-H-PERIOD
               MOVE BS-HDG-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING PAGE
               MOVE BS-COL-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
               PERFORM 470-OPEN-GROUP THRU 470-EXIT
           ELSE
               PERFORM 460-OPEN-SUB THRU 460-EXIT.
       450-EXIT.
           EXIT.
      * Starts a subsystem's income statement
       460-OPEN-SUB.
           MOVE WS-SUB-NAME (SR-SUB-SEQ) TO IS-H-SUB.
           MOVE IS-HDG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           MOVE IS-COL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           PERFORM 470-OPEN-GROUP THRU 470-EXIT.
       460-EXIT.
           EXIT.
      * Starts a type group
       470-OPEN-GROUP.
           COMPUTE WS-GROUP-IX =
               SR-TYPE-SEQ + (SR-SECTION - 1) * 2.
           MOVE WS-GROUP-NAME (WS-GROUP-IX) TO GRP-H-NAME.
           MOVE GROUP-HDG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
       470-EXIT.
           EXIT.
       END PROGRAM FINSTMT.

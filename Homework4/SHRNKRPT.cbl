      ***********************************************************
      * INVENTORY SHRINKAGE ANALYSIS
      * KODY BRAND
      * This program reads back the count-adjustment audit file
      * CNTPOST appends to on every posted cycle count and turns
      * it into a shrinkage report.  Net count variances are
      * accumulated in units and at cost by category and store
      * for the month, quarter and year to date, and shrink is
      * shown as a percent of retail sales for the same periods
      * from the sales history.  Items that have come up short on
      * two or more counts are listed as loss-prevention
      * candidates.  The cost figures are the values CNTPOST sent
      * to the MDSSHRNK journal account, so the report closes by
      * proving them against that account's activity on the
      * ledger.  Shrink is shown as a loss: a shortage is a
      * positive figure and an overage a negative one.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHRNKRPT.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CNTAUDIT-FILE ASSIGN TO UT-S-CNTAUDIT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNTAUDIT-STATUS.
           SELECT OPTIONAL SALESHIST-FILE ASSIGN TO UT-S-SALESHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHIST-STATUS.
           SELECT INVMAST-FILE ASSIGN TO UT-S-INVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IM-ITEM-NO
               FILE STATUS IS WS-INVMAST-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL COATABLE-FILE ASSIGN TO UT-S-COATABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COATABLE-STATUS.
           SELECT OPTIONAL GLBAL-FILE ASSIGN TO UT-S-GLBAL
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.
           SELECT SORT-WORK ASSIGN TO UT-S-SORTWK.
           SELECT SHRINK-RPT ASSIGN TO UT-S-SHRINKRPT.

       DATA DIVISION.
       FILE SECTION.
      * Same layout CNTPOST writes.  Records written before the
      * store, category, units, cost and value were added carry
      * spaces from the store onward.
       FD  CNTAUDIT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  CNTAUDIT-REC.
           05  AU-ITEM-NO          PIC X(5).
           05  FILLER              PIC X(1).
           05  AU-BEFORE           PIC ZZ,ZZ9-.
           05  FILLER              PIC X(1).
           05  AU-AFTER            PIC ZZ,ZZ9-.
           05  FILLER              PIC X(1).
           05  AU-SUPER            PIC X(3).
           05  FILLER              PIC X(1).
           05  AU-DATE             PIC 9(8).
           05  AU-TIME             PIC X(6).
           05  FILLER              PIC X(1).
           05  AU-LOC              PIC X(2).
           05  FILLER              PIC X(1).
           05  AU-CATEGORY         PIC X(3).
           05  FILLER              PIC X(1).
           05  AU-UNITS            PIC ZZ,ZZ9-.
           05  FILLER              PIC X(1).
           05  AU-COST             PIC ZZ9.99.
           05  FILLER              PIC X(1).
           05  AU-VALUE            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(4).
       FD  SALESHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  SALESHIST-REC.
           05  SH-ITEM-NO          PIC X(5).
           05  SH-DATE             PIC 9(8).
           05  SH-QTY              PIC S9(5).
           05  SH-UNIT-COST        PIC 9(3)V99.
           05  SH-UNIT-PRICE       PIC 9(3)V99.
           05  SH-LOCATION         PIC X(2).
           05  SH-TAX              PIC S9(5)V99.
           05  SH-TAX-STATUS       PIC X.
           05  SH-EXEMPT-CERT      PIC X(15).
           05  SH-PROMO-CODE       PIC X(6).
       FD  INVMAST-FILE
           RECORD CONTAINS 116 CHARACTERS.
       01  INVMAST-REC.
           05  IM-ITEM-NO              PIC X(5).
           05  IM-DESCRIPTIVE-DATA.
               10  IM-ITEM-DESC                PIC X(40).
               10  IM-UNIT-COST                PIC 9(3)V99.
               10  IM-UNIT-PRICE                PIC 9(3)V99.
           05  IM-INVENTORY-DATA.
               10  IM-REORDER-POINT            PIC S9(5).
               10  IM-ON-HAND                  PIC S9(5).
               10  IM-ON-ORDER                 PIC S9(5).
           05  IM-BOOK-DATA.
               10  BK-ISBN                     PIC X(13).
               10  BK-AUTHOR                   PIC X(25).
               10  BK-CATEGORY                 PIC X(3).
           05  IM-VENDOR               PIC X(5).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE         PIC 9(8).
           05  PD-MONTH-END        PIC X.
       FD  COATABLE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  COATABLE-REC.
           05  CT-SOURCE           PIC X.
           05  CT-IN-ACCT          PIC X(8).
           05  CT-GL-ACCT          PIC X(8).
       FD  GLBAL-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 53 CHARACTERS.
       01  GLBAL-REC.
           05  GB-KEY.
               10  GB-ACCT         PIC X(8).
               10  GB-PERIOD       PIC 9(6).
           05  GB-BEG-BAL          PIC S9(11)V99.
           05  GB-DEBITS           PIC 9(11)V99.
           05  GB-CREDITS          PIC 9(11)V99.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-CATEGORY        PIC X(3).
           05  SRT-LOC             PIC X(2).
           05  SRT-IDX             PIC 9(4).
       FD  SHRINK-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-CNTAUDIT           PIC X(50)
               VALUE "C:\COBOL\CNTAUDIT.LOG".
       77  UT-S-SALESHIST          PIC X(50)
               VALUE "C:\COBOL\SALEHIST.DAT".
       77  UT-S-INVMAST            PIC X(50)
               VALUE "C:\COBOL\INVMASTI.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-COATABLE           PIC X(50)
               VALUE "C:\COBOL\COATABLE.DAT".
       77  UT-S-GLBAL              PIC X(50)
               VALUE "C:\COBOL\GLBAL.DAT".
       77  UT-S-SORTWK             PIC X(50)
               VALUE "C:\COBOL\SHRSORT.TMP".
       77  UT-S-SHRINKRPT          PIC X(50)
               VALUE "C:\COBOL\SHRNKRPT.RPT".
       77  WS-CNTAUDIT-STATUS      PIC XX      VALUE SPACES.
       77  WS-SALESHIST-STATUS     PIC XX      VALUE SPACES.
       77  WS-INVMAST-STATUS       PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       77  WS-COATABLE-STATUS      PIC XX      VALUE SPACES.
       77  WS-GLBAL-STATUS         PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-HIST-EOF             PIC X       VALUE "N".
       77  WS-COA-EOF              PIC X       VALUE "N".
       77  WS-SORT-EOF             PIC X       VALUE "N".
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CDF-YEAR     PIC 9(4).
               10  WS-CDF-MONTH    PIC 9(2).
               10  WS-CDF-DAY      PIC 9(2).
           05  FILLER              PIC X(13).
      * The run date and the first month of its quarter; the
      * year to date is the calendar year.
       01  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).
       77  WS-RUN-QTR              PIC 9       VALUE ZERO.
       77  WS-QTR-START            PIC 9(2)    VALUE ZEROS.
      * A record's date and which of the three periods it is in.
       01  WS-TEST-DATE            PIC 9(8)    VALUE ZEROS.
       01  WS-TEST-DATE-R REDEFINES WS-TEST-DATE.
           05  WS-TEST-YEAR        PIC 9(4).
           05  WS-TEST-MONTH       PIC 9(2).
           05  WS-TEST-DAY         PIC 9(2).
       77  WS-IN-MTD               PIC X       VALUE "N".
       77  WS-IN-QTD               PIC X       VALUE "N".
       77  WS-IN-YTD               PIC X       VALUE "N".
      * One audit record's figures.  Shrink is the negative of the
      * count variance, so a shortage adds to it.
       77  WS-AU-LOC               PIC X(2)    VALUE SPACES.
       77  WS-AU-CATEGORY          PIC X(3)    VALUE SPACES.
       77  WS-AU-BEFORE            PIC S9(5)   VALUE ZEROS.
       77  WS-AU-AFTER             PIC S9(5)   VALUE ZEROS.
       77  WS-AU-UNITS             PIC S9(5)   VALUE ZEROS.
       77  WS-AU-VALUE             PIC S9(7)V99 VALUE ZEROS.
       77  WS-SHR-UNITS            PIC S9(5)   VALUE ZEROS.
       77  WS-SHR-VALUE            PIC S9(7)V99 VALUE ZEROS.
       77  WS-AUDIT-READ           PIC 9(7)    VALUE ZEROS.
       77  WS-AUDIT-OLD            PIC 9(7)    VALUE ZEROS.
       77  WS-SALES-READ           PIC 9(7)    VALUE ZEROS.
       77  WS-SALE-VALUE           PIC S9(7)V99 VALUE ZEROS.
       77  WS-SALE-CAT             PIC X(3)    VALUE SPACES.
      * Net shrink per category and counted store.  A company-wide
      * count carries ** for the store.
       77  WS-SK-COUNT             PIC S9(4)   COMP VALUE ZERO.
       77  WS-SK-FOUND             PIC S9(4)   COMP VALUE ZERO.
       01  WS-SHRINK-TABLE.
           05  WS-SK-ENTRY OCCURS 300 TIMES INDEXED BY SK-IDX.
               10  WS-SK-CAT       PIC X(3).
               10  WS-SK-LOC       PIC X(2).
               10  WS-SK-UNITS-M   PIC S9(7).
               10  WS-SK-UNITS-Q   PIC S9(7).
               10  WS-SK-UNITS-Y   PIC S9(7).
               10  WS-SK-COST-M    PIC S9(9)V99.
               10  WS-SK-COST-Q    PIC S9(9)V99.
               10  WS-SK-COST-Y    PIC S9(9)V99.
      * Retail sales per category and selling store.
       77  WS-SL-COUNT             PIC S9(4)   COMP VALUE ZERO.
       77  WS-SL-FOUND             PIC S9(4)   COMP VALUE ZERO.
       77  WS-SL-SUB               PIC S9(4)   COMP VALUE ZERO.
       01  WS-SALES-TABLE.
           05  WS-SL-ENTRY OCCURS 300 TIMES INDEXED BY SL-IDX.
               10  WS-SL-CAT       PIC X(3).
               10  WS-SL-LOC       PIC X(2).
               10  WS-SL-SALES-M   PIC S9(9)V99.
               10  WS-SL-SALES-Q   PIC S9(9)V99.
               10  WS-SL-SALES-Y   PIC S9(9)V99.
      * Items with short counts, for the loss-prevention list.
       77  WS-LP-COUNT             PIC S9(4)   COMP VALUE ZERO.
       77  WS-LP-FOUND             PIC S9(4)   COMP VALUE ZERO.
       77  WS-LP-SUB               PIC S9(4)   COMP VALUE ZERO.
       77  WS-LP-LISTED            PIC 9(5)    VALUE ZEROS.
       01  WS-LOSS-TABLE.
           05  WS-LP-ENTRY OCCURS 2000 TIMES INDEXED BY LP-IDX.
               10  WS-LP-ITEM      PIC X(5).
               10  WS-LP-SHORTS    PIC 9(3).
               10  WS-LP-UNITS     PIC S9(7).
               10  WS-LP-COST      PIC S9(9)V99.
               10  WS-LP-LAST      PIC 9(8).
               10  WS-LP-LOC       PIC X(2).
      * The row being printed, the category it falls under, and
      * the whole report.
       77  WS-CUR-CAT              PIC X(3)    VALUE SPACES.
       77  WS-CUR-LOC              PIC X(2)    VALUE SPACES.
       01  WS-ROW-FIGURES.
           05  WS-ROW-UNITS-M      PIC S9(7).
           05  WS-ROW-UNITS-Q      PIC S9(7).
           05  WS-ROW-UNITS-Y      PIC S9(7).
           05  WS-ROW-COST-M       PIC S9(9)V99.
           05  WS-ROW-COST-Q       PIC S9(9)V99.
           05  WS-ROW-COST-Y       PIC S9(9)V99.
           05  WS-ROW-SALES-M      PIC S9(9)V99.
           05  WS-ROW-SALES-Q      PIC S9(9)V99.
           05  WS-ROW-SALES-Y      PIC S9(9)V99.
       01  WS-CAT-FIGURES.
           05  WS-CAT-UNITS-M      PIC S9(7).
           05  WS-CAT-UNITS-Q      PIC S9(7).
           05  WS-CAT-UNITS-Y      PIC S9(7).
           05  WS-CAT-COST-M       PIC S9(9)V99.
           05  WS-CAT-COST-Q       PIC S9(9)V99.
           05  WS-CAT-COST-Y       PIC S9(9)V99.
       01  WS-TOT-FIGURES.
           05  WS-TOT-UNITS-M      PIC S9(7).
           05  WS-TOT-UNITS-Q      PIC S9(7).
           05  WS-TOT-UNITS-Y      PIC S9(7).
           05  WS-TOT-COST-M       PIC S9(9)V99.
           05  WS-TOT-COST-Q       PIC S9(9)V99.
           05  WS-TOT-COST-Y       PIC S9(9)V99.
           05  WS-TOT-SALES-M      PIC S9(9)V99.
           05  WS-TOT-SALES-Q      PIC S9(9)V99.
           05  WS-TOT-SALES-Y      PIC S9(9)V99.
       77  WS-SALES-LOC            PIC X(2)    VALUE SPACES.
      * Percent-of-sales work area.
       77  WS-PCT-SHRINK           PIC S9(9)V99 VALUE ZEROS.
       77  WS-PCT-SALES            PIC S9(9)V99 VALUE ZEROS.
       77  WS-PCT                  PIC S9(3)V99 VALUE ZEROS.
       77  WS-PCT-ED               PIC ZZ9.99-.
       77  WS-PCT-TEXT             PIC X(7)    VALUE SPACES.
      * Ledger tie.
       77  WS-SHR-GL-ACCT          PIC X(8)    VALUE SPACES.
       77  WS-GL-MONTH             PIC 9(2)    VALUE ZEROS.
       77  WS-GL-NET               PIC S9(11)V99 VALUE ZEROS.
       77  WS-GL-M                 PIC S9(11)V99 VALUE ZEROS.
       77  WS-GL-Q                 PIC S9(11)V99 VALUE ZEROS.
       77  WS-GL-Y                 PIC S9(11)V99 VALUE ZEROS.
       77  WS-TIE-DIFF             PIC S9(11)V99 VALUE ZEROS.
       77  WS-TIE-OFF              PIC X       VALUE "N".
       01  RPT-TITLE.
           05  FILLER              PIC X(46)
               VALUE "---- INVENTORY SHRINKAGE ANALYSIS ----".
           05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
           05  RPT-T-DATE          PIC 9999/99/99.
       01  RPT-HDG-1.
           05  FILLER              PIC X(44)
               VALUE "             ------ MONTH TO DATE -------   ".
           05  FILLER              PIC X(46)
               VALUE "----- QUARTER TO DATE ------   ------- YEAR TO".
           05  FILLER              PIC X(13)
               VALUE " DATE -------".
       01  RPT-HDG-2.
           05  FILLER              PIC X(44)
               VALUE "CAT   STORE     UNITS        COST % SALES   ".
           05  FILLER              PIC X(46)
               VALUE "   UNITS        COST % SALES      UNITS       ".
           05  FILLER              PIC X(13)
               VALUE " COST % SALES".
       01  RPT-DETAIL.
           05  RPT-LABEL           PIC X(12).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-UNITS-M         PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-COST-M          PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-PCT-M           PIC X(7).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RPT-UNITS-Q         PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-COST-Q          PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-PCT-Q           PIC X(7).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RPT-UNITS-Y         PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-COST-Y          PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-PCT-Y           PIC X(7).
       01  RPT-ROW-LABEL.
           05  RPT-RL-CAT          PIC X(3).
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RPT-RL-LOC          PIC X(6).
       01  RPT-LP-TITLE.
           05  FILLER              PIC X(46)
               VALUE "---- LOSS-PREVENTION CANDIDATES: ITEMS SHORT O".
           05  FILLER              PIC X(22)
               VALUE "N TWO OR MORE COUNTS -".
       01  RPT-LP-HDG.
           05  FILLER              PIC X(44)
               VALUE "ITEM   TITLE                         SHORTS ".
           05  FILLER              PIC X(34)
               VALUE "  UNITS       COST  LAST SHORT  ST".
       01  RPT-LP-LINE.
           05  RPT-LP-ITEM         PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-LP-DESC         PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-LP-SHORTS       PIC ZZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-LP-UNITS        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-LP-COST         PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-LP-LAST         PIC 9999/99/99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-LP-LOC          PIC X(2).
       01  RPT-LP-NONE             PIC X(40)
               VALUE "NO ITEM HAS BEEN SHORT ON TWO COUNTS".
       01  RPT-TIE-TITLE.
           05  FILLER              PIC X(44)
               VALUE "---- SHRINK EXPENSE TIED TO THE LEDGER ----".
       01  RPT-TIE-LINE.
           05  RPT-TIE-LABEL       PIC X(15).
           05  FILLER              PIC X(8)    VALUE "COUNTS: ".
           05  RPT-TIE-COUNTS      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(9)    VALUE "  LEDGER ".
           05  RPT-TIE-ACCT        PIC X(8).
           05  FILLER              PIC X(2)    VALUE ": ".
           05  RPT-TIE-GL          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(14)
               VALUE "  DIFFERENCE: ".
           05  RPT-TIE-DIFF        PIC ZZZ,ZZZ,ZZ9.99-.
       01  RPT-TIE-VERDICT         PIC X(60).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(20)
               VALUE "AUDIT RECORDS READ: ".
           05  RPT-T-AUDIT         PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(29)
               VALUE "  OLD FORMAT AT CURRENT COST:".
           05  RPT-T-OLD           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(16)
               VALUE "  SALES LINES: ".
           05  RPT-T-SALES         PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-RUN-DATE =
               WS-CDF-YEAR * 10000 + WS-CDF-MONTH * 100
               + WS-CDF-DAY.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-RUN-DATE
               END-READ.
           CLOSE PROCDATE-FILE.
           COMPUTE WS-RUN-QTR = (WS-RUN-MONTH + 2) / 3.
           COMPUTE WS-QTR-START = (WS-RUN-QTR - 1) * 3 + 1.
           INITIALIZE WS-SHRINK-TABLE WS-SALES-TABLE WS-LOSS-TABLE
                      WS-TOT-FIGURES.
           OPEN INPUT INVMAST-FILE.
           OPEN INPUT CNTAUDIT-FILE.
           IF WS-CNTAUDIT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 100-READ-AUDIT THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE CNTAUDIT-FILE.
           OPEN INPUT SALESHIST-FILE.
           IF WS-SALESHIST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF.
           PERFORM 300-READ-SALES THRU 300-EXIT
               UNTIL WS-HIST-EOF = "Y".
           CLOSE SALESHIST-FILE.
           OPEN OUTPUT SHRINK-RPT.
           MOVE WS-RUN-DATE TO RPT-T-DATE.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE RPT-HDG-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE RPT-HDG-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
      * The category/store rows sort into category order so each
      * category's stores print together under a subtotal.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CATEGORY SRT-LOC
               INPUT PROCEDURE IS 400-RELEASE-ROWS THRU 400-EXIT
               OUTPUT PROCEDURE IS 500-PRINT-ROWS THRU 500-EXIT.
           PERFORM 600-LOSS-PREVENTION THRU 600-EXIT.
           PERFORM 700-LEDGER-TIE THRU 700-EXIT.
           MOVE WS-AUDIT-READ TO RPT-T-AUDIT.
           MOVE WS-AUDIT-OLD TO RPT-T-OLD.
           MOVE WS-SALES-READ TO RPT-T-SALES.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           CLOSE INVMAST-FILE SHRINK-RPT.
           STOP RUN.
      * Takes one count adjustment into the shrink and
      * loss-prevention tables.  A record from before the audit
      * file carried its own value is valued from the before and
      * after figures at today's unit cost.
       100-READ-AUDIT.
           READ CNTAUDIT-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 100-EXIT
           END-READ.
           IF AU-DATE NOT NUMERIC
               GO TO 100-EXIT.
           ADD 1 TO WS-AUDIT-READ.
           IF AU-LOC = SPACES
               PERFORM 150-OLD-FORMAT THRU 150-EXIT
           ELSE
               MOVE AU-LOC TO WS-AU-LOC
               MOVE AU-CATEGORY TO WS-AU-CATEGORY
               MOVE AU-UNITS TO WS-AU-UNITS
               MOVE AU-VALUE TO WS-AU-VALUE.
           COMPUTE WS-SHR-UNITS = 0 - WS-AU-UNITS.
           COMPUTE WS-SHR-VALUE = 0 - WS-AU-VALUE.
           MOVE AU-DATE TO WS-TEST-DATE.
           PERFORM 800-CLASSIFY-DATE THRU 800-EXIT.
           IF WS-IN-YTD = "Y"
               PERFORM 200-SHRINK-CELL THRU 200-EXIT.
           IF WS-AU-UNITS < 0
               PERFORM 250-LOSS-ITEM THRU 250-EXIT.
       100-EXIT.
           EXIT.
      * Old-format record: company-wide count, category and cost
      * from the master as it stands today.
       150-OLD-FORMAT.
           ADD 1 TO WS-AUDIT-OLD.
           MOVE "**" TO WS-AU-LOC.
           MOVE AU-BEFORE TO WS-AU-BEFORE.
           MOVE AU-AFTER TO WS-AU-AFTER.
           COMPUTE WS-AU-UNITS = WS-AU-AFTER - WS-AU-BEFORE.
           MOVE "???" TO WS-AU-CATEGORY.
           MOVE ZEROS TO WS-AU-VALUE.
           MOVE AU-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST-FILE
               INVALID KEY
                   GO TO 150-EXIT
           END-READ.
           MOVE BK-CATEGORY TO WS-AU-CATEGORY.
           COMPUTE WS-AU-VALUE = WS-AU-UNITS * IM-UNIT-COST.
       150-EXIT.
           EXIT.
      * Adds one adjustment to its category/store row
       200-SHRINK-CELL.
           MOVE 0 TO WS-SK-FOUND.
           SET SK-IDX TO 1.
           SEARCH WS-SK-ENTRY
               AT END
                   CONTINUE
               WHEN SK-IDX > WS-SK-COUNT
                   ADD 1 TO WS-SK-COUNT
                   MOVE WS-AU-CATEGORY TO WS-SK-CAT(WS-SK-COUNT)
                   MOVE WS-AU-LOC TO WS-SK-LOC(WS-SK-COUNT)
                   MOVE WS-SK-COUNT TO WS-SK-FOUND
               WHEN WS-SK-CAT(SK-IDX) = WS-AU-CATEGORY
                AND WS-SK-LOC(SK-IDX) = WS-AU-LOC
                   SET WS-SK-FOUND TO SK-IDX
           END-SEARCH.
           IF WS-SK-FOUND = 0
               GO TO 200-EXIT.
           ADD WS-SHR-UNITS TO WS-SK-UNITS-Y(WS-SK-FOUND).
           ADD WS-SHR-VALUE TO WS-SK-COST-Y(WS-SK-FOUND).
           IF WS-IN-QTD = "Y"
               ADD WS-SHR-UNITS TO WS-SK-UNITS-Q(WS-SK-FOUND)
               ADD WS-SHR-VALUE TO WS-SK-COST-Q(WS-SK-FOUND).
           IF WS-IN-MTD = "Y"
               ADD WS-SHR-UNITS TO WS-SK-UNITS-M(WS-SK-FOUND)
               ADD WS-SHR-VALUE TO WS-SK-COST-M(WS-SK-FOUND).
       200-EXIT.
           EXIT.
      * Counts one short count against its item, over the whole
      * audit history rather than the year, since an item may be
      * counted only a few times a year.
       250-LOSS-ITEM.
           MOVE 0 TO WS-LP-FOUND.
           SET LP-IDX TO 1.
           SEARCH WS-LP-ENTRY
               AT END
                   CONTINUE
               WHEN LP-IDX > WS-LP-COUNT
                   ADD 1 TO WS-LP-COUNT
                   MOVE AU-ITEM-NO TO WS-LP-ITEM(WS-LP-COUNT)
                   MOVE WS-LP-COUNT TO WS-LP-FOUND
               WHEN WS-LP-ITEM(LP-IDX) = AU-ITEM-NO
                   SET WS-LP-FOUND TO LP-IDX
           END-SEARCH.
           IF WS-LP-FOUND = 0
               GO TO 250-EXIT.
           ADD 1 TO WS-LP-SHORTS(WS-LP-FOUND).
           ADD WS-SHR-UNITS TO WS-LP-UNITS(WS-LP-FOUND).
           ADD WS-SHR-VALUE TO WS-LP-COST(WS-LP-FOUND).
           IF AU-DATE NOT < WS-LP-LAST(WS-LP-FOUND)
               MOVE AU-DATE TO WS-LP-LAST(WS-LP-FOUND)
               MOVE WS-AU-LOC TO WS-LP-LOC(WS-LP-FOUND).
       250-EXIT.
           EXIT.
      * Adds one sales line at retail to its category/store row
       300-READ-SALES.
           READ SALESHIST-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
                   GO TO 300-EXIT
           END-READ.
           MOVE SH-DATE TO WS-TEST-DATE.
           PERFORM 800-CLASSIFY-DATE THRU 800-EXIT.
           IF WS-IN-YTD NOT = "Y"
               GO TO 300-EXIT.
           ADD 1 TO WS-SALES-READ.
           MOVE "???" TO WS-SALE-CAT.
           MOVE SH-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST-FILE
               NOT INVALID KEY
                   MOVE BK-CATEGORY TO WS-SALE-CAT
           END-READ.
           COMPUTE WS-SALE-VALUE = SH-QTY * SH-UNIT-PRICE.
           MOVE 0 TO WS-SL-FOUND.
           SET SL-IDX TO 1.
           SEARCH WS-SL-ENTRY
               AT END
                   CONTINUE
               WHEN SL-IDX > WS-SL-COUNT
                   ADD 1 TO WS-SL-COUNT
                   MOVE WS-SALE-CAT TO WS-SL-CAT(WS-SL-COUNT)
                   MOVE SH-LOCATION TO WS-SL-LOC(WS-SL-COUNT)
                   MOVE WS-SL-COUNT TO WS-SL-FOUND
               WHEN WS-SL-CAT(SL-IDX) = WS-SALE-CAT
                AND WS-SL-LOC(SL-IDX) = SH-LOCATION
                   SET WS-SL-FOUND TO SL-IDX
           END-SEARCH.
           ADD WS-SALE-VALUE TO WS-TOT-SALES-Y.
           IF WS-IN-QTD = "Y"
               ADD WS-SALE-VALUE TO WS-TOT-SALES-Q.
           IF WS-IN-MTD = "Y"
               ADD WS-SALE-VALUE TO WS-TOT-SALES-M.
           IF WS-SL-FOUND = 0
               GO TO 300-EXIT.
           ADD WS-SALE-VALUE TO WS-SL-SALES-Y(WS-SL-FOUND).
           IF WS-IN-QTD = "Y"
               ADD WS-SALE-VALUE TO WS-SL-SALES-Q(WS-SL-FOUND).
           IF WS-IN-MTD = "Y"
               ADD WS-SALE-VALUE TO WS-SL-SALES-M(WS-SL-FOUND).
       300-EXIT.
           EXIT.
      * Releases every category/store row to the sort
       400-RELEASE-ROWS.
           PERFORM 420-RELEASE-ONE THRU 420-EXIT
               VARYING WS-SK-FOUND FROM 1 BY 1
               UNTIL WS-SK-FOUND > WS-SK-COUNT.
       400-EXIT.
           EXIT.
       420-RELEASE-ONE.
           MOVE WS-SK-CAT(WS-SK-FOUND) TO SRT-CATEGORY.
           MOVE WS-SK-LOC(WS-SK-FOUND) TO SRT-LOC.
           MOVE WS-SK-FOUND TO SRT-IDX.
           RELEASE SORT-RECORD.
       420-EXIT.
           EXIT.
      * Prints the rows in category order with a subtotal for each
      * category and a grand total for the company.
       500-PRINT-ROWS.
           MOVE HIGH-VALUES TO WS-CUR-CAT.
           PERFORM 520-PRINT-ONE THRU 520-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF WS-CUR-CAT NOT = HIGH-VALUES
               PERFORM 540-CATEGORY-TOTAL THRU 540-EXIT.
           MOVE WS-TOT-UNITS-M TO WS-ROW-UNITS-M.
           MOVE WS-TOT-UNITS-Q TO WS-ROW-UNITS-Q.
           MOVE WS-TOT-UNITS-Y TO WS-ROW-UNITS-Y.
           MOVE WS-TOT-COST-M TO WS-ROW-COST-M.
           MOVE WS-TOT-COST-Q TO WS-ROW-COST-Q.
           MOVE WS-TOT-COST-Y TO WS-ROW-COST-Y.
           MOVE WS-TOT-SALES-M TO WS-ROW-SALES-M.
           MOVE WS-TOT-SALES-Q TO WS-ROW-SALES-Q.
           MOVE WS-TOT-SALES-Y TO WS-ROW-SALES-Y.
           MOVE "GRAND TOTAL" TO RPT-LABEL.
           PERFORM 580-FORMAT-ROW THRU 580-EXIT.
           MOVE RPT-DETAIL TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
       500-EXIT.
           EXIT.
       520-PRINT-ONE.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 520-EXIT
           END-RETURN.
           IF SRT-CATEGORY NOT = WS-CUR-CAT
               IF WS-CUR-CAT NOT = HIGH-VALUES
                   PERFORM 540-CATEGORY-TOTAL THRU 540-EXIT
               END-IF
               MOVE SRT-CATEGORY TO WS-CUR-CAT
               INITIALIZE WS-CAT-FIGURES.
           MOVE SRT-IDX TO WS-SK-FOUND.
           MOVE WS-SK-LOC(WS-SK-FOUND) TO WS-CUR-LOC.
           MOVE WS-SK-UNITS-M(WS-SK-FOUND) TO WS-ROW-UNITS-M.
           MOVE WS-SK-UNITS-Q(WS-SK-FOUND) TO WS-ROW-UNITS-Q.
           MOVE WS-SK-UNITS-Y(WS-SK-FOUND) TO WS-ROW-UNITS-Y.
           MOVE WS-SK-COST-M(WS-SK-FOUND) TO WS-ROW-COST-M.
           MOVE WS-SK-COST-Q(WS-SK-FOUND) TO WS-ROW-COST-Q.
           MOVE WS-SK-COST-Y(WS-SK-FOUND) TO WS-ROW-COST-Y.
           ADD WS-ROW-UNITS-M TO WS-CAT-UNITS-M WS-TOT-UNITS-M.
           ADD WS-ROW-UNITS-Q TO WS-CAT-UNITS-Q WS-TOT-UNITS-Q.
           ADD WS-ROW-UNITS-Y TO WS-CAT-UNITS-Y WS-TOT-UNITS-Y.
           ADD WS-ROW-COST-M TO WS-CAT-COST-M WS-TOT-COST-M.
           ADD WS-ROW-COST-Q TO WS-CAT-COST-Q WS-TOT-COST-Q.
           ADD WS-ROW-COST-Y TO WS-CAT-COST-Y WS-TOT-COST-Y.
      * A store count is measured against that store's sales of
      * the category; a company-wide count against all stores'.
           MOVE WS-CUR-LOC TO WS-SALES-LOC.
           PERFORM 560-ROW-SALES THRU 560-EXIT.
           MOVE SPACES TO RPT-ROW-LABEL.
           MOVE WS-CUR-CAT TO RPT-RL-CAT.
           IF WS-CUR-LOC = "**"
               MOVE "ALL" TO RPT-RL-LOC
           ELSE
               MOVE WS-CUR-LOC TO RPT-RL-LOC.
           MOVE RPT-ROW-LABEL TO RPT-LABEL.
           PERFORM 580-FORMAT-ROW THRU 580-EXIT.
           MOVE RPT-DETAIL TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       520-EXIT.
           EXIT.
      * Prints the subtotal for the category just finished
       540-CATEGORY-TOTAL.
           MOVE WS-CAT-UNITS-M TO WS-ROW-UNITS-M.
           MOVE WS-CAT-UNITS-Q TO WS-ROW-UNITS-Q.
           MOVE WS-CAT-UNITS-Y TO WS-ROW-UNITS-Y.
           MOVE WS-CAT-COST-M TO WS-ROW-COST-M.
           MOVE WS-CAT-COST-Q TO WS-ROW-COST-Q.
           MOVE WS-CAT-COST-Y TO WS-ROW-COST-Y.
           MOVE "**" TO WS-SALES-LOC.
           PERFORM 560-ROW-SALES THRU 560-EXIT.
           MOVE SPACES TO RPT-ROW-LABEL.
           MOVE WS-CUR-CAT TO RPT-RL-CAT.
           MOVE "TOTAL" TO RPT-RL-LOC.
           MOVE RPT-ROW-LABEL TO RPT-LABEL.
           PERFORM 580-FORMAT-ROW THRU 580-EXIT.
           MOVE RPT-DETAIL TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE SPACES TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       540-EXIT.
           EXIT.
      * Totals the category's retail sales at the store in
      * WS-SALES-LOC, or at every store when it is **.
       560-ROW-SALES.
           MOVE ZEROS TO WS-ROW-SALES-M WS-ROW-SALES-Q
                         WS-ROW-SALES-Y.
           PERFORM 570-SALES-ONE THRU 570-EXIT
               VARYING WS-SL-SUB FROM 1 BY 1
               UNTIL WS-SL-SUB > WS-SL-COUNT.
       560-EXIT.
           EXIT.
       570-SALES-ONE.
           IF WS-SL-CAT(WS-SL-SUB) NOT = WS-CUR-CAT
               GO TO 570-EXIT.
           IF WS-SALES-LOC NOT = "**"
              AND WS-SL-LOC(WS-SL-SUB) NOT = WS-SALES-LOC
               GO TO 570-EXIT.
           ADD WS-SL-SALES-M(WS-SL-SUB) TO WS-ROW-SALES-M.
           ADD WS-SL-SALES-Q(WS-SL-SUB) TO WS-ROW-SALES-Q.
           ADD WS-SL-SALES-Y(WS-SL-SUB) TO WS-ROW-SALES-Y.
       570-EXIT.
           EXIT.
      * Moves the row figures to the print line with shrink as a
      * percent of sales for each period
       580-FORMAT-ROW.
           MOVE WS-ROW-UNITS-M TO RPT-UNITS-M.
           MOVE WS-ROW-UNITS-Q TO RPT-UNITS-Q.
           MOVE WS-ROW-UNITS-Y TO RPT-UNITS-Y.
           MOVE WS-ROW-COST-M TO RPT-COST-M.
           MOVE WS-ROW-COST-Q TO RPT-COST-Q.
           MOVE WS-ROW-COST-Y TO RPT-COST-Y.
           MOVE WS-ROW-COST-M TO WS-PCT-SHRINK.
           MOVE WS-ROW-SALES-M TO WS-PCT-SALES.
           PERFORM 590-PERCENT THRU 590-EXIT.
           MOVE WS-PCT-TEXT TO RPT-PCT-M.
           MOVE WS-ROW-COST-Q TO WS-PCT-SHRINK.
           MOVE WS-ROW-SALES-Q TO WS-PCT-SALES.
           PERFORM 590-PERCENT THRU 590-EXIT.
           MOVE WS-PCT-TEXT TO RPT-PCT-Q.
           MOVE WS-ROW-COST-Y TO WS-PCT-SHRINK.
           MOVE WS-ROW-SALES-Y TO WS-PCT-SALES.
           PERFORM 590-PERCENT THRU 590-EXIT.
           MOVE WS-PCT-TEXT TO RPT-PCT-Y.
       580-EXIT.
           EXIT.
       590-PERCENT.
           IF WS-PCT-SALES NOT > 0
               MOVE "    N/A" TO WS-PCT-TEXT
               GO TO 590-EXIT.
           COMPUTE WS-PCT ROUNDED =
               WS-PCT-SHRINK * 100 / WS-PCT-SALES
               ON SIZE ERROR
                   MOVE "  *****" TO WS-PCT-TEXT
                   GO TO 590-EXIT
           END-COMPUTE.
           MOVE WS-PCT TO WS-PCT-ED.
           MOVE WS-PCT-ED TO WS-PCT-TEXT.
       590-EXIT.
           EXIT.
      * Lists the items short on two or more counts
       600-LOSS-PREVENTION.
           MOVE RPT-LP-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           MOVE RPT-LP-HDG TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 620-LOSS-ONE THRU 620-EXIT
               VARYING WS-LP-SUB FROM 1 BY 1
               UNTIL WS-LP-SUB > WS-LP-COUNT.
           IF WS-LP-LISTED = 0
               MOVE RPT-LP-NONE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       600-EXIT.
           EXIT.
       620-LOSS-ONE.
           IF WS-LP-SHORTS(WS-LP-SUB) < 2
               GO TO 620-EXIT.
           ADD 1 TO WS-LP-LISTED.
           MOVE WS-LP-ITEM(WS-LP-SUB) TO RPT-LP-ITEM IM-ITEM-NO.
           READ INVMAST-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO RPT-LP-DESC
               NOT INVALID KEY
                   MOVE IM-ITEM-DESC TO RPT-LP-DESC
           END-READ.
           MOVE WS-LP-SHORTS(WS-LP-SUB) TO RPT-LP-SHORTS.
           MOVE WS-LP-UNITS(WS-LP-SUB) TO RPT-LP-UNITS.
           MOVE WS-LP-COST(WS-LP-SUB) TO RPT-LP-COST.
           MOVE WS-LP-LAST(WS-LP-SUB) TO RPT-LP-LAST.
           MOVE WS-LP-LOC(WS-LP-SUB) TO RPT-LP-LOC.
           MOVE RPT-LP-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       620-EXIT.
           EXIT.
      * Proves the shrink at cost against the ledger.  The shrink
      * account is found on the chart of accounts and its net
      * activity (debits less credits) summed off the GLBAL master
      * for the month, the quarter and the year.  A count posted
      * since the last nightly run has not reached the ledger yet
      * and shows here as a timing difference until it does.
       700-LEDGER-TIE.
           MOVE RPT-TIE-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           OPEN INPUT COATABLE-FILE.
           IF WS-COATABLE-STATUS NOT = "00"
               MOVE "Y" TO WS-COA-EOF.
           PERFORM 720-COA-ONE THRU 720-EXIT
               UNTIL WS-COA-EOF = "Y".
           CLOSE COATABLE-FILE.
           IF WS-SHR-GL-ACCT = SPACES
               MOVE "MDSSHRNK NOT ON CHART OF ACCOUNTS - NO TIE"
                   TO RPT-TIE-VERDICT
               MOVE RPT-TIE-VERDICT TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
               GO TO 700-EXIT.
           OPEN INPUT GLBAL-FILE.
           IF WS-GLBAL-STATUS = "00"
               PERFORM 740-GL-MONTH THRU 740-EXIT
                   VARYING WS-GL-MONTH FROM 1 BY 1
                   UNTIL WS-GL-MONTH > WS-RUN-MONTH.
           CLOSE GLBAL-FILE.
           MOVE WS-SHR-GL-ACCT TO RPT-TIE-ACCT.
           MOVE "MONTH TO DATE" TO RPT-TIE-LABEL.
           MOVE WS-TOT-COST-M TO RPT-TIE-COUNTS.
           MOVE WS-GL-M TO RPT-TIE-GL.
           COMPUTE WS-TIE-DIFF = WS-TOT-COST-M - WS-GL-M.
           PERFORM 760-TIE-LINE THRU 760-EXIT.
           MOVE "QUARTER TO DATE" TO RPT-TIE-LABEL.
           MOVE WS-TOT-COST-Q TO RPT-TIE-COUNTS.
           MOVE WS-GL-Q TO RPT-TIE-GL.
           COMPUTE WS-TIE-DIFF = WS-TOT-COST-Q - WS-GL-Q.
           PERFORM 760-TIE-LINE THRU 760-EXIT.
           MOVE "YEAR TO DATE" TO RPT-TIE-LABEL.
           MOVE WS-TOT-COST-Y TO RPT-TIE-COUNTS.
           MOVE WS-GL-Y TO RPT-TIE-GL.
           COMPUTE WS-TIE-DIFF = WS-TOT-COST-Y - WS-GL-Y.
           PERFORM 760-TIE-LINE THRU 760-EXIT.
           IF WS-TIE-OFF = "N"
               MOVE "COUNT SHRINK TIES TO THE LEDGER"
                   TO RPT-TIE-VERDICT
           ELSE
               MOVE "*** COUNT SHRINK DOES NOT TIE TO THE LEDGER ***"
                   TO RPT-TIE-VERDICT.
           MOVE RPT-TIE-VERDICT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
       700-EXIT.
           EXIT.
       720-COA-ONE.
           READ COATABLE-FILE
               AT END
                   MOVE "Y" TO WS-COA-EOF
                   GO TO 720-EXIT
           END-READ.
           IF CT-SOURCE = "I" AND CT-IN-ACCT = "MDSSHRNK"
               MOVE CT-GL-ACCT TO WS-SHR-GL-ACCT
               MOVE "Y" TO WS-COA-EOF.
       720-EXIT.
           EXIT.
      * Adds one month's shrink-account activity into the periods
      * it belongs to
       740-GL-MONTH.
           MOVE WS-SHR-GL-ACCT TO GB-ACCT.
           COMPUTE GB-PERIOD = WS-RUN-YEAR * 100 + WS-GL-MONTH.
           READ GLBAL-FILE
               INVALID KEY
                   GO TO 740-EXIT
           END-READ.
           COMPUTE WS-GL-NET = GB-DEBITS - GB-CREDITS.
           ADD WS-GL-NET TO WS-GL-Y.
           IF WS-GL-MONTH NOT < WS-QTR-START
               ADD WS-GL-NET TO WS-GL-Q.
           IF WS-GL-MONTH = WS-RUN-MONTH
               ADD WS-GL-NET TO WS-GL-M.
       740-EXIT.
           EXIT.
       760-TIE-LINE.
           MOVE WS-TIE-DIFF TO RPT-TIE-DIFF.
           IF WS-TIE-DIFF NOT = 0
               MOVE "Y" TO WS-TIE-OFF.
           MOVE RPT-TIE-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       760-EXIT.
           EXIT.
      * Sets the month, quarter and year-to-date switches for the
      * date in WS-TEST-DATE against the run date
       800-CLASSIFY-DATE.
           MOVE "N" TO WS-IN-MTD WS-IN-QTD WS-IN-YTD.
           IF WS-TEST-YEAR NOT = WS-RUN-YEAR
              OR WS-TEST-DATE > WS-RUN-DATE
               GO TO 800-EXIT.
           MOVE "Y" TO WS-IN-YTD.
           IF WS-TEST-MONTH NOT < WS-QTR-START
               MOVE "Y" TO WS-IN-QTD.
           IF WS-TEST-MONTH = WS-RUN-MONTH
               MOVE "Y" TO WS-IN-MTD.
       800-EXIT.
           EXIT.
       END PROGRAM SHRNKRPT.

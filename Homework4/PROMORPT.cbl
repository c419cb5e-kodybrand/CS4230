      ***********************************************************
      * PROMOTION RESULTS REPORT
      * KODY BRAND
      * This program shows what a promotion did.  For each
      * promotion on the PROMOHST history (one, or every one when
      * the operator leaves the code blank) it totals the units,
      * revenue, and margin SALESHIST tagged with the promotion's
      * code over its selling days, and sets them beside the same
      * items' regular run rate: their untagged sales at the same
      * stores over the same number of days just before the
      * promotion started.  A promotion still running is counted
      * through the processing date.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMORPT.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROMOHST-FILE ASSIGN TO UT-S-PROMOHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOHST-STATUS.
           SELECT OPTIONAL SALESHIST-FILE ASSIGN TO UT-S-SALESHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHIST-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT PROMO-RPT ASSIGN TO UT-S-PROMORPT.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMOHST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROMOHST-REC.
           05  PH-ITEM-NO          PIC X(5).
           05  PH-STORE            PIC X(2).
           05  PH-CODE             PIC X(6).
           05  PH-REG-PRICE        PIC 9(3)V99.
           05  PH-PROMO-PRICE      PIC 9(3)V99.
           05  PH-START-DATE       PIC 9(8).
           05  PH-END-DATE         PIC 9(8).
           05  PH-APPLIED-DATE     PIC 9(8).
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
               88  SH-TAXABLE          VALUE "T".
               88  SH-EXEMPT-ITEM      VALUE "C".
               88  SH-EXEMPT-CUST      VALUE "X".
           05  SH-EXEMPT-CERT      PIC X(15).
           05  SH-PROMO-CODE       PIC X(6).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  PROMO-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  UT-S-PROMOHST           PIC X(50)
               VALUE "C:\COBOL\PROMOHST.DAT".
       77  UT-S-SALESHIST          PIC X(50)
               VALUE "C:\COBOL\SALEHIST.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-PROMORPT           PIC X(50)
               VALUE "C:\COBOL\PROMORPT.RPT".
       77  WS-PROMOHST-STATUS      PIC XX      VALUE SPACES.
       77  WS-SALESHIST-STATUS     PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-LOAD-EOF             PIC X       VALUE "N".
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR         PIC 9(4).
               10  WS-MONTH        PIC 9(2).
               10  WS-DAY          PIC 9(2).
           05  FILLER              PIC X(13).
       01  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       77  WS-CODE-IN              PIC X(6)    VALUE SPACES.
       77  WS-DAYNO                PIC 9(7)    VALUE ZEROS.
       77  WS-LAST-DATE            PIC 9(8)    VALUE ZEROS.
      * One row per promotion with its selling days, the regular-
      * rate window just before them, and both sets of totals.
       77  WS-PRO-COUNT            PIC S9(3)   COMP VALUE ZERO.
       77  WS-PRO-IDX              PIC S9(3)   COMP VALUE ZERO.
       01  WS-PRO-TABLE.
           05  WS-PRO-ENTRY OCCURS 200 TIMES
                   INDEXED BY PRO-IX.
               10  WS-PRO-CODE     PIC X(6).
               10  WS-PRO-STORE    PIC X(2).
               10  WS-PRO-START    PIC 9(8).
               10  WS-PRO-END      PIC 9(8).
               10  WS-PRO-THRU     PIC 9(8).
               10  WS-PRO-DAYS     PIC 9(5).
               10  WS-PRO-BASE-FROM PIC 9(8).
               10  WS-PRO-BASE-THRU PIC 9(8).
               10  WS-PRO-ITEMS    PIC 9(5).
               10  WS-PRO-UNITS    PIC S9(7).
               10  WS-PRO-REVENUE  PIC S9(9)V99.
               10  WS-PRO-COST     PIC S9(9)V99.
               10  WS-BAS-UNITS    PIC S9(7).
               10  WS-BAS-REVENUE  PIC S9(9)V99.
               10  WS-BAS-COST     PIC S9(9)V99.
      * The items each promotion covered
       77  WS-PIT-COUNT            PIC S9(4)   COMP VALUE ZERO.
       77  WS-PIT-IDX              PIC S9(4)   COMP VALUE ZERO.
       77  WS-PIT-HIT              PIC X       VALUE "N".
       01  WS-PIT-TABLE.
           05  WS-PIT-ENTRY OCCURS 5000 TIMES.
               10  WS-PIT-PRO      PIC S9(3)   COMP.
               10  WS-PIT-ITEM     PIC X(5).
               10  WS-PIT-STORE    PIC X(2).
       77  WS-TABLE-FULL           PIC X       VALUE "N".
       77  WS-UNITS                PIC S9(7)   VALUE ZEROS.
       77  WS-REVENUE              PIC S9(9)V99 VALUE ZEROS.
       77  WS-MARGIN               PIC S9(9)V99 VALUE ZEROS.
       77  WS-MARGIN-PCT           PIC S9(3)V9 VALUE ZEROS.
       77  WS-PRO-MARGIN           PIC S9(9)V99 VALUE ZEROS.
       77  WS-BAS-MARGIN           PIC S9(9)V99 VALUE ZEROS.
       77  WS-LIFT-PCT             PIC S9(5)V9 VALUE ZEROS.
       01  RPT-TITLE.
           05  FILLER              PIC X(36)
               VALUE "---- PROMOTION RESULTS AS OF ".
           05  RPT-T-DATE          PIC 9(8).
           05  FILLER              PIC X(5)    VALUE " ----".
       01  RPT-PROMO-LINE.
           05  FILLER              PIC X(10)   VALUE "PROMOTION ".
           05  RPT-P-CODE          PIC X(6).
           05  FILLER              PIC X(8)    VALUE "  STORE ".
           05  RPT-P-STORE         PIC X(3).
           05  FILLER              PIC X(7)    VALUE "  FROM ".
           05  RPT-P-START         PIC 9(8).
           05  FILLER              PIC X(6)    VALUE " THRU ".
           05  RPT-P-THRU          PIC 9(8).
           05  FILLER              PIC X(7)    VALUE "  DAYS ".
           05  RPT-P-DAYS          PIC ZZ,ZZ9.
       01  RPT-ITEMS-LINE.
           05  FILLER              PIC X(17)
               VALUE "  ITEMS COVERED: ".
           05  RPT-P-ITEMS         PIC ZZ,ZZ9.
           05  FILLER              PIC X(25)
               VALUE "   REGULAR RATE FROM ".
           05  RPT-P-BASE-FROM     PIC 9(8).
           05  FILLER              PIC X(6)    VALUE " THRU ".
           05  RPT-P-BASE-THRU     PIC 9(8).
       01  RPT-HDG-1.
           05  FILLER              PIC X(40)
               VALUE "                      UNITS         REVE".
           05  FILLER              PIC X(30)
               VALUE "NUE         MARGIN MARGIN %".
       01  RPT-FIG-LINE.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-F-LABEL         PIC X(18).
           05  RPT-F-UNITS         PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-F-REVENUE       PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-F-MARGIN        PIC ZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RPT-F-MARGIN-PCT    PIC ZZ9.9-.
       01  RPT-LIFT-LINE.
           05  FILLER              PIC X(20)
               VALUE "  UNIT LIFT:".
           05  RPT-L-PCT           PIC ZZ,ZZ9.9-.
           05  FILLER              PIC X(2)    VALUE " %".
           05  RPT-L-NOTE          PIC X(30).
       01  NO-PROMO-LINE           PIC X(40)   VALUE
           "NO PROMOTIONS ON FILE".
       01  FULL-LINE               PIC X(51)   VALUE
           "*** PROMOTION TABLE FULL - REPORT IS INCOMPLETE ***".

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           DISPLAY "PROMOTION CODE (BLANK FOR ALL): "
               WITH NO ADVANCING.
           ACCEPT WS-CODE-IN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-RUN-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-RUN-DATE
               END-READ.
           CLOSE PROCDATE-FILE.
           OPEN OUTPUT PROMO-RPT.
           MOVE WS-RUN-DATE TO RPT-T-DATE.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           PERFORM 100-LOAD-PROMOS THRU 100-EXIT.
           IF WS-PRO-COUNT = 0
               MOVE NO-PROMO-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
               CLOSE PROMO-RPT
               STOP RUN.
           PERFORM 150-SET-WINDOWS THRU 150-EXIT
               VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > WS-PRO-COUNT.
           PERFORM 200-COUNT-SALES THRU 200-EXIT.
           PERFORM 400-PRINT-PROMO THRU 400-EXIT
               VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > WS-PRO-COUNT.
           IF WS-TABLE-FULL = "Y"
               MOVE FULL-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE PROMO-RPT.
           STOP RUN.
      * Loads the promotions and the items each one covered
       100-LOAD-PROMOS.
           OPEN INPUT PROMOHST-FILE.
           IF WS-PROMOHST-STATUS NOT = "00"
               MOVE "Y" TO WS-LOAD-EOF.
           PERFORM 110-PROMO-ONE THRU 110-EXIT
               UNTIL WS-LOAD-EOF = "Y".
           CLOSE PROMOHST-FILE.
       100-EXIT.
           EXIT.
       110-PROMO-ONE.
           READ PROMOHST-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF
                   GO TO 110-EXIT
           END-READ.
           IF WS-CODE-IN NOT = SPACES AND PH-CODE NOT = WS-CODE-IN
               GO TO 110-EXIT.
           SET PRO-IX TO 1.
           SEARCH WS-PRO-ENTRY
               AT END
                   IF WS-PRO-COUNT < 200
                       ADD 1 TO WS-PRO-COUNT
                       SET PRO-IX TO WS-PRO-COUNT
                       MOVE PH-CODE TO WS-PRO-CODE (PRO-IX)
                       MOVE PH-STORE TO WS-PRO-STORE (PRO-IX)
                       MOVE PH-START-DATE TO WS-PRO-START (PRO-IX)
                       MOVE PH-END-DATE TO WS-PRO-END (PRO-IX)
                       MOVE ZEROS TO WS-PRO-ITEMS (PRO-IX)
                       MOVE ZEROS TO WS-PRO-UNITS (PRO-IX)
                       MOVE ZEROS TO WS-PRO-REVENUE (PRO-IX)
                       MOVE ZEROS TO WS-PRO-COST (PRO-IX)
                       MOVE ZEROS TO WS-BAS-UNITS (PRO-IX)
                       MOVE ZEROS TO WS-BAS-REVENUE (PRO-IX)
                       MOVE ZEROS TO WS-BAS-COST (PRO-IX)
                   ELSE
                       MOVE "Y" TO WS-TABLE-FULL
                       GO TO 110-EXIT
                   END-IF
               WHEN WS-PRO-CODE (PRO-IX) = PH-CODE
                   CONTINUE
           END-SEARCH.
           SET WS-PRO-IDX TO PRO-IX.
           IF PH-STORE NOT = WS-PRO-STORE (WS-PRO-IDX)
               MOVE "**" TO WS-PRO-STORE (WS-PRO-IDX).
           MOVE "N" TO WS-PIT-HIT.
           PERFORM 120-FIND-ITEM THRU 120-EXIT
               VARYING WS-PIT-IDX FROM 1 BY 1
               UNTIL WS-PIT-IDX > WS-PIT-COUNT.
           IF WS-PIT-HIT = "Y"
               GO TO 110-EXIT.
           IF WS-PIT-COUNT NOT < 5000
               MOVE "Y" TO WS-TABLE-FULL
               GO TO 110-EXIT.
           ADD 1 TO WS-PIT-COUNT.
           MOVE WS-PRO-IDX TO WS-PIT-PRO (WS-PIT-COUNT).
           MOVE PH-ITEM-NO TO WS-PIT-ITEM (WS-PIT-COUNT).
           MOVE PH-STORE TO WS-PIT-STORE (WS-PIT-COUNT).
           ADD 1 TO WS-PRO-ITEMS (WS-PRO-IDX).
       110-EXIT.
           EXIT.
       120-FIND-ITEM.
           IF WS-PIT-PRO (WS-PIT-IDX) = WS-PRO-IDX
               AND WS-PIT-ITEM (WS-PIT-IDX) = PH-ITEM-NO
               AND WS-PIT-STORE (WS-PIT-IDX) = PH-STORE
               MOVE "Y" TO WS-PIT-HIT.
       120-EXIT.
           EXIT.
      * Counts a promotion through its end date or the processing
      * date, whichever comes first, and sets the regular-rate
      * window to the same number of days just before it.
       150-SET-WINDOWS.
           MOVE WS-PRO-END (WS-PRO-IDX) TO WS-LAST-DATE.
           IF WS-LAST-DATE > WS-RUN-DATE
               MOVE WS-RUN-DATE TO WS-LAST-DATE.
           MOVE WS-LAST-DATE TO WS-PRO-THRU (WS-PRO-IDX).
           IF WS-LAST-DATE < WS-PRO-START (WS-PRO-IDX)
               MOVE ZEROS TO WS-PRO-DAYS (WS-PRO-IDX)
               MOVE ZEROS TO WS-PRO-BASE-FROM (WS-PRO-IDX)
               MOVE ZEROS TO WS-PRO-BASE-THRU (WS-PRO-IDX)
               GO TO 150-EXIT.
           COMPUTE WS-PRO-DAYS (WS-PRO-IDX) =
               FUNCTION INTEGER-OF-DATE (WS-LAST-DATE)
               - FUNCTION INTEGER-OF-DATE (WS-PRO-START (WS-PRO-IDX))
               + 1.
           COMPUTE WS-DAYNO =
               FUNCTION INTEGER-OF-DATE (WS-PRO-START (WS-PRO-IDX)).
           COMPUTE WS-PRO-BASE-THRU (WS-PRO-IDX) =
               FUNCTION DATE-OF-INTEGER (WS-DAYNO - 1).
           COMPUTE WS-PRO-BASE-FROM (WS-PRO-IDX) =
               FUNCTION DATE-OF-INTEGER
                   (WS-DAYNO - WS-PRO-DAYS (WS-PRO-IDX)).
       150-EXIT.
           EXIT.
      * Reads the sales history once: tagged sales count to their
      * promotion, untagged sales of a covered item inside a
      * promotion's regular-rate window count to its run rate.
       200-COUNT-SALES.
           OPEN INPUT SALESHIST-FILE.
           IF WS-SALESHIST-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 210-SALE-ONE THRU 210-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE SALESHIST-FILE.
       200-EXIT.
           EXIT.
       210-SALE-ONE.
           READ SALESHIST-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 210-EXIT
           END-READ.
           IF SH-PROMO-CODE = SPACES OR SH-PROMO-CODE = LOW-VALUES
               PERFORM 230-BASE-ONE THRU 230-EXIT
                   VARYING WS-PIT-IDX FROM 1 BY 1
                   UNTIL WS-PIT-IDX > WS-PIT-COUNT
               GO TO 210-EXIT.
           SET PRO-IX TO 1.
           SEARCH WS-PRO-ENTRY
               AT END
                   CONTINUE
               WHEN WS-PRO-CODE (PRO-IX) = SH-PROMO-CODE
                   ADD SH-QTY TO WS-PRO-UNITS (PRO-IX)
                   COMPUTE WS-PRO-REVENUE (PRO-IX) =
                       WS-PRO-REVENUE (PRO-IX)
                       + (SH-QTY * SH-UNIT-PRICE)
                   COMPUTE WS-PRO-COST (PRO-IX) =
                       WS-PRO-COST (PRO-IX)
                       + (SH-QTY * SH-UNIT-COST)
           END-SEARCH.
       210-EXIT.
           EXIT.
       230-BASE-ONE.
           IF WS-PIT-ITEM (WS-PIT-IDX) NOT = SH-ITEM-NO
               GO TO 230-EXIT.
           IF WS-PIT-STORE (WS-PIT-IDX) NOT = SPACES
               AND WS-PIT-STORE (WS-PIT-IDX) NOT = SH-LOCATION
               GO TO 230-EXIT.
           MOVE WS-PIT-PRO (WS-PIT-IDX) TO WS-PRO-IDX.
           IF WS-PRO-DAYS (WS-PRO-IDX) = 0
               OR SH-DATE < WS-PRO-BASE-FROM (WS-PRO-IDX)
               OR SH-DATE > WS-PRO-BASE-THRU (WS-PRO-IDX)
               GO TO 230-EXIT.
           ADD SH-QTY TO WS-BAS-UNITS (WS-PRO-IDX).
           COMPUTE WS-BAS-REVENUE (WS-PRO-IDX) =
               WS-BAS-REVENUE (WS-PRO-IDX) + (SH-QTY * SH-UNIT-PRICE).
           COMPUTE WS-BAS-COST (WS-PRO-IDX) =
               WS-BAS-COST (WS-PRO-IDX) + (SH-QTY * SH-UNIT-COST).
       230-EXIT.
           EXIT.
      * Prints one promotion against its regular run rate
       400-PRINT-PROMO.
           MOVE WS-PRO-CODE (WS-PRO-IDX) TO RPT-P-CODE.
           MOVE WS-PRO-STORE (WS-PRO-IDX) TO RPT-P-STORE.
           IF WS-PRO-STORE (WS-PRO-IDX) = SPACES
               MOVE "ALL" TO RPT-P-STORE.
           IF WS-PRO-STORE (WS-PRO-IDX) = "**"
               MOVE "VAR" TO RPT-P-STORE.
           MOVE WS-PRO-START (WS-PRO-IDX) TO RPT-P-START.
           MOVE WS-PRO-THRU (WS-PRO-IDX) TO RPT-P-THRU.
           MOVE WS-PRO-DAYS (WS-PRO-IDX) TO RPT-P-DAYS.
           MOVE RPT-PROMO-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           MOVE WS-PRO-ITEMS (WS-PRO-IDX) TO RPT-P-ITEMS.
           MOVE WS-PRO-BASE-FROM (WS-PRO-IDX) TO RPT-P-BASE-FROM.
           MOVE WS-PRO-BASE-THRU (WS-PRO-IDX) TO RPT-P-BASE-THRU.
           MOVE RPT-ITEMS-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           IF WS-PRO-DAYS (WS-PRO-IDX) = 0
               MOVE SPACES TO RPT-LIFT-LINE
               MOVE "  NOT STARTED YET" TO RPT-LIFT-LINE
               MOVE RPT-LIFT-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES
               GO TO 400-EXIT.
           MOVE RPT-HDG-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           COMPUTE WS-PRO-MARGIN = WS-PRO-REVENUE (WS-PRO-IDX)
               - WS-PRO-COST (WS-PRO-IDX).
           COMPUTE WS-BAS-MARGIN = WS-BAS-REVENUE (WS-PRO-IDX)
               - WS-BAS-COST (WS-PRO-IDX).
           MOVE "ON PROMOTION" TO RPT-F-LABEL.
           MOVE WS-PRO-UNITS (WS-PRO-IDX) TO WS-UNITS.
           MOVE WS-PRO-REVENUE (WS-PRO-IDX) TO WS-REVENUE.
           MOVE WS-PRO-MARGIN TO WS-MARGIN.
           PERFORM 450-PRINT-FIGURES THRU 450-EXIT.
           MOVE "REGULAR RUN RATE" TO RPT-F-LABEL.
           MOVE WS-BAS-UNITS (WS-PRO-IDX) TO WS-UNITS.
           MOVE WS-BAS-REVENUE (WS-PRO-IDX) TO WS-REVENUE.
           MOVE WS-BAS-MARGIN TO WS-MARGIN.
           PERFORM 450-PRINT-FIGURES THRU 450-EXIT.
           MOVE "CHANGE" TO RPT-F-LABEL.
           COMPUTE WS-UNITS = WS-PRO-UNITS (WS-PRO-IDX)
               - WS-BAS-UNITS (WS-PRO-IDX).
           COMPUTE WS-REVENUE = WS-PRO-REVENUE (WS-PRO-IDX)
               - WS-BAS-REVENUE (WS-PRO-IDX).
           COMPUTE WS-MARGIN = WS-PRO-MARGIN - WS-BAS-MARGIN.
           PERFORM 450-PRINT-FIGURES THRU 450-EXIT.
           MOVE SPACES TO RPT-L-NOTE.
           MOVE ZEROS TO WS-LIFT-PCT.
           IF WS-BAS-UNITS (WS-PRO-IDX) > 0
               COMPUTE WS-LIFT-PCT ROUNDED =
                   (WS-PRO-UNITS (WS-PRO-IDX)
                    - WS-BAS-UNITS (WS-PRO-IDX)) * 100
                   / WS-BAS-UNITS (WS-PRO-IDX)
                   ON SIZE ERROR MOVE 99999.9 TO WS-LIFT-PCT
               END-COMPUTE
           ELSE
               MOVE "  NO REGULAR SALES TO COMPARE" TO RPT-L-NOTE.
           MOVE WS-LIFT-PCT TO RPT-L-PCT.
           MOVE RPT-LIFT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       400-EXIT.
           EXIT.
      * Prints one line of units, revenue, and margin
       450-PRINT-FIGURES.
           MOVE WS-UNITS TO RPT-F-UNITS.
           MOVE WS-REVENUE TO RPT-F-REVENUE.
           MOVE WS-MARGIN TO RPT-F-MARGIN.
           MOVE ZEROS TO WS-MARGIN-PCT.
           IF WS-REVENUE NOT = 0
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-REVENUE
                   ON SIZE ERROR MOVE ZEROS TO WS-MARGIN-PCT
               END-COMPUTE.
           MOVE WS-MARGIN-PCT TO RPT-F-MARGIN-PCT.
           MOVE RPT-FIG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       450-EXIT.
           EXIT.
       END PROGRAM PROMORPT.

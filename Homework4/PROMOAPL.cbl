      ***********************************************************
      * NIGHTLY PROMOTION PRICE SWITCH
      * KODY BRAND
      * This program puts temporary promotions on and takes them
      * off again without anybody remembering to.  Each PROMO
      * record names a promotion code, the items it covers (an
      * item-number range and/or a book category), the store it
      * runs in (blank for every store), a percent off or a fixed
      * promotion price, and its first and last selling days.
      * Tonight's run sets prices for tomorrow's registers: a
      * promotion whose first day is tomorrow (or earlier, if a
      * night was missed) goes on, and one whose last day was
      * today comes off, so the regular price is back the morning
      * after the end date.  A chain-wide promotion changes
      * IM-UNIT-PRICE itself; a single-store promotion leaves the
      * master alone and rides to that store's registers as a
      * store price on the PRCXTRCT load.  Both moves write the
      * PRICE-AUDIT-FILE trail.  Items on a running promotion sit
      * on the PROMOACT active file with their regular price, so
      * the reversion puts back what was there -- unless somebody
      * repriced the item during the promotion, in which case the
      * new price stands and the register says so.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOAPL.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROMO-FILE ASSIGN TO UT-S-PROMO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMO-STATUS.
           SELECT OPTIONAL PROMOACT-FILE ASSIGN TO UT-S-PROMOACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOACT-STATUS.
           SELECT PROMOACN-FILE ASSIGN TO UT-S-PROMOACN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMOEND-FILE ASSIGN TO UT-S-PROMOEND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMOHST-FILE ASSIGN TO UT-S-PROMOHST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVMAST-FILE ASSIGN TO UT-S-INVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IM-ITEM-NO
               FILE STATUS IS WS-INVMAST-STATUS.
           SELECT PRICE-AUDIT-FILE ASSIGN TO UT-S-PRICEAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT PROMO-RPT ASSIGN TO UT-S-PROMORPT.

       DATA DIVISION.
       FILE SECTION.
      * The promotion file.  PM-TYPE "P" takes PM-AMOUNT percent
      * off the regular price; "F" sells at PM-AMOUNT flat.
       FD  PROMO-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROMO-REC.
           05  PM-CODE             PIC X(6).
           05  PM-FROM-ITEM        PIC X(5).
           05  PM-TO-ITEM          PIC X(5).
           05  PM-CATEGORY         PIC X(3).
           05  PM-STORE            PIC X(2).
           05  PM-TYPE             PIC X.
               88  PM-IS-PERCENT           VALUE "P".
               88  PM-IS-FIXED             VALUE "F".
           05  PM-AMOUNT           PIC 9(3)V99.
           05  PM-START-DATE       PIC 9(8).
           05  PM-END-DATE         PIC 9(8).
      * One record per item (and store) on a running promotion
       FD  PROMOACT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROMOACT-REC.
           05  PA-ITEM-NO          PIC X(5).
           05  PA-STORE            PIC X(2).
           05  PA-CODE             PIC X(6).
           05  PA-REG-PRICE        PIC 9(3)V99.
           05  PA-PROMO-PRICE      PIC 9(3)V99.
           05  PA-START-DATE       PIC 9(8).
           05  PA-END-DATE         PIC 9(8).
           05  PA-APPLIED-DATE     PIC 9(8).
       FD  PROMOACN-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROMOACN-REC            PIC X(47).
      * Single-store promotions that came off tonight, for the
      * register extract to send the store its regular price.
       FD  PROMOEND-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROMOEND-REC.
           05  PE-ITEM-NO          PIC X(5).
           05  PE-STORE            PIC X(2).
           05  PE-PROMO-PRICE      PIC 9(3)V99.
      * Every item a promotion ever put on, for the results report
       FD  PROMOHST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROMOHST-REC            PIC X(47).
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
       FD  PRICE-AUDIT-FILE.
       01  AUDIT-REC               PIC X(80).
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
       77  UT-S-PROMO              PIC X(50)
               VALUE "C:\COBOL\PROMO.DAT".
       77  UT-S-PROMOACT           PIC X(50)
               VALUE "C:\COBOL\PROMOACT.DAT".
       77  UT-S-PROMOACN           PIC X(50)
               VALUE "C:\COBOL\PROMOACN.DAT".
       77  UT-S-PROMOEND           PIC X(50)
               VALUE "C:\COBOL\PROMOEND.DAT".
       77  UT-S-PROMOHST           PIC X(50)
               VALUE "C:\COBOL\PROMOHST.DAT".
       77  UT-S-INVMAST            PIC X(50)
               VALUE "C:\COBOL\INVMASTI.DAT".
       77  UT-S-PRICEAUDIT         PIC X(50)
               VALUE "C:\COBOL\PRICAUDT.LOG".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-PROMORPT           PIC X(50)
               VALUE "C:\COBOL\PROMOAPL.RPT".
       77  WS-PROMO-STATUS         PIC XX      VALUE SPACES.
       77  WS-PROMOACT-STATUS      PIC XX      VALUE SPACES.
       77  WS-INVMAST-STATUS       PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-LOAD-EOF             PIC X       VALUE "N".
       77  WS-SCAN-EOF             PIC X       VALUE "N".
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR         PIC 9(4).
               10  WS-MONTH        PIC 9(2).
               10  WS-DAY          PIC 9(2).
           05  WS-CURRENT-TIME     PIC 9(8).
           05  FILLER              PIC X(5).
       01  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
      * The selling day tonight's prices are for
       77  WS-SELL-DATE            PIC 9(8)    VALUE ZEROS.
       77  WS-FROM-ITEM            PIC X(5)    VALUE LOW-VALUES.
       77  WS-TO-ITEM              PIC X(5)    VALUE HIGH-VALUES.
       77  WS-NEW-PRICE            PIC 9(5)V99 VALUE ZEROS.
       77  WS-OLD-PRICE            PIC 9(3)V99 VALUE ZEROS.
      * The running promotions, carried in from PROMOACT and out
      * to its replacement.  A removed entry is flagged, not
      * squeezed out.
       77  WS-ACT-COUNT            PIC S9(4)   COMP VALUE ZERO.
       77  WS-ACT-IDX              PIC S9(4)   COMP VALUE ZERO.
       77  WS-ACT-HIT              PIC S9(4)   COMP VALUE ZERO.
       01  WS-ACT-TABLE.
           05  WS-ACT-ENTRY OCCURS 3000 TIMES.
               10  WS-ACT-REC      PIC X(47).
               10  WS-ACT-DROP     PIC X.
       01  WS-ACT-WORK.
           05  WS-AW-ITEM-NO       PIC X(5).
           05  WS-AW-STORE         PIC X(2).
           05  WS-AW-CODE          PIC X(6).
           05  WS-AW-REG-PRICE     PIC 9(3)V99.
           05  WS-AW-PROMO-PRICE   PIC 9(3)V99.
           05  WS-AW-START-DATE    PIC 9(8).
           05  WS-AW-END-DATE      PIC 9(8).
           05  WS-AW-APPLIED-DATE  PIC 9(8).
       77  WS-TABLE-FULL           PIC X       VALUE "N".
       77  WS-STARTED              PIC 9(5)    VALUE ZEROS.
       77  WS-ENDED                PIC 9(5)    VALUE ZEROS.
       77  WS-KEPT                 PIC 9(5)    VALUE ZEROS.
       77  WS-CONFLICTS            PIC 9(5)    VALUE ZEROS.
      * Audit line written in the same shape FileManager's
      * interactive price change writes it.
       01  WS-AUDIT-LINE.
           05  WS-AUDIT-ITEM-NO            PIC X(5).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  WS-AUDIT-OLD-PRICE          PIC ZZZ.ZZ.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  WS-AUDIT-NEW-PRICE          PIC ZZZ.ZZ.
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  WS-AUDIT-DATE-TIME          PIC X(14).
           05  FILLER                      PIC X(1)    VALUE SPACES.
           05  WS-AUDIT-OPERATOR           PIC X(3).
       01  RPT-TITLE.
           05  FILLER              PIC X(34)
               VALUE "---- PROMOTION PRICE SWITCH FOR ".
           05  RPT-T-DATE          PIC 9(8).
           05  FILLER              PIC X(5)    VALUE " ----".
       01  RPT-HDG-1.
           05  FILLER              PIC X(40)
               VALUE "CODE    ITEM   STORE OLD PRICE  NEW PRIC".
           05  FILLER              PIC X(16)
               VALUE "E  ACTION".
       01  RPT-DETAIL.
           05  RPT-CODE            PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-ITEM-NO         PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-STORE           PIC X(5).
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  RPT-OLD-PRICE       PIC ZZ9.99.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  RPT-NEW-PRICE       PIC ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-ACTION          PIC X(30).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(9)    VALUE "STARTED: ".
           05  RPT-T-STARTED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(10)   VALUE "  ENDED:  ".
           05  RPT-T-ENDED         PIC ZZ,ZZ9.
           05  FILLER              PIC X(9)    VALUE "  KEPT:  ".
           05  RPT-T-KEPT          PIC ZZ,ZZ9.
           05  FILLER              PIC X(14)   VALUE "  CONFLICTS:  ".
           05  RPT-T-CONFLICTS     PIC ZZ,ZZ9.
       01  FULL-LINE               PIC X(60)   VALUE
           "*** ACTIVE PROMOTION TABLE FULL - SOME ITEMS NOT STARTED".

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-RUN-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-RUN-DATE
               END-READ.
           CLOSE PROCDATE-FILE.
           COMPUTE WS-SELL-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) + 1).
           OPEN I-O INVMAST-FILE.
           OPEN EXTEND PRICE-AUDIT-FILE.
           OPEN EXTEND PROMOHST-FILE.
           OPEN OUTPUT PROMOEND-FILE.
           OPEN OUTPUT PROMO-RPT.
           MOVE WS-RUN-DATE TO RPT-T-DATE.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE RPT-HDG-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 050-LOAD-ACTIVE THRU 050-EXIT.
           PERFORM 200-END-PROMO THRU 200-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT.
           OPEN INPUT PROMO-FILE.
           IF WS-PROMO-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 300-READ-PROMO THRU 300-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE PROMO-FILE.
           OPEN OUTPUT PROMOACN-FILE.
           PERFORM 600-WRITE-ACTIVE THRU 600-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT.
           CLOSE PROMOACN-FILE.
           MOVE WS-STARTED TO RPT-T-STARTED.
           MOVE WS-ENDED TO RPT-T-ENDED.
           MOVE WS-KEPT TO RPT-T-KEPT.
           MOVE WS-CONFLICTS TO RPT-T-CONFLICTS.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF WS-TABLE-FULL = "Y"
               MOVE FULL-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE INVMAST-FILE PRICE-AUDIT-FILE PROMOHST-FILE
                 PROMOEND-FILE PROMO-RPT.
           STOP RUN.
      * Loads the running promotions
       050-LOAD-ACTIVE.
           OPEN INPUT PROMOACT-FILE.
           IF WS-PROMOACT-STATUS NOT = "00"
               MOVE "Y" TO WS-LOAD-EOF.
           PERFORM 060-ACTIVE-ONE THRU 060-EXIT
               UNTIL WS-LOAD-EOF = "Y".
           CLOSE PROMOACT-FILE.
       050-EXIT.
           EXIT.
       060-ACTIVE-ONE.
           READ PROMOACT-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF
                   GO TO 060-EXIT
           END-READ.
           IF WS-ACT-COUNT < 3000
               ADD 1 TO WS-ACT-COUNT
               MOVE PROMOACT-REC TO WS-ACT-REC (WS-ACT-COUNT)
               MOVE "N" TO WS-ACT-DROP (WS-ACT-COUNT).
       060-EXIT.
           EXIT.
      * Takes an item off a promotion whose last day has passed.
      * A chain-wide price goes back on the master if nobody has
      * repriced the item since; a store price goes to the
      * register extract to be sent back to regular.
       200-END-PROMO.
           MOVE WS-ACT-REC (WS-ACT-IDX) TO WS-ACT-WORK.
           IF WS-AW-END-DATE NOT < WS-SELL-DATE
               GO TO 200-EXIT.
           MOVE "Y" TO WS-ACT-DROP (WS-ACT-IDX).
           MOVE WS-AW-CODE TO RPT-CODE.
           MOVE WS-AW-ITEM-NO TO RPT-ITEM-NO.
           MOVE WS-AW-PROMO-PRICE TO RPT-OLD-PRICE.
           MOVE WS-AW-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST-FILE
               INVALID KEY
                   MOVE SPACES TO RPT-STORE
                   MOVE ZEROS TO RPT-NEW-PRICE
                   MOVE "ENDED - ITEM NOT ON MASTER" TO RPT-ACTION
                   PERFORM 500-PRINT-LINE THRU 500-EXIT
                   GO TO 200-EXIT
           END-READ.
           IF WS-AW-STORE NOT = SPACES
               MOVE WS-AW-STORE TO RPT-STORE
               MOVE WS-AW-ITEM-NO TO PE-ITEM-NO
               MOVE WS-AW-STORE TO PE-STORE
               MOVE WS-AW-PROMO-PRICE TO PE-PROMO-PRICE
               WRITE PROMOEND-REC
               MOVE WS-AW-PROMO-PRICE TO WS-OLD-PRICE
               PERFORM 400-WRITE-PRICE-AUDIT THRU 400-EXIT
               ADD 1 TO WS-ENDED
               MOVE IM-UNIT-PRICE TO RPT-NEW-PRICE
               MOVE "ENDED - STORE BACK TO REGULAR" TO RPT-ACTION
               PERFORM 500-PRINT-LINE THRU 500-EXIT
               GO TO 200-EXIT.
           MOVE "ALL" TO RPT-STORE.
           IF IM-UNIT-PRICE NOT = WS-AW-PROMO-PRICE
               ADD 1 TO WS-KEPT
               MOVE IM-UNIT-PRICE TO RPT-NEW-PRICE
               MOVE "ENDED - REPRICED, PRICE KEPT" TO RPT-ACTION
               PERFORM 500-PRINT-LINE THRU 500-EXIT
               GO TO 200-EXIT.
           MOVE IM-UNIT-PRICE TO WS-OLD-PRICE.
           MOVE WS-AW-REG-PRICE TO IM-UNIT-PRICE.
           REWRITE INVMAST-REC.
           PERFORM 400-WRITE-PRICE-AUDIT THRU 400-EXIT.
           ADD 1 TO WS-ENDED.
           MOVE IM-UNIT-PRICE TO RPT-NEW-PRICE.
           MOVE "ENDED - REGULAR PRICE BACK" TO RPT-ACTION.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       200-EXIT.
           EXIT.
      * Reads the next promotion and starts it if tomorrow falls
      * inside its selling days
       300-READ-PROMO.
           READ PROMO-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 300-EXIT
           END-READ.
           IF PM-CODE = SPACES
               OR PM-AMOUNT NOT NUMERIC
               OR PM-START-DATE NOT NUMERIC
               OR PM-END-DATE NOT NUMERIC
               GO TO 300-EXIT.
           IF PM-START-DATE > WS-SELL-DATE
               OR PM-END-DATE < WS-SELL-DATE
               GO TO 300-EXIT.
           IF NOT PM-IS-PERCENT AND NOT PM-IS-FIXED
               GO TO 300-EXIT.
           MOVE LOW-VALUES TO WS-FROM-ITEM.
           MOVE HIGH-VALUES TO WS-TO-ITEM.
           IF PM-FROM-ITEM NOT = SPACES
               MOVE PM-FROM-ITEM TO WS-FROM-ITEM.
           IF PM-TO-ITEM NOT = SPACES
               MOVE PM-TO-ITEM TO WS-TO-ITEM.
           MOVE "N" TO WS-SCAN-EOF.
           MOVE WS-FROM-ITEM TO IM-ITEM-NO.
           START INVMAST-FILE KEY IS NOT LESS THAN IM-ITEM-NO
               INVALID KEY MOVE "Y" TO WS-SCAN-EOF
           END-START.
           PERFORM 320-SCAN-ITEM THRU 320-EXIT
               UNTIL WS-SCAN-EOF = "Y".
       300-EXIT.
           EXIT.
      * Puts one in-range item on the promotion.  An item already
      * running under this code is left alone; one running under
      * another promotion stays on that one.
       320-SCAN-ITEM.
           READ INVMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF
                   GO TO 320-EXIT
           END-READ.
           IF IM-ITEM-NO > WS-TO-ITEM
               MOVE "Y" TO WS-SCAN-EOF
               GO TO 320-EXIT.
           IF PM-CATEGORY NOT = SPACES
               AND BK-CATEGORY NOT = PM-CATEGORY
               GO TO 320-EXIT.
           MOVE ZERO TO WS-ACT-HIT.
           PERFORM 340-FIND-ACTIVE THRU 340-EXIT
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACT-COUNT.
           IF WS-ACT-HIT > 0
               MOVE WS-ACT-REC (WS-ACT-HIT) TO WS-ACT-WORK
               IF WS-AW-CODE = PM-CODE
                   GO TO 320-EXIT
               END-IF
               ADD 1 TO WS-CONFLICTS
               MOVE PM-CODE TO RPT-CODE
               MOVE IM-ITEM-NO TO RPT-ITEM-NO
               PERFORM 360-STORE-COLUMN THRU 360-EXIT
               MOVE IM-UNIT-PRICE TO RPT-OLD-PRICE
               MOVE IM-UNIT-PRICE TO RPT-NEW-PRICE
               MOVE SPACES TO RPT-ACTION
               STRING "NOT STARTED - ON PROMO " DELIMITED BY SIZE
                      WS-AW-CODE DELIMITED BY SIZE
                   INTO RPT-ACTION
               PERFORM 500-PRINT-LINE THRU 500-EXIT
               GO TO 320-EXIT.
           IF WS-ACT-COUNT NOT < 3000
               MOVE "Y" TO WS-TABLE-FULL
               GO TO 320-EXIT.
           IF PM-IS-PERCENT
               COMPUTE WS-NEW-PRICE ROUNDED = IM-UNIT-PRICE
                   * (1 - (PM-AMOUNT / 100))
                   ON SIZE ERROR MOVE 0 TO WS-NEW-PRICE
               END-COMPUTE
           ELSE
               MOVE PM-AMOUNT TO WS-NEW-PRICE.
           IF WS-NEW-PRICE > 999.99
               MOVE 999.99 TO WS-NEW-PRICE.
           MOVE IM-ITEM-NO TO WS-AW-ITEM-NO.
           MOVE PM-STORE TO WS-AW-STORE.
           MOVE PM-CODE TO WS-AW-CODE.
           MOVE IM-UNIT-PRICE TO WS-AW-REG-PRICE.
           MOVE WS-NEW-PRICE TO WS-AW-PROMO-PRICE.
           MOVE PM-START-DATE TO WS-AW-START-DATE.
           MOVE PM-END-DATE TO WS-AW-END-DATE.
           MOVE WS-RUN-DATE TO WS-AW-APPLIED-DATE.
           ADD 1 TO WS-ACT-COUNT.
           MOVE WS-ACT-WORK TO WS-ACT-REC (WS-ACT-COUNT).
           MOVE "N" TO WS-ACT-DROP (WS-ACT-COUNT).
           MOVE WS-ACT-WORK TO PROMOHST-REC.
           WRITE PROMOHST-REC.
           MOVE IM-UNIT-PRICE TO WS-OLD-PRICE.
           MOVE PM-CODE TO RPT-CODE.
           MOVE IM-ITEM-NO TO RPT-ITEM-NO.
           PERFORM 360-STORE-COLUMN THRU 360-EXIT.
           MOVE WS-OLD-PRICE TO RPT-OLD-PRICE.
           MOVE WS-NEW-PRICE TO RPT-NEW-PRICE.
           IF PM-STORE = SPACES
               MOVE WS-NEW-PRICE TO IM-UNIT-PRICE
               REWRITE INVMAST-REC
               MOVE "STARTED" TO RPT-ACTION
               PERFORM 400-WRITE-PRICE-AUDIT THRU 400-EXIT
           ELSE
               MOVE "STARTED - STORE PRICE" TO RPT-ACTION
               MOVE WS-NEW-PRICE TO IM-UNIT-PRICE
               PERFORM 400-WRITE-PRICE-AUDIT THRU 400-EXIT
               MOVE WS-OLD-PRICE TO IM-UNIT-PRICE.
           ADD 1 TO WS-STARTED.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       320-EXIT.
           EXIT.
      * Finds the item among the running promotions.  A chain-wide
      * promotion covers every store, so it clashes with any
      * store's; two store promotions clash only in the same store.
       340-FIND-ACTIVE.
           IF WS-ACT-DROP (WS-ACT-IDX) = "Y"
               GO TO 340-EXIT.
           MOVE WS-ACT-REC (WS-ACT-IDX) TO WS-ACT-WORK.
           IF WS-AW-ITEM-NO NOT = IM-ITEM-NO
               GO TO 340-EXIT.
           IF WS-AW-STORE = SPACES OR PM-STORE = SPACES
               OR WS-AW-STORE = PM-STORE
               MOVE WS-ACT-IDX TO WS-ACT-HIT.
       340-EXIT.
           EXIT.
       360-STORE-COLUMN.
           IF PM-STORE = SPACES
               MOVE "ALL" TO RPT-STORE
           ELSE
               MOVE PM-STORE TO RPT-STORE.
       360-EXIT.
           EXIT.
      * Writes the price-audit record for a promotion price move;
      * WS-OLD-PRICE holds the price before it and IM-UNIT-PRICE
      * the price after.
       400-WRITE-PRICE-AUDIT.
           MOVE IM-ITEM-NO TO WS-AUDIT-ITEM-NO.
           MOVE WS-OLD-PRICE TO WS-AUDIT-OLD-PRICE.
           MOVE IM-UNIT-PRICE TO WS-AUDIT-NEW-PRICE.
           STRING WS-CURRENT-DATE DELIMITED BY SIZE
                  WS-CURRENT-TIME(1:6) DELIMITED BY SIZE
               INTO WS-AUDIT-DATE-TIME.
           MOVE "PRM" TO WS-AUDIT-OPERATOR.
           MOVE WS-AUDIT-LINE TO AUDIT-REC.
           WRITE AUDIT-REC.
       400-EXIT.
           EXIT.
      * Prints one price-switch line
       500-PRINT-LINE.
           MOVE RPT-DETAIL TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       500-EXIT.
           EXIT.
      * Carries a still-running promotion item to the new file
       600-WRITE-ACTIVE.
           IF WS-ACT-DROP (WS-ACT-IDX) = "Y"
               GO TO 600-EXIT.
           MOVE WS-ACT-REC (WS-ACT-IDX) TO PROMOACN-REC.
           WRITE PROMOACN-REC.
       600-EXIT.
           EXIT.
       END PROGRAM PROMOAPL.

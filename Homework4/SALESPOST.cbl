      * 2026-09-03  KB  APPEND THE NIGHT'S TRANSACTION COUNT TO
      *                 RUNCNT.DAT FOR THE BATCH-WINDOW TREND
      *                 REPORT.
      * 2026-10-15  KB  JOURNAL THE MERCHANDISE SIDE TO INVGL TOO:
      *                 SALES TO REVENUE, COST OF BOOKS SOLD OUT OF
      *                 INVENTORY AT SH-UNIT-COST, RETURN REFUNDS,
      *                 RESTOCKED COST, AND DAMAGED-RETURN WRITE-
      *                 OFFS.  A GIFT-CARD REDEEM NOW TAKES THE
      *                 CARD'S SHARE BACK OUT OF CASH (THE SALE IT
      *                 PAID FOR ALREADY POSTS AS REVENUE), AND
      *                 INVGL IS APPENDED SO RECEIVING AND COUNT
      *                 POSTINGS MADE DURING THE DAY SURVIVE.
      * 2026-10-15  KB  COMPUTE SALES TAX ON EACH SALE AND RETURN
      *                 FROM THE STAXRATE TABLE (STORE RATE BY
      *                 EFFECTIVE DATE, EXEMPT BOOK CATEGORIES BY
      *                 STORE OR FOR ALL STORES); A SALE RUNG UNDER
      *                 AN EXEMPTION CERTIFICATE IS NOT TAXED.  THE
      *                 TAX RIDES ON THE SALES HISTORY, IN THE
      *                 DRAWER'S CASH, AND TO SALES TAX PAYABLE ON
      *                 INVGL.
      * 2026-10-15  KB  POST USED-BOOK BUYBACKS ("B"): THE COPIES GO
      *                 ON THE TITLE'S LINKED USED ITEM FROM THE
      *                 BUYTABLE PRICE TABLE (OPENED ON THE MASTER
      *                 THE FIRST TIME) AT A MOVING AVERAGE OF WHAT
      *                 WAS PAID, THE CASH COMES OUT OF THE STORE'S
      *                 DRAWER, EACH BUYBACK LANDS ON THE BUYHIST
      *                 FILE AGAINST THE TABLE OFFER AND THE COPIES
      *                 WANTED, AND THE DAY'S TOTAL JOURNALS FROM
      *                 CASH INTO INVENTORY.
      * 2026-10-15  KB  TAG EACH SALE WITH THE PROMOTION CODE IT WAS
      *                 RUNG UNDER (SH-PROMO-CODE) OFF THE PROMOACT
      *                 ACTIVE FILE, AND A RETURN RUNG BACK AT THE
      *                 PROMOTION PRICE; A SINGLE-STORE PROMOTION'S
      *                 PRICE IS THE EXPECTED PRICE AT THAT STORE ON
      *                 THE MISMATCH REPORT.
      * 2026-10-15  KB  EACH REGISTER LINE NOW CARRIES ITS TENDER
      *                 (CASH, CARD, CHECK, GIFT CARD), REGISTER AND
      *                 CASHIER.  ONLY CASH TENDER ROLLS INTO THE
      *                 DRAWER; THE CLOSE-OF-DAY DRAWER COUNTS
      *                 (DRWCOUNT) ARE RECONCILED ON THE NEW CASHREC
      *                 REPORT, EACH STORE DEPOSITS THE CASH ACTUALLY
      *                 COUNTED, AND THE OVER/SHORT JOURNALS TO ITS
      *                 OWN ACCOUNT (MDSOVSHT) ON INVGL.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESPOST.
       AUTHOR. KODY BRAND.
               ACCESS IS RANDOM
               RECORD KEY IS GC-CARD-NO
               FILE STATUS IS WS-GIFTCARD-STATUS.
           SELECT OPTIONAL INVGL-FILE ASSIGN TO UT-S-INVGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STOREBNK-FILE ASSIGN TO UT-S-STOREBNK
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUNCNT-FILE ASSIGN TO UT-S-RUNCNT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STAXRATE-FILE ASSIGN TO UT-S-STAXRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAXRATE-STATUS.
           SELECT OPTIONAL BUYTABLE-FILE ASSIGN TO UT-S-BUYTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUYTABLE-STATUS.
           SELECT OPTIONAL BUYHIST-FILE ASSIGN TO UT-S-BUYHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COSTHIST-FILE ASSIGN TO UT-S-COSTHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMOACT-FILE ASSIGN TO UT-S-PROMOACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOACT-STATUS.
           SELECT OPTIONAL DRWCOUNT-FILE ASSIGN TO UT-S-DRWCOUNT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DRWCOUNT-STATUS.
           SELECT CASHREC-RPT ASSIGN TO UT-S-CASHREC.

       DATA DIVISION.
       FILE SECTION.
               88  ST-IS-DAMAGED       VALUE "D".
               88  ST-IS-GIFT-ISSUE    VALUE "G".
               88  ST-IS-GIFT-REDEEM   VALUE "V".
               88  ST-IS-BUYBACK       VALUE "B".
           05  ST-CARD-NO          PIC X(10).
           05  ST-EXEMPT-CERT      PIC X(15).
      * How the customer paid; a blank tender (a register not yet
      * sending one) is cash.
           05  ST-TENDER           PIC X.
               88  ST-PAID-CASH        VALUE "C" SPACE.
               88  ST-PAID-CARD        VALUE "K".
               88  ST-PAID-CHECK       VALUE "H".
               88  ST-PAID-GIFT        VALUE "G".
           05  ST-REGISTER         PIC X(2).
           05  ST-CASHIER          PIC X(3).
       01  SALESTXN-BUYBACK REDEFINES SALESTXN-REC.
           05  FILLER              PIC X(26).
           05  ST-BUY-ISBN         PIC X(13).
           05  ST-BUY-GRADE        PIC X.
           05  FILLER              PIC X(17).
       FD  INVMAST-FILE
           RECORD CONTAINS 116 CHARACTERS.
       01  INVMAST-REC.
               10  IM-REORDER-POINT            PIC S9(5).
               10  IM-ON-HAND                  PIC S9(5).
               10  IM-ON-ORDER                 PIC S9(5).
           05  IM-BOOK-DATA.
               10  BK-ISBN                     PIC X(13).
               10  BK-AUTHOR                   PIC X(25).
               10  BK-CATEGORY                 PIC X(3).
           05  IM-VENDOR               PIC X(5).
       FD  LOCINV-FILE
           LABEL RECORDS OMITTED
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
       FD  SALES-EXCP
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  RC-STEP             PIC X(12).
           05  FILLER              PIC X      VALUE SPACE.
           05  RC-COUNT            PIC 9(7).
      * The sales-tax table: an "R" record is a store's rate from
      * its effective date on; a "C" record marks a book category
      * taxable or exempt at one store, or at every store when the
      * location is blank (a store's own record wins).
       FD  STAXRATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  STAXRATE-REC.
           05  TX-REC-TYPE         PIC X.
               88  TX-IS-RATE          VALUE "R".
               88  TX-IS-CATEGORY      VALUE "C".
           05  TX-LOCATION         PIC X(2).
           05  TX-DATA             PIC X(14).
       01  STAXRATE-RATE REDEFINES STAXRATE-REC.
           05  FILLER              PIC X(3).
           05  TX-EFF-DATE         PIC 9(8).
           05  TX-RATE             PIC 9V9(5).
       01  STAXRATE-CATEGORY REDEFINES STAXRATE-REC.
           05  FILLER              PIC X(3).
           05  TX-CATEGORY         PIC X(3).
           05  TX-TAX-FLAG         PIC X.
               88  TX-CAT-EXEMPT       VALUE "E".
           05  FILLER              PIC X(10).
      * The buyback price table: a "C" record pays a percent of the
      * new title's price for a copy in that condition grade; a "T"
      * record links a title to the item its used copies carry,
      * with how many used copies we want on hand and the price a
      * used copy sells for.
       FD  BUYTABLE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BUYTABLE-REC.
           05  BT-REC-TYPE         PIC X.
               88  BT-IS-GRADE         VALUE "C".
               88  BT-IS-TITLE         VALUE "T".
           05  BT-DATA             PIC X(20).
       01  BUYTABLE-GRADE REDEFINES BUYTABLE-REC.
           05  FILLER              PIC X.
           05  BT-GRADE            PIC X.
           05  BT-PCT              PIC 9V999.
           05  FILLER              PIC X(15).
       01  BUYTABLE-TITLE REDEFINES BUYTABLE-REC.
           05  FILLER              PIC X.
           05  BT-NEW-ITEM         PIC X(5).
           05  BT-USED-ITEM        PIC X(5).
           05  BT-WANTED           PIC 9(5).
           05  BT-USED-PRICE       PIC 9(3)V99.
       FD  BUYHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BUYHIST-REC.
           05  BH-DATE             PIC 9(8).
           05  BH-LOCATION         PIC X(2).
           05  BH-NEW-ITEM         PIC X(5).
           05  BH-USED-ITEM        PIC X(5).
           05  BH-ISBN             PIC X(13).
           05  BH-GRADE            PIC X.
           05  BH-QTY              PIC 9(5).
           05  BH-PAID             PIC 9(3)V99.
           05  BH-OFFER            PIC 9(3)V99.
           05  BH-FLAG             PIC X.
               88  BH-ON-TABLE         VALUE SPACE.
               88  BH-OVER-WANT        VALUE "W".
               88  BH-OVER-OFFER       VALUE "P".
               88  BH-OVER-BOTH        VALUE "B".
       FD  COSTHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  COSTHIST-REC.
           05  CH-ITEM-NO          PIC X(5).
           05  CH-DATE             PIC 9(8).
           05  CH-PO-NO            PIC X(6).
           05  CH-QTY              PIC 9(5).
           05  CH-PRIOR-ON-HAND    PIC S9(5).
           05  CH-RCPT-COST        PIC 9(3)V99.
           05  CH-OLD-COST         PIC 9(3)V99.
           05  CH-NEW-COST         PIC 9(3)V99.

      * Items on a running promotion, by store (blank for every
      * store), with the promotion's selling days.
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
      * Close-of-day drawer counts keyed at each register: the
      * cash in the drawer and the opening float it started with.
       FD  DRWCOUNT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  DRWCOUNT-REC.
           05  DC-STORE            PIC X(2).
           05  DC-REGISTER         PIC X(2).
           05  DC-CASHIER          PIC X(3).
           05  DC-FLOAT            PIC 9(5)V99.
           05  DC-COUNTED          PIC 9(7)V99.
       FD  CASHREC-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  CASHREC-OUT             PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-SALESTXN           PIC X(50)
       77  WS-GIFT-AMOUNT          PIC 9(7)V99 VALUE ZEROS.
       77  WS-GIFT-ISSUED          PIC 9(9)V99 VALUE ZEROS.
       77  WS-GIFT-REDEEMED        PIC 9(9)V99 VALUE ZEROS.
       77  WS-GL-SALES             PIC 9(9)V99 VALUE ZEROS.
       77  WS-GL-COGS              PIC 9(9)V99 VALUE ZEROS.
       77  WS-GL-REFUNDS           PIC 9(9)V99 VALUE ZEROS.
       77  WS-GL-RESTOCK           PIC 9(9)V99 VALUE ZEROS.
       77  UT-S-STOREBNK           PIC X(50)
               VALUE "C:\COBOL\STOREBNK.DAT".
       77  UT-S-STORDEP            PIC X(50)
       77  WS-STOREBNK-STATUS      PIC XX      VALUE SPACES.
       77  UT-S-RUNCNT             PIC X(50)
               VALUE "C:\COBOL\RUNCNT.DAT".
       77  UT-S-STAXRATE           PIC X(50)
               VALUE "C:\COBOL\STAXRATE.DAT".
       77  WS-STAXRATE-STATUS      PIC XX      VALUE SPACES.
       77  WS-TAX-EOF              PIC X       VALUE "N".
       77  WS-TRATE-COUNT          PIC S9(3)   COMP VALUE ZERO.
       77  WS-TRATE-IDX            PIC S9(3)   COMP VALUE ZERO.
       77  WS-TCAT-COUNT           PIC S9(3)   COMP VALUE ZERO.
       77  WS-TCAT-IDX             PIC S9(3)   COMP VALUE ZERO.
       01  WS-TRATE-TABLE.
           05  WS-TRATE-ENTRY OCCURS 100 TIMES.
               10  WS-TRATE-LOC    PIC X(2).
               10  WS-TRATE-EFF    PIC 9(8).
               10  WS-TRATE-RATE   PIC 9V9(5).
       01  WS-TCAT-TABLE.
           05  WS-TCAT-ENTRY OCCURS 100 TIMES.
               10  WS-TCAT-LOC     PIC X(2).
               10  WS-TCAT-CODE    PIC X(3).
               10  WS-TCAT-FLAG    PIC X.
       77  WS-TAX-AMT              PIC 9(5)V99 VALUE ZEROS.
       77  WS-TAX-STATUS           PIC X       VALUE "T".
       77  WS-TAX-RATE             PIC 9V9(5)  VALUE ZEROS.
       77  WS-TAX-EFF              PIC 9(8)    VALUE ZEROS.
       77  WS-RATE-FOUND           PIC X       VALUE "N".
       77  WS-CAT-FLAG             PIC X       VALUE "T".
       77  WS-CAT-STORE-HIT        PIC X       VALUE "N".
       77  WS-NO-RATE-COUNT        PIC 9(5)    VALUE ZEROS.
       77  WS-GL-TAX               PIC 9(9)V99 VALUE ZEROS.
       77  WS-GL-TAX-REFUND        PIC 9(9)V99 VALUE ZEROS.
       77  UT-S-BUYTABLE           PIC X(50)
               VALUE "C:\COBOL\BUYTABLE.DAT".
       77  UT-S-BUYHIST            PIC X(50)
               VALUE "C:\COBOL\BUYHIST.DAT".
       77  UT-S-COSTHIST           PIC X(50)
               VALUE "C:\COBOL\COSTHIST.DAT".
       77  UT-S-PROMOACT           PIC X(50)
               VALUE "C:\COBOL\PROMOACT.DAT".
       77  WS-PROMOACT-STATUS      PIC XX      VALUE SPACES.
       77  UT-S-DRWCOUNT           PIC X(50)
               VALUE "C:\COBOL\DRWCOUNT.DAT".
       77  UT-S-CASHREC            PIC X(50)
               VALUE "C:\COBOL\CASHREC.RPT".
       77  WS-DRWCOUNT-STATUS      PIC XX      VALUE SPACES.
       77  WS-DRW-EOF              PIC X       VALUE "N".
       77  WS-DRW-COUNT            PIC S9(3)   COMP VALUE ZERO.
       77  WS-DRW-IDX              PIC S9(3)   COMP VALUE ZERO.
       77  WS-DRW-FOUND            PIC S9(3)   COMP VALUE ZERO.
      * Each drawer's take by tender; only the cash is in the
      * drawer at close.
       01  WS-DRW-TABLE.
           05  WS-DRW-ENTRY OCCURS 200 TIMES INDEXED BY DRW-IX.
               10  WS-DRW-STORE    PIC X(2).
               10  WS-DRW-REGISTER PIC X(2).
               10  WS-DRW-CASHIER  PIC X(3).
               10  WS-DRW-CASH     PIC S9(9)V99.
               10  WS-DRW-CARD     PIC S9(9)V99.
               10  WS-DRW-CHECK    PIC S9(9)V99.
               10  WS-DRW-GIFT     PIC S9(9)V99.
               10  WS-DRW-COUNTED  PIC S9(9)V99.
               10  WS-DRW-WAS-COUNTED PIC X.
       77  WS-DRW-STORE-KEY        PIC X(2)    VALUE SPACES.
       77  WS-DRW-REG-KEY          PIC X(2)    VALUE SPACES.
       77  WS-DRW-CASHIER-KEY      PIC X(3)    VALUE SPACES.
       77  WS-OVER-SHORT           PIC S9(9)V99 VALUE ZEROS.
       77  WS-GL-CASH-OVER         PIC 9(9)V99 VALUE ZEROS.
       77  WS-GL-CASH-SHORT        PIC 9(9)V99 VALUE ZEROS.
       01  WS-REC-TOTALS.
           05  WS-REC-EXPECTED     PIC S9(9)V99 VALUE ZEROS.
           05  WS-REC-COUNTED      PIC S9(9)V99 VALUE ZEROS.
           05  WS-REC-OVER-SHORT   PIC S9(9)V99 VALUE ZEROS.
           05  WS-REC-CARD         PIC S9(9)V99 VALUE ZEROS.
           05  WS-REC-CHECK        PIC S9(9)V99 VALUE ZEROS.
           05  WS-REC-GIFT         PIC S9(9)V99 VALUE ZEROS.
       01  REC-TITLE.
           05  FILLER              PIC X(46)
               VALUE "---- DAILY CASH RECONCILIATION BY DRAWER ----".
       01  REC-HDG.
           05  FILLER              PIC X(44)
               VALUE "ST  RG  CSH  EXPECT CASH  NET COUNTED   OVER".
           05  FILLER              PIC X(46)
               VALUE "/SHORT         CARD        CHECK    GIFT CARD ".
           05  FILLER              PIC X(5)    VALUE " NOTE".
       01  REC-LINE.
           05  REC-STORE           PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  REC-REGISTER        PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  REC-CASHIER         PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  REC-EXPECTED        PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  REC-COUNTED         PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  REC-OVER-SHORT      PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  REC-CARD            PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  REC-CHECK           PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  REC-GIFT            PIC ZZZ,ZZ9.99-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  REC-NOTE            PIC X(30).
       77  WS-PRM-EOF              PIC X       VALUE "N".
       77  WS-PRM-COUNT            PIC S9(4)   COMP VALUE ZERO.
       77  WS-PRM-IDX              PIC S9(4)   COMP VALUE ZERO.
       01  WS-PRM-TABLE.
           05  WS-PRM-ENTRY OCCURS 3000 TIMES.
               10  WS-PRM-ITEM     PIC X(5).
               10  WS-PRM-STORE    PIC X(2).
               10  WS-PRM-CODE     PIC X(6).
               10  WS-PRM-PRICE    PIC 9(3)V99.
               10  WS-PRM-START    PIC 9(8).
               10  WS-PRM-END      PIC 9(8).
       77  WS-PROMO-CODE           PIC X(6)    VALUE SPACES.
       77  WS-PROMO-PRICE          PIC 9(3)V99 VALUE ZEROS.
       77  WS-EXPECT-PRICE         PIC 9(3)V99 VALUE ZEROS.
       77  WS-BUYTABLE-STATUS      PIC XX      VALUE SPACES.
       77  WS-BUY-EOF              PIC X       VALUE "N".
       77  WS-BGRD-COUNT           PIC S9(3)   COMP VALUE ZERO.
       77  WS-BGRD-IDX             PIC S9(3)   COMP VALUE ZERO.
       77  WS-BTTL-COUNT           PIC S9(4)   COMP VALUE ZERO.
       77  WS-BTTL-IDX             PIC S9(4)   COMP VALUE ZERO.
       01  WS-BGRD-TABLE.
           05  WS-BGRD-ENTRY OCCURS 20 TIMES.
               10  WS-BGRD-GRADE   PIC X.
               10  WS-BGRD-PCT     PIC 9V999.
       01  WS-BTTL-TABLE.
           05  WS-BTTL-ENTRY OCCURS 1000 TIMES.
               10  WS-BTTL-NEW     PIC X(5).
               10  WS-BTTL-USED    PIC X(5).
               10  WS-BTTL-WANTED  PIC 9(5).
               10  WS-BTTL-PRICE   PIC 9(3)V99.
      * A used copy with no resale price on its title record opens
      * at this share of the new price.
       77  USED-PRICE-PCT          PIC 9V999   VALUE 0.750.
       77  WS-BUY-PCT              PIC 9V999   VALUE ZEROS.
       77  WS-BUY-FOUND            PIC X       VALUE "N".
       77  WS-BUY-TITLE            PIC S9(4)   COMP VALUE ZERO.
       77  WS-BUY-OFFER            PIC 9(3)V99 VALUE ZEROS.
       77  WS-BUY-ROOM             PIC S9(5)   VALUE ZEROS.
       77  WS-BUY-PRIOR            PIC S9(5)   VALUE ZEROS.
       77  WS-BUY-QTY              PIC 9(7)    VALUE ZEROS.
       77  WS-GL-BUYBACK           PIC 9(9)V99 VALUE ZEROS.
       01  WS-NEW-TITLE-REC        PIC X(116).
       01  BUY-LINE.
           05  FILLER              PIC X(20)
               VALUE "USED BOOKS BOUGHT:  ".
           05  BUY-QTY             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(13)  VALUE "  CASH PAID: ".
           05  BUY-PAID            PIC $$,$$$,$$9.99.
       01  TAX-LINE.
           05  FILLER              PIC X(21)
               VALUE "SALES TAX COLLECTED: ".
           05  TAX-COLLECTED       PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(12)  VALUE "  REFUNDED: ".
           05  TAX-REFUNDED        PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(10)  VALUE "  NO RATE:".
           05  TAX-NO-RATE         PIC ZZ,ZZ9.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR         PIC 9(4).
           OPEN OUTPUT SALES-RPT.
           OPEN OUTPUT PRCMISM-RPT.
           OPEN I-O GIFTCARD-FILE.
           OPEN EXTEND INVGL-FILE.
           OPEN INPUT SALESCTL-FILE.
           IF WS-SALESCTL-STATUS = "00"
               READ SALESCTL-FILE
                       MOVE CTL-EXPECTED-COUNT TO WS-CTL-EXPECTED
               END-READ.
           CLOSE SALESCTL-FILE.
           PERFORM 050-LOAD-TAX THRU 050-EXIT.
           PERFORM 070-LOAD-BUYBACK THRU 070-EXIT.
           PERFORM 090-LOAD-PROMO THRU 090-EXIT.
           OPEN EXTEND BUYHIST-FILE.
           OPEN EXTEND COSTHIST-FILE.
           PERFORM 100-READ-SALE THRU 100-EXIT.
      * Loads the sales-tax rate and category table
       050-LOAD-TAX.
           OPEN INPUT STAXRATE-FILE.
           IF WS-STAXRATE-STATUS NOT = "00"
               MOVE "Y" TO WS-TAX-EOF.
           PERFORM 060-TAX-ONE THRU 060-EXIT
               UNTIL WS-TAX-EOF = "Y".
           CLOSE STAXRATE-FILE.
       050-EXIT.
           EXIT.
       060-TAX-ONE.
           READ STAXRATE-FILE
               AT END
                   MOVE "Y" TO WS-TAX-EOF
                   GO TO 060-EXIT
           END-READ.
           IF TX-IS-RATE AND WS-TRATE-COUNT < 100
               ADD 1 TO WS-TRATE-COUNT
               MOVE TX-LOCATION TO WS-TRATE-LOC (WS-TRATE-COUNT)
               MOVE TX-EFF-DATE TO WS-TRATE-EFF (WS-TRATE-COUNT)
               MOVE TX-RATE TO WS-TRATE-RATE (WS-TRATE-COUNT).
           IF TX-IS-CATEGORY AND WS-TCAT-COUNT < 100
               ADD 1 TO WS-TCAT-COUNT
               MOVE TX-LOCATION TO WS-TCAT-LOC (WS-TCAT-COUNT)
               MOVE TX-CATEGORY TO WS-TCAT-CODE (WS-TCAT-COUNT)
               MOVE TX-TAX-FLAG TO WS-TCAT-FLAG (WS-TCAT-COUNT).
       060-EXIT.
           EXIT.
      * Loads the buyback grade and title table
       070-LOAD-BUYBACK.
           OPEN INPUT BUYTABLE-FILE.
           IF WS-BUYTABLE-STATUS NOT = "00"
               MOVE "Y" TO WS-BUY-EOF.
           PERFORM 080-BUYBACK-ONE THRU 080-EXIT
               UNTIL WS-BUY-EOF = "Y".
           CLOSE BUYTABLE-FILE.
       070-EXIT.
           EXIT.
       080-BUYBACK-ONE.
           READ BUYTABLE-FILE
               AT END
                   MOVE "Y" TO WS-BUY-EOF
                   GO TO 080-EXIT
           END-READ.
           IF BT-IS-GRADE AND WS-BGRD-COUNT < 20
               ADD 1 TO WS-BGRD-COUNT
               MOVE BT-GRADE TO WS-BGRD-GRADE (WS-BGRD-COUNT)
               MOVE BT-PCT TO WS-BGRD-PCT (WS-BGRD-COUNT).
           IF BT-IS-TITLE AND WS-BTTL-COUNT < 1000
               ADD 1 TO WS-BTTL-COUNT
               MOVE BT-NEW-ITEM TO WS-BTTL-NEW (WS-BTTL-COUNT)
               MOVE BT-USED-ITEM TO WS-BTTL-USED (WS-BTTL-COUNT)
               MOVE BT-WANTED TO WS-BTTL-WANTED (WS-BTTL-COUNT)
               MOVE BT-USED-PRICE TO WS-BTTL-PRICE (WS-BTTL-COUNT).
       080-EXIT.
           EXIT.
      * Loads the items on running promotions
       090-LOAD-PROMO.
           OPEN INPUT PROMOACT-FILE.
           IF WS-PROMOACT-STATUS NOT = "00"
               MOVE "Y" TO WS-PRM-EOF.
           PERFORM 095-PROMO-ONE THRU 095-EXIT
               UNTIL WS-PRM-EOF = "Y".
           CLOSE PROMOACT-FILE.
       090-EXIT.
           EXIT.
       095-PROMO-ONE.
           READ PROMOACT-FILE
               AT END
                   MOVE "Y" TO WS-PRM-EOF
                   GO TO 095-EXIT
           END-READ.
           IF WS-PRM-COUNT < 3000
               ADD 1 TO WS-PRM-COUNT
               MOVE PA-ITEM-NO TO WS-PRM-ITEM (WS-PRM-COUNT)
               MOVE PA-STORE TO WS-PRM-STORE (WS-PRM-COUNT)
               MOVE PA-CODE TO WS-PRM-CODE (WS-PRM-COUNT)
               MOVE PA-PROMO-PRICE TO WS-PRM-PRICE (WS-PRM-COUNT)
               MOVE PA-START-DATE TO WS-PRM-START (WS-PRM-COUNT)
               MOVE PA-END-DATE TO WS-PRM-END (WS-PRM-COUNT).
       095-EXIT.
           EXIT.
      * Reads the next sale and posts it
       100-READ-SALE.
           READ SALESTXN-FILE AT END PERFORM 999-CLOSE-UP.
               MOVE "BAD QUANTITY" TO EXCP-REASON
               PERFORM 300-SALE-EXCEPTION THRU 300-EXIT
               GO TO 200-EXIT.
           IF ST-IS-BUYBACK
               PERFORM 240-POST-BUYBACK THRU 240-EXIT
               GO TO 200-EXIT.
           IF ST-IS-RETURN OR ST-IS-DAMAGED
               PERFORM 250-POST-RETURN THRU 250-EXIT
               GO TO 200-EXIT.
               MOVE "INVALID TRANSACTION TYPE" TO EXCP-REASON
               PERFORM 300-SALE-EXCEPTION THRU 300-EXIT
               GO TO 200-EXIT.
           PERFORM 275-PROMO-TAG THRU 275-EXIT.
           IF ST-PRICE NOT = WS-EXPECT-PRICE
               PERFORM 280-PRICE-MISMATCH THRU 280-EXIT.
           IF ST-QTY > IM-ON-HAND
               MOVE "OVERSELL - EXCEEDS ON HAND" TO EXCP-REASON
           END-IF.
           SUBTRACT ST-QTY FROM IM-ON-HAND.
           REWRITE INVMAST-REC.
           PERFORM 270-SALES-TAX THRU 270-EXIT.
           MOVE ST-ITEM-NO TO SH-ITEM-NO.
           MOVE ST-DATE TO SH-DATE.
           MOVE ST-QTY TO SH-QTY.
           MOVE IM-UNIT-COST TO SH-UNIT-COST.
           MOVE ST-PRICE TO SH-UNIT-PRICE.
           MOVE ST-LOCATION TO SH-LOCATION.
           MOVE WS-TAX-AMT TO SH-TAX.
           MOVE WS-TAX-STATUS TO SH-TAX-STATUS.
           MOVE ST-EXEMPT-CERT TO SH-EXEMPT-CERT.
           MOVE WS-PROMO-CODE TO SH-PROMO-CODE.
           WRITE SALESHIST-REC.
           ADD 1 TO WS-POSTED-COUNT.
           ADD ST-QTY TO WS-UNITS-SOLD.
           COMPUTE WS-CASH-AMT = ST-QTY * ST-PRICE.
           ADD WS-CASH-AMT TO WS-GL-SALES.
           COMPUTE WS-GL-COGS = WS-GL-COGS
               + (ST-QTY * IM-UNIT-COST).
           ADD WS-TAX-AMT TO WS-CASH-AMT.
           ADD WS-TAX-AMT TO WS-GL-TAX.
           PERFORM 290-CASH-ROLL THRU 290-EXIT.
       200-EXIT.
           EXIT.
      * Posts a used-book buyback.  The copies go on the used item
      * the buyback table links the title to -- opened on the
      * master from the new title the first time one comes in --
      * at a moving average of what the counter paid, and the cash
      * comes out of the store's drawer.  What the counter paid
      * always posts (the money is gone and the book is on the
      * shelf); a price above the table's offer for the grade, or
      * copies past the number we want, are flagged on the buyback
      * history for the daily report instead.
       240-POST-BUYBACK.
           IF ST-PRICE NOT NUMERIC
               MOVE "BAD BUYBACK PRICE" TO EXCP-REASON
               PERFORM 300-SALE-EXCEPTION THRU 300-EXIT
               GO TO 240-EXIT.
           IF ST-BUY-ISBN NOT = BK-ISBN
               MOVE "ISBN DOES NOT MATCH ITEM" TO EXCP-REASON
               PERFORM 300-SALE-EXCEPTION THRU 300-EXIT
               GO TO 240-EXIT.
           MOVE "N" TO WS-BUY-FOUND.
           PERFORM 242-GRADE-ONE THRU 242-EXIT
               VARYING WS-BGRD-IDX FROM 1 BY 1
               UNTIL WS-BGRD-IDX > WS-BGRD-COUNT.
           IF WS-BUY-FOUND = "N"
               MOVE "UNKNOWN CONDITION GRADE" TO EXCP-REASON
               PERFORM 300-SALE-EXCEPTION THRU 300-EXIT
               GO TO 240-EXIT.
           MOVE ZERO TO WS-BUY-TITLE.
           PERFORM 244-TITLE-ONE THRU 244-EXIT
               VARYING WS-BTTL-IDX FROM 1 BY 1
               UNTIL WS-BTTL-IDX > WS-BTTL-COUNT.
           IF WS-BUY-TITLE = ZERO
               MOVE "TITLE NOT ON BUYBACK TABLE" TO EXCP-REASON
               PERFORM 300-SALE-EXCEPTION THRU 300-EXIT
               GO TO 240-EXIT.
           COMPUTE WS-BUY-OFFER ROUNDED = IM-UNIT-PRICE * WS-BUY-PCT.
           MOVE INVMAST-REC TO WS-NEW-TITLE-REC.
           MOVE WS-BTTL-USED (WS-BUY-TITLE) TO IM-ITEM-NO.
           READ INVMAST-FILE
               INVALID KEY
                   PERFORM 246-OPEN-USED-ITEM THRU 246-EXIT
           END-READ.
           MOVE ST-LOCATION TO BH-LOCATION.
           MOVE ST-DATE TO BH-DATE.
           MOVE ST-ITEM-NO TO BH-NEW-ITEM.
           MOVE IM-ITEM-NO TO BH-USED-ITEM.
           MOVE ST-BUY-ISBN TO BH-ISBN.
           MOVE ST-BUY-GRADE TO BH-GRADE.
           MOVE ST-QTY TO BH-QTY.
           MOVE ST-PRICE TO BH-PAID.
           MOVE WS-BUY-OFFER TO BH-OFFER.
           MOVE SPACE TO BH-FLAG.
           MOVE IM-ON-HAND TO WS-BUY-PRIOR.
           IF WS-BUY-PRIOR < 0
               MOVE ZEROS TO WS-BUY-PRIOR.
           COMPUTE WS-BUY-ROOM =
               WS-BTTL-WANTED (WS-BUY-TITLE) - WS-BUY-PRIOR.
           IF ST-QTY > WS-BUY-ROOM
               MOVE "W" TO BH-FLAG.
           IF ST-PRICE > WS-BUY-OFFER
               IF BH-OVER-WANT
                   MOVE "B" TO BH-FLAG
               ELSE
                   MOVE "P" TO BH-FLAG.
           MOVE IM-ITEM-NO TO CH-ITEM-NO.
           MOVE ST-DATE TO CH-DATE.
           MOVE "BUYBCK" TO CH-PO-NO.
           MOVE ST-QTY TO CH-QTY.
           MOVE IM-ON-HAND TO CH-PRIOR-ON-HAND.
           MOVE ST-PRICE TO CH-RCPT-COST.
           MOVE IM-UNIT-COST TO CH-OLD-COST.
           COMPUTE IM-UNIT-COST ROUNDED =
               ((WS-BUY-PRIOR * IM-UNIT-COST) + (ST-QTY * ST-PRICE))
               / (WS-BUY-PRIOR + ST-QTY).
           MOVE IM-UNIT-COST TO CH-NEW-COST.
           WRITE COSTHIST-REC.
           ADD ST-QTY TO IM-ON-HAND.
           REWRITE INVMAST-REC.
           IF WS-LOCINV-STATUS = "00" AND ST-LOCATION NOT = SPACES
               MOVE IM-ITEM-NO TO LI-ITEM-NO
               MOVE ST-LOCATION TO LI-LOCATION
               READ LOCINV-FILE
                   INVALID KEY
                       MOVE IM-ITEM-NO TO LI-ITEM-NO
                       MOVE ST-LOCATION TO LI-LOCATION
                       MOVE ST-QTY TO LI-ON-HAND
                       MOVE 0 TO LI-IN-TRANSIT
                       WRITE LOCINV-REC
                   NOT INVALID KEY
                       ADD ST-QTY TO LI-ON-HAND
                       REWRITE LOCINV-REC
               END-READ
           END-IF.
           WRITE BUYHIST-REC.
           ADD 1 TO WS-POSTED-COUNT.
           ADD ST-QTY TO WS-BUY-QTY.
           COMPUTE WS-CASH-AMT = 0 - (ST-QTY * ST-PRICE).
           COMPUTE WS-GL-BUYBACK = WS-GL-BUYBACK
               + (ST-QTY * ST-PRICE).
           PERFORM 290-CASH-ROLL THRU 290-EXIT.
       240-EXIT.
           EXIT.
       242-GRADE-ONE.
           IF WS-BGRD-GRADE (WS-BGRD-IDX) = ST-BUY-GRADE
               MOVE WS-BGRD-PCT (WS-BGRD-IDX) TO WS-BUY-PCT
               MOVE "Y" TO WS-BUY-FOUND.
       242-EXIT.
           EXIT.
       244-TITLE-ONE.
           IF WS-BTTL-NEW (WS-BTTL-IDX) = ST-ITEM-NO
               MOVE WS-BTTL-IDX TO WS-BUY-TITLE.
       244-EXIT.
           EXIT.
      * Opens the used item on the master from its new title: same
      * book data, no vendor (used copies are never reordered), no
      * stock or cost yet, and the title record's resale price or
      * the standard share of the new price.
       246-OPEN-USED-ITEM.
           MOVE WS-NEW-TITLE-REC TO INVMAST-REC.
           MOVE WS-BTTL-USED (WS-BUY-TITLE) TO IM-ITEM-NO.
           MOVE SPACES TO IM-ITEM-DESC.
           STRING "USED " DELIMITED BY SIZE
                  WS-NEW-TITLE-REC (6:35) DELIMITED BY SIZE
               INTO IM-ITEM-DESC.
           MOVE ZEROS TO IM-UNIT-COST.
           IF WS-BTTL-PRICE (WS-BUY-TITLE) > 0
               MOVE WS-BTTL-PRICE (WS-BUY-TITLE) TO IM-UNIT-PRICE
           ELSE
               COMPUTE IM-UNIT-PRICE ROUNDED =
                   IM-UNIT-PRICE * USED-PRICE-PCT.
           MOVE ZEROS TO IM-REORDER-POINT.
           MOVE ZEROS TO IM-ON-HAND.
           MOVE ZEROS TO IM-ON-ORDER.
           MOVE SPACES TO IM-VENDOR.
           WRITE INVMAST-REC.
       246-EXIT.
           EXIT.
      * Posts a customer return: the refund writes to history as a
      * negative-quantity sale so the margin reports net it out,
      * and a clean return goes back on the shelf (and the store's
                   END-READ
               END-IF
               ADD 1 TO WS-RETURNS
               COMPUTE WS-GL-RESTOCK = WS-GL-RESTOCK
                   + (ST-QTY * IM-UNIT-COST)
           ELSE
               ADD 1 TO WS-RETURNS
               ADD ST-QTY TO WS-WRITEOFF-QTY
               COMPUTE WS-WRITEOFF-AMT = WS-WRITEOFF-AMT
                   + (ST-QTY * IM-UNIT-COST).
           PERFORM 270-SALES-TAX THRU 270-EXIT.
           MOVE ST-ITEM-NO TO SH-ITEM-NO.
           MOVE ST-DATE TO SH-DATE.
           COMPUTE SH-QTY = 0 - ST-QTY.
           MOVE IM-UNIT-COST TO SH-UNIT-COST.
           MOVE ST-PRICE TO SH-UNIT-PRICE.
           MOVE ST-LOCATION TO SH-LOCATION.
           COMPUTE SH-TAX = 0 - WS-TAX-AMT.
           MOVE WS-TAX-STATUS TO SH-TAX-STATUS.
           MOVE ST-EXEMPT-CERT TO SH-EXEMPT-CERT.
           PERFORM 275-PROMO-TAG THRU 275-EXIT.
           IF ST-PRICE NOT = WS-PROMO-PRICE
               MOVE SPACES TO WS-PROMO-CODE.
           MOVE WS-PROMO-CODE TO SH-PROMO-CODE.
           WRITE SALESHIST-REC.
           ADD 1 TO WS-POSTED-COUNT.
           COMPUTE WS-CASH-AMT = 0 - (ST-QTY * ST-PRICE)
               - WS-TAX-AMT.
           COMPUTE WS-GL-REFUNDS = WS-GL-REFUNDS
               + (ST-QTY * ST-PRICE).
           ADD WS-TAX-AMT TO WS-GL-TAX-REFUND.
           PERFORM 290-CASH-ROLL THRU 290-EXIT.
       250-EXIT.
           EXIT.
           PERFORM 290-CASH-ROLL THRU 290-EXIT.
       260-EXIT.
           EXIT.
      * Works out the sales tax on the line: nothing on a sale
      * rung under an exemption certificate or on a book category
      * exempt at the store, otherwise the store's rate in effect
      * on the sale date.  A store with no rate on the table posts
      * untaxed and counts on the posting report.
       270-SALES-TAX.
           MOVE ZEROS TO WS-TAX-AMT.
           MOVE "T" TO WS-TAX-STATUS.
           IF ST-EXEMPT-CERT NOT = SPACES
               MOVE "X" TO WS-TAX-STATUS
               GO TO 270-EXIT.
           MOVE "T" TO WS-CAT-FLAG.
           MOVE "N" TO WS-CAT-STORE-HIT.
           PERFORM 272-CATEGORY-ONE THRU 272-EXIT
               VARYING WS-TCAT-IDX FROM 1 BY 1
               UNTIL WS-TCAT-IDX > WS-TCAT-COUNT.
           IF WS-CAT-FLAG = "E"
               MOVE "C" TO WS-TAX-STATUS
               GO TO 270-EXIT.
           MOVE ZEROS TO WS-TAX-RATE.
           MOVE ZEROS TO WS-TAX-EFF.
           MOVE "N" TO WS-RATE-FOUND.
           PERFORM 274-RATE-ONE THRU 274-EXIT
               VARYING WS-TRATE-IDX FROM 1 BY 1
               UNTIL WS-TRATE-IDX > WS-TRATE-COUNT.
           IF WS-RATE-FOUND = "N"
               ADD 1 TO WS-NO-RATE-COUNT
               GO TO 270-EXIT.
           COMPUTE WS-TAX-AMT ROUNDED =
               ST-QTY * ST-PRICE * WS-TAX-RATE.
       270-EXIT.
           EXIT.
       272-CATEGORY-ONE.
           IF WS-TCAT-CODE (WS-TCAT-IDX) NOT = BK-CATEGORY
               GO TO 272-EXIT.
           IF WS-TCAT-LOC (WS-TCAT-IDX) = ST-LOCATION
               MOVE WS-TCAT-FLAG (WS-TCAT-IDX) TO WS-CAT-FLAG
               MOVE "Y" TO WS-CAT-STORE-HIT
               GO TO 272-EXIT.
           IF WS-TCAT-LOC (WS-TCAT-IDX) = SPACES
               AND WS-CAT-STORE-HIT = "N"
               MOVE WS-TCAT-FLAG (WS-TCAT-IDX) TO WS-CAT-FLAG.
       272-EXIT.
           EXIT.
       274-RATE-ONE.
           IF WS-TRATE-LOC (WS-TRATE-IDX) NOT = ST-LOCATION
               OR WS-TRATE-EFF (WS-TRATE-IDX) > ST-DATE
               OR WS-TRATE-EFF (WS-TRATE-IDX) < WS-TAX-EFF
               GO TO 274-EXIT.
           MOVE WS-TRATE-EFF (WS-TRATE-IDX) TO WS-TAX-EFF.
           MOVE WS-TRATE-RATE (WS-TRATE-IDX) TO WS-TAX-RATE.
           MOVE "Y" TO WS-RATE-FOUND.
       274-EXIT.
           EXIT.
      * Rolls the movement's money into its register drawer under
      * the tender it was paid in, and the cash into the store's
      * bucket for tonight's bank deposit feed.  A gift card
      * redemption paid off a line already rung to gift card
      * tender is not money in the drawer at all.  Card and check
      * take never reaches the deposit feed.
       290-CASH-ROLL.
           IF ST-LOCATION = SPACES
               GO TO 290-EXIT.
           IF ST-IS-GIFT-REDEEM AND NOT ST-PAID-CASH
               GO TO 290-EXIT.
           PERFORM 285-DRAWER-ROLL THRU 285-EXIT.
           IF NOT ST-PAID-CASH
               GO TO 290-EXIT.
           SET DEP-IX TO 1.
           SEARCH WS-DEP-ENTRY
               AT END
           ADD WS-CASH-AMT TO WS-DEP-CASH (DEP-IX).
       290-EXIT.
           EXIT.
      * Adds the movement to its drawer's bucket for the tender
       285-DRAWER-ROLL.
           MOVE ST-LOCATION TO WS-DRW-STORE-KEY.
           MOVE ST-REGISTER TO WS-DRW-REG-KEY.
           MOVE ST-CASHIER TO WS-DRW-CASHIER-KEY.
           PERFORM 986-FIND-DRAWER THRU 986-EXIT.
           IF WS-DRW-FOUND = 0
               GO TO 285-EXIT.
           SET DRW-IX TO WS-DRW-FOUND.
           IF ST-PAID-CARD
               ADD WS-CASH-AMT TO WS-DRW-CARD (DRW-IX)
           ELSE
               IF ST-PAID-CHECK
                   ADD WS-CASH-AMT TO WS-DRW-CHECK (DRW-IX)
               ELSE
                   IF ST-PAID-GIFT
                       ADD WS-CASH-AMT TO WS-DRW-GIFT (DRW-IX)
                   ELSE
                       ADD WS-CASH-AMT TO WS-DRW-CASH (DRW-IX).
       285-EXIT.
           EXIT.
      * Notes a register ringing off the master price.  The sale
      * still posts at what the drawer actually took; the listing
      * is the morning's evidence that a register missed a price
           MOVE ST-ITEM-NO TO MSM-ITEM-NO.
           MOVE ST-LOCATION TO MSM-LOCATION.
           MOVE ST-PRICE TO MSM-REG-PRICE.
           MOVE WS-EXPECT-PRICE TO MSM-MAST-PRICE.
           MOVE MISM-LINE TO MISM-OUT.
           WRITE MISM-OUT.
       280-EXIT.
           EXIT.
      * Finds the promotion, if any, the item was on at the selling
      * store on the day of the sale.  A chain-wide promotion's
      * price is already the master price; a store promotion's
      * price is what that store's registers should have rung.
       275-PROMO-TAG.
           MOVE SPACES TO WS-PROMO-CODE.
           MOVE ZEROS TO WS-PROMO-PRICE.
           MOVE IM-UNIT-PRICE TO WS-EXPECT-PRICE.
           PERFORM 276-PROMO-ONE THRU 276-EXIT
               VARYING WS-PRM-IDX FROM 1 BY 1
               UNTIL WS-PRM-IDX > WS-PRM-COUNT.
       275-EXIT.
           EXIT.
       276-PROMO-ONE.
           IF WS-PRM-ITEM (WS-PRM-IDX) NOT = ST-ITEM-NO
               OR ST-DATE < WS-PRM-START (WS-PRM-IDX)
               OR ST-DATE > WS-PRM-END (WS-PRM-IDX)
               GO TO 276-EXIT.
           IF WS-PRM-STORE (WS-PRM-IDX) NOT = SPACES
               AND WS-PRM-STORE (WS-PRM-IDX) NOT = ST-LOCATION
               GO TO 276-EXIT.
           MOVE WS-PRM-CODE (WS-PRM-IDX) TO WS-PROMO-CODE.
           MOVE WS-PRM-PRICE (WS-PRM-IDX) TO WS-PROMO-PRICE.
           IF WS-PRM-STORE (WS-PRM-IDX) NOT = SPACES
               MOVE WS-PRM-PRICE (WS-PRM-IDX) TO WS-EXPECT-PRICE.
       276-EXIT.
           EXIT.
      * Writes one rejected sale to the exception listing
       300-SALE-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE WS-GIFT-REDEEMED TO GFT-REDEEMED.
           MOVE GIFT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE WS-GL-TAX TO TAX-COLLECTED.
           MOVE WS-GL-TAX-REFUND TO TAX-REFUNDED.
           MOVE WS-NO-RATE-COUNT TO TAX-NO-RATE.
           MOVE TAX-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE WS-BUY-QTY TO BUY-QTY.
           MOVE WS-GL-BUYBACK TO BUY-PAID.
           MOVE BUY-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           PERFORM 980-DRAWER-RECON THRU 980-EXIT.
           PERFORM 997-MDSE-JOURNAL THRU 997-EXIT.
           PERFORM 995-GIFT-JOURNAL THRU 995-EXIT.
           PERFORM 990-STORE-DEPOSITS THRU 990-EXIT.
      * The volume line feeds the batch-window trend report.
               WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           CLOSE SALESTXN-FILE INVMAST-FILE LOCINV-FILE
                 SALESHIST-FILE SALES-EXCP SALES-RPT PRCMISM-RPT
                 GIFTCARD-FILE INVGL-FILE BUYHIST-FILE
                 COSTHIST-FILE.
           IF WS-CTL-MISMATCH = "Y"
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      * Reconciles each register drawer's close-of-day count to
      * the cash the day's lines say it took in.  The count less
      * the opening float is the cash the store actually banks, so
      * each drawer's over/short moves the store's deposit to what
      * was counted and goes to its own ledger account.  A drawer
      * with sales but no count deposits what was expected.
       980-DRAWER-RECON.
           OPEN INPUT DRWCOUNT-FILE.
           IF WS-DRWCOUNT-STATUS NOT = "00"
               MOVE "Y" TO WS-DRW-EOF.
           PERFORM 982-COUNT-ONE THRU 982-EXIT
               UNTIL WS-DRW-EOF = "Y".
           CLOSE DRWCOUNT-FILE.
           OPEN OUTPUT CASHREC-RPT.
           MOVE REC-TITLE TO CASHREC-OUT.
           WRITE CASHREC-OUT AFTER ADVANCING PAGE.
           MOVE REC-HDG TO CASHREC-OUT.
           WRITE CASHREC-OUT AFTER ADVANCING 2 LINES.
           PERFORM 984-DRAWER-LINE THRU 984-EXIT
               VARYING WS-DRW-IDX FROM 1 BY 1
               UNTIL WS-DRW-IDX > WS-DRW-COUNT.
           MOVE "**" TO REC-STORE.
           MOVE SPACES TO REC-REGISTER REC-CASHIER.
           MOVE WS-REC-EXPECTED TO REC-EXPECTED.
           MOVE WS-REC-COUNTED TO REC-COUNTED.
           MOVE WS-REC-OVER-SHORT TO REC-OVER-SHORT.
           MOVE WS-REC-CARD TO REC-CARD.
           MOVE WS-REC-CHECK TO REC-CHECK.
           MOVE WS-REC-GIFT TO REC-GIFT.
           MOVE "TOTAL ALL DRAWERS" TO REC-NOTE.
           MOVE REC-LINE TO CASHREC-OUT.
           WRITE CASHREC-OUT AFTER ADVANCING 2 LINES.
           CLOSE CASHREC-RPT.
       980-EXIT.
           EXIT.
      * Matches one drawer count to its drawer; a drawer counted
      * without a line of business still reconciles, all over.
       982-COUNT-ONE.
           READ DRWCOUNT-FILE
               AT END
                   MOVE "Y" TO WS-DRW-EOF
                   GO TO 982-EXIT
           END-READ.
           IF DC-STORE = SPACES
               GO TO 982-EXIT.
           MOVE DC-STORE TO WS-DRW-STORE-KEY.
           MOVE DC-REGISTER TO WS-DRW-REG-KEY.
           MOVE DC-CASHIER TO WS-DRW-CASHIER-KEY.
           PERFORM 986-FIND-DRAWER THRU 986-EXIT.
           IF WS-DRW-FOUND = 0
               GO TO 982-EXIT.
           SET DRW-IX TO WS-DRW-FOUND.
           COMPUTE WS-DRW-COUNTED (DRW-IX) =
               WS-DRW-COUNTED (DRW-IX) + DC-COUNTED - DC-FLOAT.
           MOVE "Y" TO WS-DRW-WAS-COUNTED (DRW-IX).
       982-EXIT.
           EXIT.
      * Prints one drawer's reconciliation and carries its
      * over/short to the store deposit and the ledger totals
       984-DRAWER-LINE.
           SET DRW-IX TO WS-DRW-IDX.
           MOVE WS-DRW-STORE (DRW-IX) TO REC-STORE.
           MOVE WS-DRW-REGISTER (DRW-IX) TO REC-REGISTER.
           MOVE WS-DRW-CASHIER (DRW-IX) TO REC-CASHIER.
           MOVE WS-DRW-CASH (DRW-IX) TO REC-EXPECTED.
           MOVE WS-DRW-CARD (DRW-IX) TO REC-CARD.
           MOVE WS-DRW-CHECK (DRW-IX) TO REC-CHECK.
           MOVE WS-DRW-GIFT (DRW-IX) TO REC-GIFT.
           ADD WS-DRW-CASH (DRW-IX) TO WS-REC-EXPECTED.
           ADD WS-DRW-CARD (DRW-IX) TO WS-REC-CARD.
           ADD WS-DRW-CHECK (DRW-IX) TO WS-REC-CHECK.
           ADD WS-DRW-GIFT (DRW-IX) TO WS-REC-GIFT.
           IF WS-DRW-WAS-COUNTED (DRW-IX) NOT = "Y"
               MOVE ZEROS TO REC-COUNTED REC-OVER-SHORT
               MOVE "NOT COUNTED - EXPECTED BANKED" TO REC-NOTE
               GO TO 984-WRITE.
           COMPUTE WS-OVER-SHORT =
               WS-DRW-COUNTED (DRW-IX) - WS-DRW-CASH (DRW-IX).
           MOVE WS-DRW-COUNTED (DRW-IX) TO REC-COUNTED.
           MOVE WS-OVER-SHORT TO REC-OVER-SHORT.
           ADD WS-DRW-COUNTED (DRW-IX) TO WS-REC-COUNTED.
           ADD WS-OVER-SHORT TO WS-REC-OVER-SHORT.
           IF WS-OVER-SHORT = 0
               MOVE "BALANCED" TO REC-NOTE
           ELSE
               IF WS-OVER-SHORT > 0
                   MOVE "OVER" TO REC-NOTE
                   ADD WS-OVER-SHORT TO WS-GL-CASH-OVER
               ELSE
                   MOVE "SHORT" TO REC-NOTE
                   SUBTRACT WS-OVER-SHORT FROM WS-GL-CASH-SHORT.
           IF WS-DRW-CASH (DRW-IX) = 0 AND WS-DRW-CARD (DRW-IX) = 0
              AND WS-DRW-CHECK (DRW-IX) = 0
              AND WS-DRW-GIFT (DRW-IX) = 0
               MOVE "COUNT WITHOUT SALES" TO REC-NOTE.
           IF WS-OVER-SHORT NOT = 0
               PERFORM 988-DEPOSIT-ADJ THRU 988-EXIT.
       984-WRITE.
           MOVE REC-LINE TO CASHREC-OUT.
           WRITE CASHREC-OUT AFTER ADVANCING 1 LINES.
       984-EXIT.
           EXIT.
      * Finds the drawer's entry, opening one for a drawer not
      * yet seen; a full table leaves the drawer unrolled
       986-FIND-DRAWER.
           MOVE ZERO TO WS-DRW-FOUND.
           SET DRW-IX TO 1.
           SEARCH WS-DRW-ENTRY
               AT END
                   CONTINUE
               WHEN DRW-IX > WS-DRW-COUNT
                   ADD 1 TO WS-DRW-COUNT
                   MOVE WS-DRW-STORE-KEY TO WS-DRW-STORE (DRW-IX)
                   MOVE WS-DRW-REG-KEY TO WS-DRW-REGISTER (DRW-IX)
                   MOVE WS-DRW-CASHIER-KEY TO WS-DRW-CASHIER (DRW-IX)
                   MOVE ZEROS TO WS-DRW-CASH (DRW-IX)
                       WS-DRW-CARD (DRW-IX) WS-DRW-CHECK (DRW-IX)
                       WS-DRW-GIFT (DRW-IX) WS-DRW-COUNTED (DRW-IX)
                   MOVE "N" TO WS-DRW-WAS-COUNTED (DRW-IX)
                   SET WS-DRW-FOUND TO DRW-IX
               WHEN WS-DRW-STORE (DRW-IX) = WS-DRW-STORE-KEY
                AND WS-DRW-REGISTER (DRW-IX) = WS-DRW-REG-KEY
                AND WS-DRW-CASHIER (DRW-IX) = WS-DRW-CASHIER-KEY
                   SET WS-DRW-FOUND TO DRW-IX
           END-SEARCH.
       986-EXIT.
           EXIT.
      * Moves the store's deposit by the drawer's over/short so
      * the bank feed carries the cash actually counted
       988-DEPOSIT-ADJ.
           SET DEP-IX TO 1.
           SEARCH WS-DEP-ENTRY
               AT END
                   IF WS-DEP-COUNT < 25
                       ADD 1 TO WS-DEP-COUNT
                       SET DEP-IX TO WS-DEP-COUNT
                       MOVE WS-DRW-STORE (DRW-IX)
                           TO WS-DEP-STORE (DEP-IX)
                       MOVE ZEROS TO WS-DEP-CASH (DEP-IX)
                   ELSE
                       GO TO 988-EXIT
                   END-IF
               WHEN WS-DEP-STORE (DEP-IX) = WS-DRW-STORE (DRW-IX)
                   CONTINUE
           END-SEARCH.
           ADD WS-OVER-SHORT TO WS-DEP-CASH (DEP-IX).
       988-EXIT.
           EXIT.
      * Writes each store's net cash take as a deposit feed for
      * tonight's bank run, mapped to the store's account through
      * the STOREBNK control file.  Deposits write in slices the
       994-EXIT.
           EXIT.
      * Carries the day's gift-card money to the journal extract:
      * money taken in for cards is a liability, not a sale.  A
      * redemption pays for merchandise the register rang as a
      * sale (already revenue on the merchandise journal), so it
      * relieves the liability against the cash the drawer never
      * took.
       995-GIFT-JOURNAL.
           IF WS-GIFT-ISSUED > 0
               MOVE "GFTCASH " TO IG-ACCOUNT
               MOVE WS-GIFT-REDEEMED TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSCASH " TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-GIFT-REDEEMED TO IG-CREDIT
               WRITE INVGL-REC.
       995-EXIT.
           EXIT.
      * Carries the day's merchandise to the journal extract, each
      * entry two-sided: the till's sales to revenue, the cost of
      * the books sold out of inventory at the cost captured on
      * the sales history, refunds against sales returns, the cost
      * of clean returns back into inventory, and the cost of
      * damaged returns out of cost of sales into the write-off
      * expense (they never went back on the shelf).  Sales tax
      * the drawer took in or paid back is owed to the state, not
      * earned.  Cash paid over the counter for used books goes
      * into inventory at what was paid.  What the drawer counts
      * came up over or short of the cash the lines rang goes
      * between the cash and the over/short account.
       997-MDSE-JOURNAL.
           IF WS-GL-SALES > 0
               MOVE "MDSCASH " TO IG-ACCOUNT
               MOVE "MERCHANDISE SALES" TO IG-DESC
               MOVE WS-GL-SALES TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSSALES" TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-GL-SALES TO IG-CREDIT
               WRITE INVGL-REC.
           IF WS-GL-COGS > 0
               MOVE "MDSCOGS " TO IG-ACCOUNT
               MOVE "COST OF BOOKS SOLD" TO IG-DESC
               MOVE WS-GL-COGS TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSINVEN" TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-GL-COGS TO IG-CREDIT
               WRITE INVGL-REC.
           IF WS-GL-REFUNDS > 0
               MOVE "MDSRETRN" TO IG-ACCOUNT
               MOVE "CUSTOMER RETURN REFUNDS" TO IG-DESC
               MOVE WS-GL-REFUNDS TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSCASH " TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-GL-REFUNDS TO IG-CREDIT
               WRITE INVGL-REC.
           IF WS-GL-RESTOCK > 0
               MOVE "MDSINVEN" TO IG-ACCOUNT
               MOVE "RETURNS RESTOCKED" TO IG-DESC
               MOVE WS-GL-RESTOCK TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSCOGS " TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-GL-RESTOCK TO IG-CREDIT
               WRITE INVGL-REC.
           IF WS-WRITEOFF-AMT > 0
               MOVE "MDSDAMAG" TO IG-ACCOUNT
               MOVE "DAMAGED RETURN WRITE-OFF" TO IG-DESC
               MOVE WS-WRITEOFF-AMT TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSCOGS " TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-WRITEOFF-AMT TO IG-CREDIT
               WRITE INVGL-REC.
           IF WS-GL-TAX > 0
               MOVE "MDSCASH " TO IG-ACCOUNT
               MOVE "SALES TAX COLLECTED" TO IG-DESC
               MOVE WS-GL-TAX TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSTAXPY" TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-GL-TAX TO IG-CREDIT
               WRITE INVGL-REC.
           IF WS-GL-TAX-REFUND > 0
               MOVE "MDSTAXPY" TO IG-ACCOUNT
               MOVE "SALES TAX REFUNDED" TO IG-DESC
               MOVE WS-GL-TAX-REFUND TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSCASH " TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-GL-TAX-REFUND TO IG-CREDIT
               WRITE INVGL-REC.
           IF WS-GL-BUYBACK > 0
               MOVE "MDSINVEN" TO IG-ACCOUNT
               MOVE "USED BOOKS BOUGHT BACK" TO IG-DESC
               MOVE WS-GL-BUYBACK TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSCASH " TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-GL-BUYBACK TO IG-CREDIT
               WRITE INVGL-REC.
           IF WS-GL-CASH-SHORT > 0
               MOVE "MDSOVSHT" TO IG-ACCOUNT
               MOVE "CASH DRAWERS SHORT" TO IG-DESC
               MOVE WS-GL-CASH-SHORT TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSCASH " TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-GL-CASH-SHORT TO IG-CREDIT
               WRITE INVGL-REC.
           IF WS-GL-CASH-OVER > 0
               MOVE "MDSCASH " TO IG-ACCOUNT
               MOVE "CASH DRAWERS OVER" TO IG-DESC
               MOVE WS-GL-CASH-OVER TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSOVSHT" TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-GL-CASH-OVER TO IG-CREDIT
               WRITE INVGL-REC.
       997-EXIT.
           EXIT.
       END PROGRAM SALESPOST.

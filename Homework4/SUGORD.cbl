      * 2026-09-03  KB  SALES HISTORY CARRIES A SIGNED QUANTITY
      *                 (RETURNS POST NEGATIVE) AND THE SELLING
      *                 STORE NOW; DEMAND SUMS NET OF RETURNS.
      * 2026-10-15  KB  SALES HISTORY RECORD CARRIES THE SALES
      *                 TAX, ITS TAXABLE/EXEMPT STATUS, AND THE
      *                 EXEMPTION CERTIFICATE NUMBER NOW.
      * 2026-10-15  KB  SALES HISTORY RECORD CARRIES THE PROMOTION
      *                 CODE THE SALE WAS RUNG UNDER NOW.
      * 2026-10-15  KB  VENDMAST RECORD WIDENED FOR THE VENDOR
      *                 ADDRESS AND PURCHASE-ORDER METHOD.
      * 2026-10-15  KB  SHOW STOCK MOVING BETWEEN THE STORES --
      *                 LOCINV IN-TRANSIT PLUS APPROVED REPLSUG
      *                 REPLENISHMENT MOVES NOT YET SHIPPED -- ON
      *                 THE REGISTER. IT IS ALREADY INSIDE THE
      *                 MASTER ON-HAND THE BUY NETS AGAINST, SO IT
      *                 IS COUNTED ONCE.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUGORD.
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT OPTIONAL LOCINV-FILE ASSIGN TO UT-S-LOCINV
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LI-KEY
               FILE STATUS IS WS-LOCINV-STATUS.
           SELECT OPTIONAL REPLSUG-FILE ASSIGN TO UT-S-REPLSUG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLSUG-STATUS.
           SELECT SORT-WORK ASSIGN TO UT-S-SORTWK.
           SELECT SUGORD-FILE ASSIGN TO UT-S-SUGORD
               ORGANIZATION IS LINE SEQUENTIAL.
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
               88  SP-OPEN             VALUE "O".
       FD  VENDMAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 158 CHARACTERS.
       01  VENDMAST-REC.
           05  VM-CODE         PIC X(5).
           05  VM-NAME         PIC X(25).
           05  VM-TERMS        PIC X(10).
           05  VM-LEAD-DAYS    PIC 9(3).
           05  VM-MIN-ORDER    PIC 9(5)V99.
           05  VM-ADDR-1       PIC X(30).
           05  VM-ADDR-2       PIC X(30).
           05  VM-CITY         PIC X(20).
           05  VM-STATE        PIC X(2).
           05  VM-ZIP          PIC X(10).
           05  VM-PO-METHOD    PIC X.
               88  VM-PO-BY-EDI    VALUE "E".
           05  VM-EDI-ID       PIC X(15).
       FD  LOCINV-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  LOCINV-REC.
           05  LI-KEY.
               10  LI-ITEM-NO      PIC X(5).
               10  LI-LOCATION     PIC X(2).
           05  LI-ON-HAND          PIC S9(5).
           05  LI-IN-TRANSIT       PIC S9(5).
       FD  REPLSUG-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  REPLSUG-REC.
           05  RS-ITEM-NO          PIC X(5).
           05  RS-FROM-LOC         PIC X(2).
           05  RS-TO-LOC           PIC X(2).
           05  RS-QTY              PIC 9(5).
           05  RS-APPROVED         PIC X.
               88  RS-IS-APPROVED          VALUE "Y".
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-VENDOR          PIC X(5).
           05  SRT-ON-HAND         PIC S9(5).
           05  SRT-ON-ORDER        PIC S9(5).
           05  SRT-SUGGESTED       PIC 9(5).
           05  SRT-MOVING          PIC S9(5).
       FD  SUGORD-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       77  WS-LEAD-DAYS            PIC 9(3)    VALUE ZEROS.
       77  WS-SORT-EOF             PIC X       VALUE "N".
       77  WS-CUR-VENDOR           PIC X(5)    VALUE LOW-VALUES.
      * Stock moving between the stores, per item: in transit on
      * LOCINV plus approved replenishment moves not yet shipped.
       77  UT-S-LOCINV             PIC X(50)
               VALUE "C:\COBOL\LOCINV.DAT".
       77  UT-S-REPLSUG            PIC X(50)
               VALUE "C:\COBOL\REPLSUG.DAT".
       77  WS-LOCINV-STATUS        PIC XX      VALUE SPACES.
       77  WS-REPLSUG-STATUS       PIC XX      VALUE SPACES.
       77  WS-MV-EOF               PIC X       VALUE "N".
       77  WS-MV-COUNT             PIC 9(4)    VALUE ZEROS.
       77  WS-MV-FOUND             PIC 9(4)    VALUE ZEROS.
       77  WS-MV-ITEM              PIC X(5)    VALUE SPACES.
       77  WS-MV-QTY               PIC S9(5)   VALUE ZEROS.
       01  WS-MV-TABLE.
           05  WS-MV-ENTRY OCCURS 1000 TIMES INDEXED BY MV-IDX.
               10  WS-MV-ITEM-NO   PIC X(5).
               10  WS-MV-MOVING    PIC S9(5).
       01  RPT-VENDOR-LINE.
           05  FILLER              PIC X(8)    VALUE "VENDOR: ".
           05  RPT-VENDOR-CODE     PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(9)   VALUE "SUGGEST: ".
           05  RPT-SUGGESTED       PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  FILLER              PIC X(6)   VALUE "XFER: ".
           05  RPT-MOVING          PIC ZZ,ZZ9-.
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(23)
               VALUE "SUGGESTED-ORDER LINES: ".
           PERFORM 200-READ-SPECIAL THRU 200-EXIT
               UNTIL WS-SO-EOF = "Y".
           CLOSE SPCLORD-FILE.
           INITIALIZE WS-MV-TABLE.
           OPEN INPUT LOCINV-FILE.
           IF WS-LOCINV-STATUS NOT = "00"
               MOVE "Y" TO WS-MV-EOF.
           PERFORM 220-READ-LOCINV THRU 220-EXIT
               UNTIL WS-MV-EOF = "Y".
           CLOSE LOCINV-FILE.
           MOVE "N" TO WS-MV-EOF.
           OPEN INPUT REPLSUG-FILE.
           IF WS-REPLSUG-STATUS NOT = "00"
               MOVE "Y" TO WS-MV-EOF.
           PERFORM 240-READ-REPLSUG THRU 240-EXIT
               UNTIL WS-MV-EOF = "Y".
           CLOSE REPLSUG-FILE.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           OPEN INPUT VENDMAST-FILE.
               ADD SP-QTY TO WS-SO-OPEN-QTY(WS-SO-FOUND).
       200-EXIT.
           EXIT.
      * Accumulates stock in transit between stores per item.
       220-READ-LOCINV.
           READ LOCINV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-MV-EOF
                   GO TO 220-EXIT
           END-READ.
           IF LI-IN-TRANSIT NOT > 0
               GO TO 220-EXIT.
           MOVE LI-ITEM-NO TO WS-MV-ITEM.
           MOVE LI-IN-TRANSIT TO WS-MV-QTY.
           PERFORM 260-ADD-MOVING THRU 260-EXIT.
       220-EXIT.
           EXIT.
      * Accumulates approved replenishment moves still waiting on
      * a ship transaction.
       240-READ-REPLSUG.
           READ REPLSUG-FILE
               AT END
                   MOVE "Y" TO WS-MV-EOF
                   GO TO 240-EXIT
           END-READ.
           IF NOT RS-IS-APPROVED
               GO TO 240-EXIT.
           MOVE RS-ITEM-NO TO WS-MV-ITEM.
           MOVE RS-QTY TO WS-MV-QTY.
           PERFORM 260-ADD-MOVING THRU 260-EXIT.
       240-EXIT.
           EXIT.
       260-ADD-MOVING.
           MOVE 0 TO WS-MV-FOUND.
           SET MV-IDX TO 1.
           SEARCH WS-MV-ENTRY
               AT END
                   IF WS-MV-COUNT < 1000
                       ADD 1 TO WS-MV-COUNT
                       MOVE WS-MV-ITEM TO WS-MV-ITEM-NO(WS-MV-COUNT)
                       MOVE WS-MV-COUNT TO WS-MV-FOUND
                   END-IF
               WHEN WS-MV-ITEM-NO(MV-IDX) = WS-MV-ITEM
                   SET WS-MV-FOUND TO MV-IDX
           END-SEARCH.
           IF WS-MV-FOUND > 0
               ADD WS-MV-QTY TO WS-MV-MOVING(WS-MV-FOUND).
       260-EXIT.
           EXIT.
      * Drives the suggestion pass over the whole master.
       280-SUGGEST-PASS.
           PERFORM 300-READ-INVMAST THRU 300-EXIT
               COMPUTE WS-DAILY-RATE ROUNDED =
                   WS-DM-U90(WS-FOUND-IDX) / DEMAND-WINDOW-DAYS.
           PERFORM 330-LOOKUP-VENDOR THRU 330-EXIT.
      * Books in transit between the stores, or approved to move,
      * are still inside the master's on-hand -- a transfer never
      * changes the company total -- so they count against the
      * buy here once, through IM-ON-HAND, and show on the
      * register so purchasing sees stock already on its way to
      * the short store.
           PERFORM 360-FIND-MOVING THRU 360-EXIT.
           COMPUTE WS-SUGGESTED ROUNDED =
               (WS-DAILY-RATE * (WS-LEAD-DAYS + SAFETY-DAYS))
               - IM-ON-HAND - IM-ON-ORDER.
           MOVE IM-ON-HAND TO SRT-ON-HAND.
           MOVE IM-ON-ORDER TO SRT-ON-ORDER.
           MOVE WS-SUGGESTED TO SRT-SUGGESTED.
           MOVE WS-MV-QTY TO SRT-MOVING.
           RELEASE SORT-RECORD.
       300-EXIT.
           EXIT.
           MOVE SRT-ON-HAND TO RPT-ON-HAND.
           MOVE SRT-ON-ORDER TO RPT-ON-ORDER.
           MOVE SRT-SUGGESTED TO RPT-SUGGESTED.
           MOVE SRT-MOVING TO RPT-MOVING.
           MOVE RPT-DETAIL TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       420-EXIT.
           EXIT.
      * Finds the item's stock moving between stores.
       360-FIND-MOVING.
           MOVE 0 TO WS-MV-QTY.
           IF WS-MV-COUNT = 0
               GO TO 360-EXIT.
           SET MV-IDX TO 1.
           SEARCH WS-MV-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MV-ITEM-NO(MV-IDX) = IM-ITEM-NO
                   MOVE WS-MV-MOVING(MV-IDX) TO WS-MV-QTY
           END-SEARCH.
       360-EXIT.
           EXIT.
      * Finds the item's open special-order quantity.
       350-FIND-SPECIAL.
           MOVE 0 TO WS-SO-QTY.

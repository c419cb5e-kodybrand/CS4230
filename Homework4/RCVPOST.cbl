      *                 PURCHASE-ORDER MASTER, AND WRITE EVERY
      *                 RECEIPT TO THE RCVHIST HISTORY FILE FOR
      *                 THE INVOICE THREE-WAY MATCH.
      * 2026-10-15  KB  APPEND THE RUN'S RECEIVED COST TO THE INVGL
      *                 JOURNAL EXTRACT: INVENTORY AGAINST RECEIVED-
      *                 NOT-INVOICED.
      * 2026-10-15  KB  KEEP IM-UNIT-COST AS A MOVING WEIGHTED
      *                 AVERAGE: EACH RECEIPT IS COSTED AT ITS PO
      *                 UNIT COST, AVERAGED OVER THE STOCK ON
      *                 HAND, AND LOGGED ON THE NEW COSTHIST COST-
      *                 HISTORY FILE. THE JOURNAL NOW CARRIES
      *                 RECEIPTS AT THAT COST.
      * 2026-10-15  KB  POMAST RECORD WIDENED FOR THE SHIP-TO
      *                 STORE AND THE DATE THE ORDER WAS SENT.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCVPOST.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL INVGL-FILE ASSIGN TO UT-S-INVGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COSTHIST-FILE ASSIGN TO UT-S-COSTHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RCV-RPT ASSIGN TO UT-S-RCVRPT.

       DATA DIVISION.
               88  SP-OPEN                 VALUE "O".
       FD  POMAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 47 CHARACTERS.
       01  POMAST-REC.
           05  PO-NO               PIC X(6).
           05  PO-VENDOR           PIC X(5).
           05  PO-BILLED-QTY       PIC 9(5).
           05  PO-STATUS           PIC X.
               88  PO-OPEN                 VALUE "O".
           05  PO-SHIP-TO          PIC X(2).
           05  PO-SENT-DATE        PIC 9(8).
       FD  RCVHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  INVGL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  INVGL-REC.
           05  IG-ACCOUNT          PIC X(8).
           05  IG-DESC             PIC X(24).
           05  IG-DEBIT            PIC 9(9)V99.
           05  IG-CREDIT           PIC 9(9)V99.
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
       FD  RCV-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       77  WS-POMAST-STATUS        PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       77  UT-S-INVGL              PIC X(50)
               VALUE "C:\COBOL\INVGL.DAT".
       77  WS-RCVD-COST            PIC 9(9)V99 VALUE ZEROS.
       77  UT-S-COSTHIST           PIC X(50)
               VALUE "C:\COBOL\COSTHIST.DAT".
       77  WS-RCPT-COST            PIC 9(3)V99 VALUE ZEROS.
       77  WS-PRIOR-ON-HAND        PIC S9(5)   VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR         PIC 9(4).
           OPEN I-O SPCLORD-FILE.
           OPEN I-O POMAST-FILE.
           OPEN EXTEND RCVHIST-FILE.
           OPEN EXTEND COSTHIST-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-RUN-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           MOVE WS-REJECTED TO RPT-T-REJECTED.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 700-RECEIPT-JOURNAL THRU 700-EXIT.
           CLOSE RCVTXN-FILE INVMAST-FILE LOCINV-FILE SPCLORD-FILE
                 POMAST-FILE RCVHIST-FILE COSTHIST-FILE RCV-RPT.
           STOP RUN.
      * Posts one store receipt against the master and the store
       100-READ-RECEIPT.
                   PERFORM 500-PRINT-LINE THRU 500-EXIT
                   GO TO 100-EXIT
           END-READ.
           PERFORM 120-AVERAGE-COST THRU 120-EXIT.
           ADD RV-QTY TO IM-ON-HAND.
           SUBTRACT RV-QTY FROM IM-ON-ORDER.
           REWRITE INVMAST-REC.
                   REWRITE LOCINV-REC
           END-READ.
           ADD 1 TO WS-POSTED.
           COMPUTE WS-RCVD-COST = WS-RCVD-COST
               + (RV-QTY * WS-RCPT-COST).
           MOVE "RECEIVED" TO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
           PERFORM 150-POST-PO THRU 150-EXIT.
           PERFORM 200-NOTIFY-SPECIALS THRU 200-EXIT.
       100-EXIT.
           EXIT.
      * Costs the receipt at what the order says we pay for it --
      * the PO unit cost, or the master's cost when the receipt has
      * no usable PO -- and folds it into the item's moving weighted
      * average cost over the stock already on hand.  Every costed
      * receipt lands on the COSTHIST cost-history file with the
      * cost before and after.
       120-AVERAGE-COST.
           MOVE IM-UNIT-COST TO WS-RCPT-COST.
           IF RV-PO-NO NOT = SPACES
               MOVE RV-PO-NO TO PO-NO
               READ POMAST-FILE
                   NOT INVALID KEY
                       IF PO-ITEM-NO = RV-ITEM-NO
                           MOVE PO-UNIT-COST TO WS-RCPT-COST
                       END-IF
               END-READ.
           MOVE IM-ON-HAND TO WS-PRIOR-ON-HAND.
           IF WS-PRIOR-ON-HAND < 0
               MOVE ZEROS TO WS-PRIOR-ON-HAND.
           MOVE RV-ITEM-NO TO CH-ITEM-NO.
           MOVE WS-RUN-DATE TO CH-DATE.
           MOVE RV-PO-NO TO CH-PO-NO.
           MOVE RV-QTY TO CH-QTY.
           MOVE IM-ON-HAND TO CH-PRIOR-ON-HAND.
           MOVE WS-RCPT-COST TO CH-RCPT-COST.
           MOVE IM-UNIT-COST TO CH-OLD-COST.
           IF RV-QTY > 0
               COMPUTE IM-UNIT-COST ROUNDED =
                   ((WS-PRIOR-ON-HAND * IM-UNIT-COST)
                  + (RV-QTY * WS-RCPT-COST))
                  / (WS-PRIOR-ON-HAND + RV-QTY).
           MOVE IM-UNIT-COST TO CH-NEW-COST.
           WRITE COSTHIST-REC.
       120-EXIT.
           EXIT.
      * Ties the receipt back to its purchase order: the received
      * quantity posts on the PO master for the invoice match, and
      * every receipt lands on the receipt-history file either
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       500-EXIT.
           EXIT.
      * Appends the run's received stock to the bookstore journal
      * extract at its receipt cost: inventory up, against
      * received-not-invoiced until the vendor's bill is matched.
       700-RECEIPT-JOURNAL.
           IF WS-RCVD-COST = 0
               GO TO 700-EXIT.
           OPEN EXTEND INVGL-FILE.
           MOVE "MDSINVEN" TO IG-ACCOUNT.
           MOVE "STOCK RECEIVED" TO IG-DESC.
           MOVE WS-RCVD-COST TO IG-DEBIT.
           MOVE ZEROS TO IG-CREDIT.
           WRITE INVGL-REC.
           MOVE "MDSRNI  " TO IG-ACCOUNT.
           MOVE ZEROS TO IG-DEBIT.
           MOVE WS-RCVD-COST TO IG-CREDIT.
           WRITE INVGL-REC.
           CLOSE INVGL-FILE.
       700-EXIT.
           EXIT.
       END PROGRAM RCVPOST.

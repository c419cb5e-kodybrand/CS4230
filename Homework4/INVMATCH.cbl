      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CARRY THE VENDOR'S INVOICE DATE THROUGH TO
      *                 OKTOPAY AND APPEND TO IT RATHER THAN RE-
      *                 CREATE IT, SO A DAY'S MATCH RUNS ALL REACH
      *                 THE NIGHT'S APLOAD, WHICH AGES THE PAYABLE
      *                 FROM THAT DATE.
      * 2026-10-15  KB  CARRY THE LINE'S COST AT THE PO PRICE ON
      *                 OKTOPAY SO THE PAYABLES LOAD CAN POST
      *                 PURCHASE-PRICE VARIANCE.
      * 2026-10-15  KB  POMAST RECORD WIDENED FOR THE SHIP-TO
      *                 STORE AND THE DATE THE ORDER WAS SENT.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVMATCH.
               ACCESS IS RANDOM
               RECORD KEY IS PO-NO
               FILE STATUS IS WS-POMAST-STATUS.
           SELECT OPTIONAL OKTOPAY-FILE ASSIGN TO UT-S-OKTOPAY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MATCH-RPT ASSIGN TO UT-S-MATCHRPT.

           05  VI-ITEM-NO          PIC X(5).
           05  VI-QTY              PIC 9(5).
           05  VI-UNIT-COST        PIC 9(3)V99.
           05  VI-INV-DATE         PIC 9(8).
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
       FD  OKTOPAY-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  OK-ITEM-NO          PIC X(5).
           05  OK-QTY              PIC 9(5).
           05  OK-AMOUNT           PIC 9(9)V99.
           05  OK-INV-DATE         PIC 9(8).
           05  OK-PO-AMOUNT        PIC 9(9)V99.
       FD  MATCH-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       000-MAIN.
           OPEN INPUT VINVTXN-FILE.
           OPEN I-O POMAST-FILE.
           OPEN EXTEND OKTOPAY-FILE.
           OPEN OUTPUT MATCH-RPT.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE VI-ITEM-NO TO OK-ITEM-NO.
           MOVE VI-QTY TO OK-QTY.
           MOVE WS-PAY-AMOUNT TO OK-AMOUNT.
           MOVE VI-INV-DATE TO OK-INV-DATE.
           COMPUTE OK-PO-AMOUNT = VI-QTY * PO-UNIT-COST.
           WRITE OKTOPAY-REC.
           ADD 1 TO WS-MATCHED.
           ADD WS-PAY-AMOUNT TO WS-TOTAL-OK.

      * the purchase-order entry screen has -- and prints a
      * purchase-order register of what was cut.  Unapproved lines
      * are left on the file untouched for the next review.
      * The cut orders wait on POMAST, unsent, until POXMIT
      * prints or transmits them to the vendor.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  KB  ORIGINAL PROGRAM.
      *                 PURCHASE-ORDER MASTER UNDER A CONTROL
      *                 NUMBER FROM PONUM, SO RECEIVING AND THE
      *                 INVOICE MATCH HAVE A PO TO TIE BACK TO.
      * 2026-10-15  KB  POMAST WIDENED FOR THE SHIP-TO STORE AND
      *                 SENT DATE; A NEW ORDER IS CUT UNSENT FOR
      *                 POXMIT TO TRANSMIT.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRVORD.
           05  IM-VENDOR               PIC X(5).
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
       FD  PONUM-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           MOVE ZEROS TO PO-RCVD-QTY.
           MOVE ZEROS TO PO-BILLED-QTY.
           MOVE "O" TO PO-STATUS.
           MOVE SPACES TO PO-SHIP-TO.
           MOVE ZEROS TO PO-SENT-DATE.
           WRITE POMAST-REC
               INVALID KEY CONTINUE
           END-WRITE.

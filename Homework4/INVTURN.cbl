      * 2026-09-03  KB  SALES HISTORY CARRIES A SIGNED QUANTITY
      *                 (RETURNS POST NEGATIVE) AND THE SELLING
      *                 STORE NOW; DEMAND SUMS NET OF RETURNS.
      * 2026-10-15  KB  SALES HISTORY RECORD CARRIES THE SALES
      *                 TAX, ITS TAXABLE/EXEMPT STATUS, AND THE
      *                 EXEMPTION CERTIFICATE NUMBER NOW.
      * 2026-10-15  KB  SALES HISTORY RECORD CARRIES THE PROMOTION
      *                 CODE THE SALE WAS RUNG UNDER NOW.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVTURN.
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

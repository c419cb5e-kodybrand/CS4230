      * 2026-09-03  KB  LEAVE THE ACCEPTED-BATCH LIST UNTOUCHED ON
      *                 A FAILING RUN, SO THE RESTART DOES NOT
      *                 REFUSE THE GOOD BATCHES IT NEVER POSTED.
      * 2026-10-15  KB  CARRY THE TAX-EXEMPTION CERTIFICATE NUMBER
      *                 A SCHOOL OR LIBRARY SALE IS RUNG UNDER ON
      *                 THE DETAIL LINE THROUGH TO SALESTXN.
      * 2026-10-15  KB  ACCEPT THE USED-BOOK BUYBACK ("B") TYPE: A
      *                 BUYBACK LINE NEEDS THE ISBN AND CONDITION
      *                 GRADE OF THE COPY BOUGHT.
      * 2026-10-15  KB  CARRY THE TENDER CODE (CASH, CARD, CHECK,
      *                 GIFT CARD) AND THE REGISTER AND CASHIER ON
      *                 THE DETAIL LINE THROUGH TO SALESTXN; AN
      *                 UNKNOWN TENDER REJECTS.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESEDIT.
               88  SR-IS-HEADER        VALUE "H".
               88  SR-IS-DETAIL        VALUE "D".
               88  SR-IS-TRAILER       VALUE "T".
           05  SR-DATA             PIC X(57).
       01  SALESRAW-HEADER REDEFINES SALESRAW-REC.
           05  FILLER              PIC X.
           05  SR-BATCH-NO         PIC X(6).
           05  FILLER              PIC X(51).
       01  SALESRAW-DETAIL REDEFINES SALESRAW-REC.
           05  FILLER              PIC X.
           05  SR-ITEM-NO          PIC X(5).
           05  SR-LOCATION         PIC X(2).
           05  SR-TXN-TYPE         PIC X.
           05  SR-CARD-NO          PIC X(10).
           05  SR-EXEMPT-CERT      PIC X(15).
      * How the customer paid (blank is cash, as before tender
      * codes), and the register and cashier whose drawer took it.
           05  SR-TENDER           PIC X.
               88  SR-TENDER-OK        VALUE "C" "K" "H" "G" SPACE.
           05  SR-REGISTER         PIC X(2).
           05  SR-CASHIER          PIC X(3).
      * A buyback ("B") line names the title the copy was sold to
      * us under by item number, with the ISBN off the book and
      * the condition grade the clerk gave it.
       01  SALESRAW-BUYBACK REDEFINES SALESRAW-REC.
           05  FILLER              PIC X(27).
           05  SR-BUY-ISBN         PIC X(13).
           05  SR-BUY-GRADE        PIC X.
           05  FILLER              PIC X(17).
       01  SALESRAW-TRAILER REDEFINES SALESRAW-REC.
           05  FILLER              PIC X.
           05  SR-TRL-COUNT        PIC 9(5).
           05  SR-TRL-AMOUNT       PIC 9(9)V99.
           05  FILLER              PIC X(41).
       FD  SALESTXN-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  SALESTXN-REC            PIC X(57).
       FD  SALESCTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       77  WS-BUF-IDX              PIC S9(4)   COMP VALUE ZERO.
       01  WS-BUF-TABLE.
           05  WS-BUF-LINE OCCURS 1000 TIMES
                               PIC X(57).
       77  WS-IN-BATCH             PIC X       VALUE "N".
       77  WS-BATCH-NO             PIC X(6)    VALUE SPACES.
       77  WS-BATCH-DUP            PIC X       VALUE "N".
               AND SR-TXN-TYPE NOT = "G" AND SR-TXN-TYPE NOT = "V")
               OR ((SR-TXN-TYPE = "G" OR SR-TXN-TYPE = "V")
                   AND SR-CARD-NO = SPACES)
               OR (SR-TXN-TYPE = "B"
                   AND (SR-BUY-ISBN = SPACES
                        OR SR-BUY-GRADE = SPACES))
               OR SR-QTY NOT NUMERIC
               OR SR-PRICE NOT NUMERIC
               OR SR-DATE NOT NUMERIC
               OR NOT SR-TENDER-OK
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-BATCH-NO TO REJ-BATCH
               MOVE "DETAIL  " TO REJ-FIELD

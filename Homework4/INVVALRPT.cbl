      * 2026-08-22  KB  CARRY THE ISBN/AUTHOR/CATEGORY FIELDS NOW ON
      *                 THE MASTER AND SUBTOTAL VALUATION BY
      *                 CATEGORY FOR THE BUYER.
      * 2026-10-15  KB  ON THE MONTH-END NIGHT TIE THE TOTAL COST
      *                 VALUE TO THE LEDGER'S INVENTORY BALANCE FOR
      *                 THE PERIOD (MDSINVEN THROUGH THE CHART OF
      *                 ACCOUNTS) AND PRINT ANY DIFFERENCE.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALRPT.
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IM-ITEM-NO.
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
           SELECT INVVAL-RPT ASSIGN TO UT-S-INVVALRPT.

       DATA DIVISION.
               10  BK-AUTHOR                   PIC X(25).
               10  BK-CATEGORY                 PIC X(3).
           05  IM-VENDOR               PIC X(5).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
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
               10  GB-ACCT     PIC X(8).
               10  GB-PERIOD   PIC 9(6).
           05  GB-BEG-BAL      PIC S9(11)V99.
           05  GB-DEBITS       PIC 9(11)V99.
           05  GB-CREDITS      PIC 9(11)V99.
       FD  INVVAL-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
               10  WS-CAT-COST         PIC 9(9)V99.
               10  WS-CAT-PRICE        PIC 9(9)V99.

       77  UT-S-PROCDATE               PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-COATABLE               PIC X(50)
               VALUE "C:\COBOL\COATABLE.DAT".
       77  UT-S-GLBAL                  PIC X(50)
               VALUE "C:\COBOL\GLBAL.DAT".
       77  WS-PROCDATE-STATUS          PIC XX      VALUE SPACES.
       77  WS-COATABLE-STATUS          PIC XX      VALUE SPACES.
       77  WS-GLBAL-STATUS             PIC XX      VALUE SPACES.
       77  WS-COA-EOF                  PIC X       VALUE "N".
       77  WS-MONTH-END                PIC X       VALUE "N".
       77  WS-RUN-DATE                 PIC 9(8)    VALUE ZEROS.
       77  WS-INV-GL-ACCT              PIC X(8)    VALUE SPACES.
       77  WS-GL-INV-BAL               PIC S9(11)V99 VALUE ZEROS.
       77  WS-GL-DIFF                  PIC S9(11)V99 VALUE ZEROS.
       01  RPT-TIE-LINE.
           05  FILLER              PIC X(21)
               VALUE "LEDGER INVENTORY:    ".
           05  RPT-TIE-ACCT        PIC X(8).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-TIE-PERIOD      PIC 9(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-TIE-BAL         PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PIC X(14)
               VALUE "  DIFFERENCE: ".
           05  RPT-TIE-DIFF        PIC ZZZ,ZZZ,ZZ9.99-.
       01  RPT-TIE-VERDICT         PIC X(50).
       01  RPT-TITLE.
           05  FILLER  PIC X(34)
               VALUE "---- INVENTORY VALUATION ----".
           MOVE WS-TOTAL-PRICE TO RPT-TOTAL-PRICE.
           MOVE RPT-PRICE-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           PERFORM 500-LEDGER-TIE THRU 500-EXIT.
           PERFORM 400-LOCATION-SECTION THRU 400-EXIT.
           CLOSE INVMAST-FILE INVVAL-RPT.
           STOP RUN.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       420-EXIT.
           EXIT.
      * On the month-end night proves the total cost value against
      * the ledger: the bookstore's MDSINVEN inventory account is
      * found on the chart of accounts and its period balance read
      * off the GLBAL master, and any difference prints for
      * accounting to chase.  Other nights print nothing here.
       500-LEDGER-TIE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       MOVE PD-RUN-DATE TO WS-RUN-DATE
                       MOVE PD-MONTH-END TO WS-MONTH-END
               END-READ.
           CLOSE PROCDATE-FILE.
           IF WS-MONTH-END NOT = "Y"
               GO TO 500-EXIT.
           MOVE "N" TO WS-COA-EOF.
           OPEN INPUT COATABLE-FILE.
           IF WS-COATABLE-STATUS NOT = "00"
               MOVE "Y" TO WS-COA-EOF.
           PERFORM 520-COA-ONE THRU 520-EXIT
               UNTIL WS-COA-EOF = "Y".
           CLOSE COATABLE-FILE.
           IF WS-INV-GL-ACCT = SPACES
               MOVE "MDSINVEN NOT ON CHART OF ACCOUNTS - NO TIE"
                   TO RPT-TIE-VERDICT
               MOVE RPT-TIE-VERDICT TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
               GO TO 500-EXIT.
           MOVE WS-INV-GL-ACCT TO GB-ACCT.
           COMPUTE GB-PERIOD = WS-RUN-DATE / 100.
           MOVE GB-PERIOD TO RPT-TIE-PERIOD.
           MOVE ZEROS TO WS-GL-INV-BAL.
           OPEN INPUT GLBAL-FILE.
           IF WS-GLBAL-STATUS = "00"
               READ GLBAL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-GL-INV-BAL = GB-BEG-BAL
                           + GB-DEBITS - GB-CREDITS
               END-READ.
           CLOSE GLBAL-FILE.
           COMPUTE WS-GL-DIFF = WS-TOTAL-COST - WS-GL-INV-BAL.
           MOVE WS-INV-GL-ACCT TO RPT-TIE-ACCT.
           MOVE WS-GL-INV-BAL TO RPT-TIE-BAL.
           MOVE WS-GL-DIFF TO RPT-TIE-DIFF.
           MOVE RPT-TIE-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF WS-GL-DIFF = 0
               MOVE "COST VALUE TIES TO THE LEDGER" TO RPT-TIE-VERDICT
           ELSE
               MOVE "*** COST VALUE DOES NOT TIE TO THE LEDGER ***"
                   TO RPT-TIE-VERDICT.
           MOVE RPT-TIE-VERDICT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       500-EXIT.
           EXIT.
       520-COA-ONE.
           READ COATABLE-FILE
               AT END
                   MOVE "Y" TO WS-COA-EOF
                   GO TO 520-EXIT
           END-READ.
           IF CT-SOURCE = "I" AND CT-IN-ACCT = "MDSINVEN"
               MOVE CT-GL-ACCT TO WS-INV-GL-ACCT
               MOVE "Y" TO WS-COA-EOF.
       520-EXIT.
           EXIT.
       END PROGRAM INVVALRPT.

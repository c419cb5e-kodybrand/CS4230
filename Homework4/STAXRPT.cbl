      ***********************************************************
      * MONTHLY SALES-TAX RETURN REPORT
      * KODY BRAND
      * Month-end worksheet for each store's sales and use tax
      * return, built from the month's sales history instead of
      * the register tapes.  For every selling location it lays
      * out the return's lines -- gross sales, sales of exempt
      * merchandise, sales to exempt customers, total exempt,
      * taxable sales, and the tax due -- net of the month's
      * returns, followed by the schedule of exemption
      * certificates the exempt-customer sales were rung under.
      * On any night but the calendar month-end the program
      * writes its heading and goes home.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  SALES HISTORY RECORD CARRIES THE PROMOTION
      *                 CODE THE SALE WAS RUNG UNDER NOW.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STAXRPT.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALESHIST-FILE ASSIGN TO UT-S-SALESHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHIST-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT STAX-RPT ASSIGN TO UT-S-STAXRPT.

       DATA DIVISION.
       FILE SECTION.
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
       FD  STAX-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  UT-S-SALESHIST          PIC X(50)
               VALUE "C:\COBOL\SALEHIST.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-STAXRPT            PIC X(50)
               VALUE "C:\COBOL\STAXRPT.RPT".
       77  WS-SALESHIST-STATUS     PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       77  WS-MONTH-END            PIC X       VALUE "N".
       77  WS-PERIOD               PIC 9(6)    VALUE ZEROS.
       77  WS-SALE-PERIOD          PIC 9(6)    VALUE ZEROS.
       77  WS-LINE-AMT             PIC S9(9)V99 VALUE ZEROS.
       77  WS-EXEMPT-TOTAL         PIC S9(9)V99 VALUE ZEROS.
       77  WS-STORE-COUNT          PIC S9(3)   COMP VALUE ZERO.
       77  WS-STORE-IDX            PIC S9(3)   COMP VALUE ZERO.
       77  WS-CERT-COUNT           PIC S9(3)   COMP VALUE ZERO.
       77  WS-CERT-IDX             PIC S9(3)   COMP VALUE ZERO.
       77  WS-CERTS-LISTED         PIC 9(3)    VALUE ZEROS.
       77  WS-TABLE-FULL           PIC X       VALUE "N".
      * One row per selling store for the month.
       01  WS-STORE-TABLE.
           05  WS-STORE-ENTRY OCCURS 25 TIMES
                   INDEXED BY STR-IX.
               10  WS-STR-LOC      PIC X(2).
               10  WS-STR-GROSS    PIC S9(9)V99.
               10  WS-STR-EX-ITEM  PIC S9(9)V99.
               10  WS-STR-EX-CUST  PIC S9(9)V99.
               10  WS-STR-TAXABLE  PIC S9(9)V99.
               10  WS-STR-TAX      PIC S9(9)V99.
      * Exempt-customer sales by store and certificate.
       01  WS-CERT-TABLE.
           05  WS-CERT-ENTRY OCCURS 200 TIMES
                   INDEXED BY CRT-IX.
               10  WS-CRT-LOC      PIC X(2).
               10  WS-CRT-CERT     PIC X(15).
               10  WS-CRT-SALES    PIC S9(9)V99.
       01  HDG-LINE.
           05  FILLER              PIC X(33)
               VALUE "SALES AND USE TAX RETURN - PERIOD".
           05  FILLER              PIC X       VALUE SPACE.
           05  HDG-PERIOD          PIC 9999/99.
           05  FILLER              PIC X(10)   VALUE "   STORE: ".
           05  HDG-STORE           PIC X(2).
       01  RUN-HDG-LINE.
           05  FILLER              PIC X(31)
               VALUE "SALES-TAX RETURNS AS OF        ".
           05  RUN-HDG-DATE        PIC 9999/99/99.
       01  RTN-LINE.
           05  FILLER              PIC X(5)    VALUE "LINE ".
           05  RTN-NO              PIC 9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RTN-TEXT            PIC X(44).
           05  RTN-AMOUNT          PIC $$$,$$$,$$9.99-.
       01  CERT-HDG-LINE.
           05  FILLER              PIC X(40)
               VALUE "SCHEDULE - EXEMPTION CERTIFICATES".
       01  CERT-LINE.
           05  FILLER              PIC X(8)    VALUE SPACES.
           05  CRT-CERT            PIC X(15).
           05  FILLER              PIC X(29)   VALUE SPACES.
           05  CRT-SALES           PIC $$$,$$$,$$9.99-.
       01  NO-CERT-LINE            PIC X(40)   VALUE
           "        NO EXEMPT-CUSTOMER SALES".
       01  NO-SALES-LINE           PIC X(40)   VALUE
           "NO SALES IN THE PERIOD".
       01  FULL-LINE               PIC X(52)   VALUE
           "*** STORE OR CERTIFICATE TABLE FULL - INCOMPLETE ***".
       01  SKIP-LINE               PIC X(42)   VALUE
           "NOT A MONTH-END NIGHT - NOTHING TO REPORT".

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       MOVE PD-RUN-DATE TO WS-RUN-DATE
                       MOVE PD-MONTH-END TO WS-MONTH-END
               END-READ.
           CLOSE PROCDATE-FILE.
           OPEN OUTPUT STAX-RPT.
           MOVE WS-RUN-DATE TO RUN-HDG-DATE.
           MOVE RUN-HDG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           IF WS-MONTH-END NOT = "Y"
               MOVE SKIP-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES
               CLOSE STAX-RPT
               STOP RUN.
           COMPUTE WS-PERIOD = WS-RUN-DATE / 100.
           INITIALIZE WS-STORE-TABLE WS-CERT-TABLE.
           OPEN INPUT SALESHIST-FILE.
           IF WS-SALESHIST-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 100-READ-HIST THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE SALESHIST-FILE.
           IF WS-STORE-COUNT = 0
               MOVE NO-SALES-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 300-STORE-RETURN THRU 300-EXIT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT.
           IF WS-TABLE-FULL = "Y"
               MOVE FULL-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE STAX-RPT.
           STOP RUN.
      * Rolls one history line of the month into its store's
      * return: sales and returns alike, returns carrying their
      * negative quantity and tax.
       100-READ-HIST.
           READ SALESHIST-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 100-EXIT
           END-READ.
           COMPUTE WS-SALE-PERIOD = SH-DATE / 100.
           IF WS-SALE-PERIOD NOT = WS-PERIOD
               GO TO 100-EXIT.
           SET STR-IX TO 1.
           SEARCH WS-STORE-ENTRY
               AT END
                   IF WS-STORE-COUNT < 25
                       ADD 1 TO WS-STORE-COUNT
                       SET STR-IX TO WS-STORE-COUNT
                       MOVE SH-LOCATION TO WS-STR-LOC (STR-IX)
                   ELSE
                       MOVE "Y" TO WS-TABLE-FULL
                       GO TO 100-EXIT
                   END-IF
               WHEN WS-STR-LOC (STR-IX) = SH-LOCATION
                   CONTINUE
           END-SEARCH.
           COMPUTE WS-LINE-AMT = SH-QTY * SH-UNIT-PRICE.
           ADD WS-LINE-AMT TO WS-STR-GROSS (STR-IX).
           IF SH-TAX NOT NUMERIC
               MOVE ZEROS TO SH-TAX.
           ADD SH-TAX TO WS-STR-TAX (STR-IX).
           IF SH-EXEMPT-ITEM
               ADD WS-LINE-AMT TO WS-STR-EX-ITEM (STR-IX)
               GO TO 100-EXIT.
           IF SH-EXEMPT-CUST
               ADD WS-LINE-AMT TO WS-STR-EX-CUST (STR-IX)
               PERFORM 150-CERT-ROLL THRU 150-EXIT
               GO TO 100-EXIT.
           ADD WS-LINE-AMT TO WS-STR-TAXABLE (STR-IX).
       100-EXIT.
           EXIT.
      * Rolls an exempt-customer line under its certificate.
       150-CERT-ROLL.
           SET CRT-IX TO 1.
           SEARCH WS-CERT-ENTRY
               AT END
                   IF WS-CERT-COUNT < 200
                       ADD 1 TO WS-CERT-COUNT
                       SET CRT-IX TO WS-CERT-COUNT
                       MOVE SH-LOCATION TO WS-CRT-LOC (CRT-IX)
                       MOVE SH-EXEMPT-CERT TO WS-CRT-CERT (CRT-IX)
                   ELSE
                       MOVE "Y" TO WS-TABLE-FULL
                       GO TO 150-EXIT
                   END-IF
               WHEN WS-CRT-LOC (CRT-IX) = SH-LOCATION
                   AND WS-CRT-CERT (CRT-IX) = SH-EXEMPT-CERT
                   CONTINUE
           END-SEARCH.
           ADD WS-LINE-AMT TO WS-CRT-SALES (CRT-IX).
       150-EXIT.
           EXIT.
      * Prints one store's return on its own page, in the order
      * the state form asks for the lines, then its certificate
      * schedule.
       300-STORE-RETURN.
           MOVE WS-PERIOD TO HDG-PERIOD.
           MOVE WS-STR-LOC (WS-STORE-IDX) TO HDG-STORE.
           MOVE HDG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE 1 TO RTN-NO.
           MOVE "GROSS SALES" TO RTN-TEXT.
           MOVE WS-STR-GROSS (WS-STORE-IDX) TO RTN-AMOUNT.
           MOVE RTN-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE 2 TO RTN-NO.
           MOVE "EXEMPT SALES - EXEMPT MERCHANDISE" TO RTN-TEXT.
           MOVE WS-STR-EX-ITEM (WS-STORE-IDX) TO RTN-AMOUNT.
           MOVE RTN-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE 3 TO RTN-NO.
           MOVE "EXEMPT SALES - EXEMPT CUSTOMERS (SCHEDULE)"
               TO RTN-TEXT.
           MOVE WS-STR-EX-CUST (WS-STORE-IDX) TO RTN-AMOUNT.
           MOVE RTN-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           COMPUTE WS-EXEMPT-TOTAL = WS-STR-EX-ITEM (WS-STORE-IDX)
               + WS-STR-EX-CUST (WS-STORE-IDX).
           MOVE 4 TO RTN-NO.
           MOVE "TOTAL EXEMPT SALES (LINE 2 + LINE 3)" TO RTN-TEXT.
           MOVE WS-EXEMPT-TOTAL TO RTN-AMOUNT.
           MOVE RTN-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE 5 TO RTN-NO.
           MOVE "TAXABLE SALES (LINE 1 - LINE 4)" TO RTN-TEXT.
           MOVE WS-STR-TAXABLE (WS-STORE-IDX) TO RTN-AMOUNT.
           MOVE RTN-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE 6 TO RTN-NO.
           MOVE "TAX DUE" TO RTN-TEXT.
           MOVE WS-STR-TAX (WS-STORE-IDX) TO RTN-AMOUNT.
           MOVE RTN-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE CERT-HDG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-CERTS-LISTED.
           PERFORM 350-CERT-LINE THRU 350-EXIT
               VARYING WS-CERT-IDX FROM 1 BY 1
               UNTIL WS-CERT-IDX > WS-CERT-COUNT.
           IF WS-CERTS-LISTED = 0
               MOVE NO-CERT-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       300-EXIT.
           EXIT.
       350-CERT-LINE.
           IF WS-CRT-LOC (WS-CERT-IDX) NOT = WS-STR-LOC (WS-STORE-IDX)
               GO TO 350-EXIT.
           ADD 1 TO WS-CERTS-LISTED.
           MOVE WS-CRT-CERT (WS-CERT-IDX) TO CRT-CERT.
           MOVE WS-CRT-SALES (WS-CERT-IDX) TO CRT-SALES.
           MOVE CERT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       350-EXIT.
           EXIT.
       END PROGRAM STAXRPT.

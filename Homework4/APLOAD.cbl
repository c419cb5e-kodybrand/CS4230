      ***********************************************************
      * VENDOR INVOICE LOAD TO OPEN PAYABLES
      * KODY BRAND
      * This program turns the invoice lines the three-way match
      * passed into money owed.  Each OKTOPAY line lands on the
      * APOPEN open-payables file under its vendor and invoice
      * number -- lines of the same invoice add together -- and a
      * new invoice takes its due date, and any early-payment
      * discount date and rate, from the vendor's payment terms
      * on VENDMAST ("2/10 NET 30", "NET 45", ...).  Terms the
      * run cannot read are taken as net 30 and flagged.  The
      * night's total moves out of received-not-invoiced into
      * accounts payable on the INVGL journal extract.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  RELIEVE RECEIVED-NOT-INVOICED AT THE PO
      *                 COST RECEIVING NOW USES AND POST THE
      *                 INVOICE-TO-PO DIFFERENCE TO PURCHASE-PRICE
      *                 VARIANCE (MDSPPV).
      * 2026-10-15  KB  VENDMAST RECORD WIDENED FOR THE VENDOR
      *                 ADDRESS AND PURCHASE-ORDER METHOD.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLOAD.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OKTOPAY-FILE ASSIGN TO UT-S-OKTOPAY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDMAST-FILE ASSIGN TO UT-S-VENDMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT OPTIONAL APOPEN-FILE ASSIGN TO UT-S-APOPEN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APOPEN-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL INVGL-FILE ASSIGN TO UT-S-INVGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAD-RPT ASSIGN TO UT-S-LOADRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  OKTOPAY-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OKTOPAY-REC.
           05  OK-INV-NO           PIC X(8).
           05  OK-VENDOR           PIC X(5).
           05  OK-PO-NO            PIC X(6).
           05  OK-ITEM-NO          PIC X(5).
           05  OK-QTY              PIC 9(5).
           05  OK-AMOUNT           PIC 9(9)V99.
           05  OK-INV-DATE         PIC 9(8).
           05  OK-PO-AMOUNT        PIC 9(9)V99.
       FD  VENDMAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 158 CHARACTERS.
       01  VENDMAST-REC.
           05  VM-CODE             PIC X(5).
           05  VM-NAME             PIC X(25).
           05  VM-TERMS            PIC X(10).
           05  VM-LEAD-DAYS        PIC 9(3).
           05  VM-MIN-ORDER        PIC 9(5)V99.
           05  VM-ADDR-1           PIC X(30).
           05  VM-ADDR-2           PIC X(30).
           05  VM-CITY             PIC X(20).
           05  VM-STATE            PIC X(2).
           05  VM-ZIP              PIC X(10).
           05  VM-PO-METHOD        PIC X.
               88  VM-PO-BY-EDI        VALUE "E".
           05  VM-EDI-ID           PIC X(15).
       FD  APOPEN-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 87 CHARACTERS.
       01  APOPEN-REC.
           05  AP-KEY.
               10  AP-VENDOR       PIC X(5).
               10  AP-INV-NO       PIC X(8).
           05  AP-INV-DATE         PIC 9(8).
           05  AP-DUE-DATE         PIC 9(8).
           05  AP-DISC-DATE        PIC 9(8).
           05  AP-DISC-PCT         PIC V9(4).
           05  AP-AMOUNT           PIC 9(9)V99.
           05  AP-DISC-AMT         PIC 9(7)V99.
           05  AP-STATUS           PIC X.
               88  AP-OPEN                 VALUE "O".
               88  AP-PAID                 VALUE "P".
           05  AP-CHECK-NO         PIC 9(6).
           05  AP-PAID-DATE        PIC 9(8).
           05  AP-PAID-AMT         PIC 9(9)V99.
       FD  PROCDATE-FILE
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
       FD  LOAD-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(100).

       WORKING-STORAGE SECTION.
       77  UT-S-OKTOPAY            PIC X(50)
               VALUE "C:\COBOL\OKTOPAY.DAT".
       77  UT-S-VENDMAST           PIC X(50)
               VALUE "C:\COBOL\VENDMAST.DAT".
       77  UT-S-APOPEN             PIC X(50)
               VALUE "C:\COBOL\APOPEN.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-INVGL              PIC X(50)
               VALUE "C:\COBOL\INVGL.DAT".
       77  UT-S-LOADRPT            PIC X(50)
               VALUE "C:\COBOL\APLOAD.RPT".
       77  WS-VENDMAST-STATUS      PIC XX      VALUE SPACES.
       77  WS-APOPEN-STATUS        PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       77  WS-DATE-INT             PIC S9(9)   VALUE ZEROS.
      * Terms nobody can read are taken as net 30, no discount.
       77  DEFAULT-NET-DAYS        PIC 9(3)    VALUE 30.
       77  WS-TERMS                PIC X(10)   VALUE SPACES.
       77  WS-TERMS-LEAD           PIC 9(3)    VALUE ZEROS.
       77  WS-TERMS-PTR            PIC 9(3)    VALUE ZEROS.
       77  WS-TERMS-FIELDS         PIC 9(3)    VALUE ZEROS.
       77  WS-TERMS-F1             PIC X(3)    JUSTIFIED RIGHT.
       77  WS-TERMS-F2             PIC X(3)    JUSTIFIED RIGHT.
       77  WS-TERMS-F3             PIC X(3)    JUSTIFIED RIGHT.
       77  WS-TERMS-OK             PIC X       VALUE "N".
       77  WS-NET-DAYS             PIC 9(3)    VALUE ZEROS.
       77  WS-DISC-DAYS            PIC 9(3)    VALUE ZEROS.
       77  WS-DISC-PCT             PIC 9(3)    VALUE ZEROS.
       77  WS-LINES-LOADED         PIC 9(5)    VALUE ZEROS.
       77  WS-INVOICES-NEW         PIC 9(5)    VALUE ZEROS.
       77  WS-LINES-HELD           PIC 9(5)    VALUE ZEROS.
       77  WS-TOTAL-LOADED         PIC 9(9)V99 VALUE ZEROS.
       77  WS-TOTAL-PO-COST        PIC 9(9)V99 VALUE ZEROS.
       77  WS-PRICE-VARIANCE       PIC S9(9)V99 VALUE ZEROS.
       01  WS-INV-DATE.
           05  WS-INV-YEAR         PIC 9(4).
           05  WS-INV-MONTH        PIC 9(2).
           05  WS-INV-DAY          PIC 9(2).
       01  WS-INV-DATE-NUM REDEFINES WS-INV-DATE PIC 9(8).
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR         PIC 9(4).
               10  WS-MONTH        PIC 9(2).
               10  WS-DAY          PIC 9(2).
           05  FILLER              PIC X(13).
       01  RPT-TITLE.
           05  FILLER  PIC X(40)
               VALUE "---- VENDOR INVOICES LOADED TO PAYABLES".
           05  FILLER  PIC X(10) VALUE " ----  RUN".
           05  RPT-T-RUN-DATE      PIC 9(8).
       01  RPT-HEAD.
           05  FILLER  PIC X(44)
               VALUE "INVOICE   VENDOR  PO      ITEM        AMOUNT".
           05  FILLER  PIC X(44)
               VALUE "  DUE       DISC BY   RESULT".
       01  RPT-LINE.
           05  RPT-INV-NO          PIC X(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-VENDOR          PIC X(5).
           05  FILLER              PIC X(3)   VALUE SPACES.
           05  RPT-PO-NO           PIC X(6).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-ITEM-NO         PIC X(5).
           05  RPT-AMOUNT          PIC $$,$$$,$$9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-DUE-DATE        PIC 9(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-DISC-DATE       PIC 9(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-RESULT          PIC X(34).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(14)  VALUE "LINES LOADED: ".
           05  RPT-T-LOADED        PIC ZZ,ZZ9.
           05  FILLER              PIC X(16)
               VALUE "  NEW INVOICES: ".
           05  RPT-T-NEW           PIC ZZ,ZZ9.
           05  FILLER              PIC X(8)   VALUE "  HELD: ".
           05  RPT-T-HELD          PIC ZZ,ZZ9.
           05  FILLER              PIC X(9)   VALUE "  TOTAL: ".
           05  RPT-T-TOTAL         PIC $$$,$$$,$$9.99.

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
           OPEN INPUT OKTOPAY-FILE.
           OPEN INPUT VENDMAST-FILE.
           OPEN I-O APOPEN-FILE.
           OPEN OUTPUT LOAD-RPT.
           MOVE WS-RUN-DATE TO RPT-T-RUN-DATE.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE RPT-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 100-READ-LINE THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           MOVE WS-LINES-LOADED TO RPT-T-LOADED.
           MOVE WS-INVOICES-NEW TO RPT-T-NEW.
           MOVE WS-LINES-HELD TO RPT-T-HELD.
           MOVE WS-TOTAL-LOADED TO RPT-T-TOTAL.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 700-PAYABLE-JOURNAL THRU 700-EXIT.
           CLOSE OKTOPAY-FILE VENDMAST-FILE APOPEN-FILE LOAD-RPT.
           IF WS-LINES-HELD > 0
               MOVE 4 TO RETURN-CODE.
           STOP RUN.
      * Adds one matched invoice line to its open payable, opening
      * the payable on the invoice's first line.
       100-READ-LINE.
           READ OKTOPAY-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 100-EXIT
           END-READ.
           MOVE OK-INV-NO TO RPT-INV-NO.
           MOVE OK-VENDOR TO RPT-VENDOR.
           MOVE OK-PO-NO TO RPT-PO-NO.
           MOVE OK-ITEM-NO TO RPT-ITEM-NO.
           MOVE OK-AMOUNT TO RPT-AMOUNT.
           MOVE OK-VENDOR TO AP-VENDOR.
           MOVE OK-INV-NO TO AP-INV-NO.
           READ APOPEN-FILE
               INVALID KEY
                   PERFORM 200-NEW-PAYABLE THRU 200-EXIT
                   GO TO 100-EXIT
           END-READ.
           MOVE AP-DUE-DATE TO RPT-DUE-DATE.
           MOVE AP-DISC-DATE TO RPT-DISC-DATE.
           IF NOT AP-OPEN
               ADD 1 TO WS-LINES-HELD
               MOVE "INVOICE ALREADY PAID - SEE BUYER" TO RPT-RESULT
               PERFORM 500-PRINT-LINE THRU 500-EXIT
               GO TO 100-EXIT.
           ADD OK-AMOUNT TO AP-AMOUNT.
           COMPUTE AP-DISC-AMT ROUNDED = AP-AMOUNT * AP-DISC-PCT.
           REWRITE APOPEN-REC.
           ADD 1 TO WS-LINES-LOADED.
           ADD OK-AMOUNT TO WS-TOTAL-LOADED.
           PERFORM 150-ADD-PO-COST THRU 150-EXIT.
           MOVE "ADDED TO OPEN INVOICE" TO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       100-EXIT.
           EXIT.
      * Carries the line's cost at the PO price, which is what
      * receiving put into received-not-invoiced.  A line from
      * before the PO cost rode on OKTOPAY counts at its invoice
      * amount.
       150-ADD-PO-COST.
           IF OK-PO-AMOUNT NUMERIC
               ADD OK-PO-AMOUNT TO WS-TOTAL-PO-COST
           ELSE
               ADD OK-AMOUNT TO WS-TOTAL-PO-COST.
       150-EXIT.
           EXIT.
      * Opens a new payable dated from the invoice (the run date
      * when the vendor left it off) and timed by the vendor's
      * terms.
       200-NEW-PAYABLE.
           MOVE OK-INV-DATE TO WS-INV-DATE-NUM.
           IF OK-INV-DATE NOT NUMERIC
               MOVE WS-RUN-DATE TO WS-INV-DATE-NUM.
           IF WS-INV-MONTH < 1 OR WS-INV-MONTH > 12
                   OR WS-INV-DAY < 1 OR WS-INV-DAY > 31
               MOVE WS-RUN-DATE TO WS-INV-DATE-NUM.
           MOVE "N" TO WS-TERMS-OK.
           MOVE OK-VENDOR TO VM-CODE.
           READ VENDMAST-FILE
               INVALID KEY
                   MOVE SPACES TO VM-TERMS
           END-READ.
           PERFORM 300-READ-TERMS THRU 300-EXIT.
           MOVE WS-INV-DATE-NUM TO AP-INV-DATE.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-INV-DATE-NUM).
           COMPUTE AP-DUE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-DATE-INT + WS-NET-DAYS).
           IF WS-DISC-PCT > 0
               COMPUTE AP-DISC-DATE = FUNCTION DATE-OF-INTEGER(
                   WS-DATE-INT + WS-DISC-DAYS)
               COMPUTE AP-DISC-PCT = WS-DISC-PCT / 100
           ELSE
               MOVE ZEROS TO AP-DISC-DATE
               MOVE ZEROS TO AP-DISC-PCT.
           MOVE OK-AMOUNT TO AP-AMOUNT.
           COMPUTE AP-DISC-AMT ROUNDED = AP-AMOUNT * AP-DISC-PCT.
           MOVE "O" TO AP-STATUS.
           MOVE ZEROS TO AP-CHECK-NO.
           MOVE ZEROS TO AP-PAID-DATE.
           MOVE ZEROS TO AP-PAID-AMT.
           WRITE APOPEN-REC
               INVALID KEY CONTINUE
           END-WRITE.
           ADD 1 TO WS-LINES-LOADED.
           ADD 1 TO WS-INVOICES-NEW.
           ADD OK-AMOUNT TO WS-TOTAL-LOADED.
           PERFORM 150-ADD-PO-COST THRU 150-EXIT.
           MOVE AP-DUE-DATE TO RPT-DUE-DATE.
           MOVE AP-DISC-DATE TO RPT-DISC-DATE.
           IF WS-TERMS-OK = "Y"
               MOVE "NEW INVOICE OPENED" TO RPT-RESULT
           ELSE
               MOVE "NEW INVOICE - TERMS UNREAD, NET 30"
                   TO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       200-EXIT.
           EXIT.
      * Reads the vendor's terms: "NET nn" gives the days to pay,
      * "p/dd NET nn" adds p percent off when paid within dd days.
      * The word NET (or its short N) and the slash drop out,
      * leaving one number or three.
       300-READ-TERMS.
           MOVE DEFAULT-NET-DAYS TO WS-NET-DAYS.
           MOVE ZEROS TO WS-DISC-DAYS.
           MOVE ZEROS TO WS-DISC-PCT.
           MOVE VM-TERMS TO WS-TERMS.
           INSPECT WS-TERMS REPLACING ALL "NET" BY "   "
                                      ALL "/" BY " ".
           INSPECT WS-TERMS REPLACING ALL "N" BY " ".
           MOVE ZEROS TO WS-TERMS-LEAD.
           INSPECT WS-TERMS TALLYING WS-TERMS-LEAD
               FOR LEADING SPACES.
           IF WS-TERMS-LEAD NOT < 10
               GO TO 300-EXIT.
           COMPUTE WS-TERMS-PTR = WS-TERMS-LEAD + 1.
           MOVE SPACES TO WS-TERMS-F1 WS-TERMS-F2 WS-TERMS-F3.
           MOVE ZEROS TO WS-TERMS-FIELDS.
           UNSTRING WS-TERMS DELIMITED BY ALL SPACES
               INTO WS-TERMS-F1 WS-TERMS-F2 WS-TERMS-F3
               WITH POINTER WS-TERMS-PTR
               TALLYING IN WS-TERMS-FIELDS
           END-UNSTRING.
           INSPECT WS-TERMS-F1 REPLACING LEADING SPACES BY ZEROS.
           INSPECT WS-TERMS-F2 REPLACING LEADING SPACES BY ZEROS.
           INSPECT WS-TERMS-F3 REPLACING LEADING SPACES BY ZEROS.
           IF WS-TERMS-F3 = "000"
               MOVE 2 TO WS-TERMS-FIELDS.
           IF WS-TERMS-F2 = "000" AND WS-TERMS-FIELDS = 2
               MOVE 1 TO WS-TERMS-FIELDS.
           IF WS-TERMS-FIELDS = 1 AND WS-TERMS-F1 NUMERIC
               MOVE WS-TERMS-F1 TO WS-NET-DAYS
               MOVE "Y" TO WS-TERMS-OK
               GO TO 300-EXIT.
           IF WS-TERMS-FIELDS = 3 AND WS-TERMS-F1 NUMERIC
                   AND WS-TERMS-F2 NUMERIC AND WS-TERMS-F3 NUMERIC
               MOVE WS-TERMS-F1 TO WS-DISC-PCT
               MOVE WS-TERMS-F2 TO WS-DISC-DAYS
               MOVE WS-TERMS-F3 TO WS-NET-DAYS
               MOVE "Y" TO WS-TERMS-OK.
           IF WS-DISC-PCT > 99 OR WS-DISC-DAYS > WS-NET-DAYS
               MOVE DEFAULT-NET-DAYS TO WS-NET-DAYS
               MOVE ZEROS TO WS-DISC-DAYS
               MOVE ZEROS TO WS-DISC-PCT
               MOVE "N" TO WS-TERMS-OK.
       300-EXIT.
           EXIT.
      * Prints one load line
       500-PRINT-LINE.
           MOVE RPT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       500-EXIT.
           EXIT.
      * Moves the night's invoices out of received-not-invoiced
      * at the PO cost receiving used and into accounts payable at
      * the invoiced amount; the difference between the two is
      * purchase-price variance.
       700-PAYABLE-JOURNAL.
           IF WS-TOTAL-LOADED = 0
               GO TO 700-EXIT.
           OPEN EXTEND INVGL-FILE.
           MOVE "MDSRNI  " TO IG-ACCOUNT.
           MOVE "VENDOR INVOICES ENTERED" TO IG-DESC.
           MOVE WS-TOTAL-PO-COST TO IG-DEBIT.
           MOVE ZEROS TO IG-CREDIT.
           WRITE INVGL-REC.
           COMPUTE WS-PRICE-VARIANCE =
               WS-TOTAL-LOADED - WS-TOTAL-PO-COST.
           IF WS-PRICE-VARIANCE NOT = 0
               MOVE "MDSPPV  " TO IG-ACCOUNT
               MOVE "PURCHASE PRICE VARIANCE" TO IG-DESC
               MOVE ZEROS TO IG-DEBIT IG-CREDIT.
           IF WS-PRICE-VARIANCE > 0
               MOVE WS-PRICE-VARIANCE TO IG-DEBIT
               WRITE INVGL-REC.
           IF WS-PRICE-VARIANCE < 0
               COMPUTE IG-CREDIT = 0 - WS-PRICE-VARIANCE
               WRITE INVGL-REC.
           MOVE "VENDOR INVOICES ENTERED" TO IG-DESC.
           MOVE "MDSAPAY " TO IG-ACCOUNT.
           MOVE ZEROS TO IG-DEBIT.
           MOVE WS-TOTAL-LOADED TO IG-CREDIT.
           WRITE INVGL-REC.
           CLOSE INVGL-FILE.
       700-EXIT.
           EXIT.
       END PROGRAM APLOAD.

      ***********************************************************
      * VENDOR CHECK RUN
      * KODY BRAND
      * This program pays what purchasing approved.  It reads the
      * week's APSELECT payment selection and, for every line
      * flagged Y whose invoice is still open on APOPEN, prints
      * it on a remittance stub -- one check per vendor, every
      * invoice it pays listed with its discount -- and then the
      * check itself.  The early-payment discount is taken only
      * when the check date is still inside the discount window.
      * Check numbers come from the APCHKNUM control file; each
      * check is written to the APCHKREG check register for the
      * bank's positive-pay export, the invoices are marked paid
      * with the check that paid them, and the run's payables,
      * cash, and discounts go to the INVGL journal extract.
      * The run goes every night; a flagged line whose invoice is
      * already paid is passed over, so nothing is paid twice.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  VENDMAST RECORD WIDENED FOR THE VENDOR
      *                 ADDRESS AND PURCHASE-ORDER METHOD.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCHECK.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APSELECT-FILE ASSIGN TO UT-S-APSELECT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL APOPEN-FILE ASSIGN TO UT-S-APOPEN
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APOPEN-STATUS.
           SELECT VENDMAST-FILE ASSIGN TO UT-S-VENDMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT OPTIONAL APCHKREG-FILE ASSIGN TO UT-S-APCHKREG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AC-CHECK-NO
               FILE STATUS IS WS-APCHKREG-STATUS.
           SELECT OPTIONAL APCHKNUM-FILE ASSIGN TO UT-S-APCHKNUM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APCHKNUM-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL INVGL-FILE ASSIGN TO UT-S-INVGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-PRINT ASSIGN TO UT-S-CHKPRINT.

       DATA DIVISION.
       FILE SECTION.
       FD  APSELECT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  APSELECT-REC.
           05  AS-VENDOR           PIC X(5).
           05  AS-INV-NO           PIC X(8).
           05  AS-DUE-DATE         PIC 9(8).
           05  AS-DISC-DATE        PIC 9(8).
           05  AS-AMOUNT           PIC 9(9)V99.
           05  AS-DISC-AMT         PIC 9(7)V99.
           05  AS-APPROVED         PIC X.
               88  AS-IS-APPROVED          VALUE "Y".
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
       FD  APCHKREG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  APCHKREG-REC.
           05  AC-CHECK-NO         PIC 9(6).
           05  AC-VENDOR           PIC X(5).
           05  AC-NAME             PIC X(25).
           05  AC-DATE             PIC 9(8).
           05  AC-AMOUNT           PIC 9(7)V99.
           05  AC-STATUS           PIC X.
               88  AC-ISSUED               VALUE "I".
               88  AC-VOID                 VALUE "V".
           05  AC-REPLACES         PIC 9(6).
       FD  APCHKNUM-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  APCHKNUM-REC.
           05  AN-NEXT-CHECK       PIC 9(6).
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
       FD  CHECK-PRINT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(100).

       WORKING-STORAGE SECTION.
       77  UT-S-APSELECT           PIC X(50)
               VALUE "C:\COBOL\APSELECT.DAT".
       77  UT-S-APOPEN             PIC X(50)
               VALUE "C:\COBOL\APOPEN.DAT".
       77  UT-S-VENDMAST           PIC X(50)
               VALUE "C:\COBOL\VENDMAST.DAT".
       77  UT-S-APCHKREG           PIC X(50)
               VALUE "C:\COBOL\APCHKREG.DAT".
       77  UT-S-APCHKNUM           PIC X(50)
               VALUE "C:\COBOL\APCHKNUM.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-INVGL              PIC X(50)
               VALUE "C:\COBOL\INVGL.DAT".
       77  UT-S-CHKPRINT           PIC X(50)
               VALUE "C:\COBOL\APCHECK.RPT".
       77  WS-APOPEN-STATUS        PIC XX      VALUE SPACES.
       77  WS-VENDMAST-STATUS      PIC XX      VALUE SPACES.
       77  WS-APCHKREG-STATUS      PIC XX      VALUE SPACES.
       77  WS-APCHKNUM-STATUS      PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-NEXT-CHECK           PIC 9(6)    VALUE 1.
       77  WS-CHECK-NO             PIC 9(6)    VALUE ZEROS.
       77  WS-CHECK-VENDOR         PIC X(5)    VALUE SPACES.
       77  WS-CHECK-AMOUNT         PIC 9(7)V99 VALUE ZEROS.
       77  WS-CHECK-GROSS          PIC 9(9)V99 VALUE ZEROS.
       77  WS-CHECK-DISC           PIC 9(7)V99 VALUE ZEROS.
       77  WS-INV-DISC             PIC 9(7)V99 VALUE ZEROS.
       77  WS-INV-NET              PIC 9(9)V99 VALUE ZEROS.
       77  WS-CHECKS-PRINTED       PIC 9(5)    VALUE ZEROS.
       77  WS-INVOICES-PAID        PIC 9(5)    VALUE ZEROS.
       77  WS-UNAPPROVED           PIC 9(5)    VALUE ZEROS.
       77  WS-NOT-OPEN             PIC 9(5)    VALUE ZEROS.
       77  WS-GL-PAYABLE           PIC 9(9)V99 VALUE ZEROS.
       77  WS-GL-CASH              PIC 9(9)V99 VALUE ZEROS.
       77  WS-GL-DISC              PIC 9(9)V99 VALUE ZEROS.
       01  WS-RUN-DATE.
           05  WS-RUN-YEAR         PIC 9(4).
           05  WS-RUN-MONTH        PIC 9(2).
           05  WS-RUN-DAY          PIC 9(2).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR         PIC 9(4).
               10  WS-MONTH        PIC 9(2).
               10  WS-DAY          PIC 9(2).
           05  FILLER              PIC X(13).
       01  CHK-BORDER.
           05  FILLER      PIC X(70)   VALUE ALL "=".
       01  STUB-LINE-1.
           05  FILLER      PIC X(19)   VALUE "REMITTANCE ADVICE  ".
           05  FILLER      PIC X(8)    VALUE "VENDOR: ".
           05  STUB-VENDOR PIC X(5).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  STUB-NAME   PIC X(25).
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  FILLER      PIC X(7)    VALUE "CHECK: ".
           05  STUB-CHECK-NO PIC 9(6).
       01  STUB-HEAD.
           05  FILLER      PIC X(40)
               VALUE "  INVOICE   INV DATE   INVOICE AMOUNT   ".
           05  FILLER      PIC X(30)
               VALUE "   DISCOUNT       AMOUNT PAID".
       01  STUB-DETAIL.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  STUB-INV-NO PIC X(8).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  STUB-INV-DATE PIC 9(8).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  STUB-AMOUNT PIC $$$,$$$,$$9.99.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  STUB-DISC   PIC $$$,$$9.99.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  STUB-PAID   PIC $$$,$$$,$$9.99.
       01  STUB-TOTAL.
           05  FILLER      PIC X(23)   VALUE "  TOTALS".
           05  STUB-T-AMOUNT PIC $$$,$$$,$$9.99.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  STUB-T-DISC PIC $$$,$$9.99.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  STUB-T-PAID PIC $$$,$$$,$$9.99.
       01  CHK-LINE-1.
           05  FILLER      PIC X(17)   VALUE "PLATTEVILLE BOOKS".
           05  FILLER      PIC X(26).
           05  FILLER      PIC X(7)    VALUE "CHECK: ".
           05  CHK-NO      PIC 9(6).
       01  CHK-LINE-2.
           05  FILLER      PIC X(14)   VALUE "PAY TO:       ".
           05  CHK-NAME    PIC X(25).
           05  FILLER      PIC X(4).
           05  FILLER      PIC X(6)    VALUE "DATE: ".
           05  CHK-DATE-M  PIC 99.
           05  FILLER      PIC X      VALUE "/".
           05  CHK-DATE-D  PIC 99.
           05  FILLER      PIC X      VALUE "/".
           05  CHK-DATE-Y  PIC 9999.
       01  CHK-LINE-3.
           05  FILLER      PIC X(14)   VALUE "THE AMOUNT OF ".
           05  CHK-AMOUNT  PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(4).
           05  FILLER      PIC X(11)   VALUE "VENDOR ID: ".
           05  CHK-VENDOR  PIC X(5).
       01  RUN-TOTALS-1.
           05  FILLER      PIC X(16)   VALUE "CHECKS PRINTED: ".
           05  RUN-PRINTED PIC ZZZZ9.
           05  FILLER      PIC X(18)   VALUE "  INVOICES PAID:  ".
           05  RUN-PAID    PIC ZZZZ9.
           05  FILLER      PIC X(16)   VALUE "  NOT APPROVED: ".
           05  RUN-UNAPPROVED PIC ZZZZ9.
           05  FILLER      PIC X(20)   VALUE "  NO LONGER OPEN:   ".
           05  RUN-NOT-OPEN PIC ZZZZ9.
       01  RUN-TOTALS-2.
           05  FILLER      PIC X(16)   VALUE "INVOICES:       ".
           05  RUN-GROSS   PIC $$$,$$$,$$9.99.
           05  FILLER      PIC X(13)   VALUE "  DISCOUNTS: ".
           05  RUN-DISC    PIC $$$,$$$,$$9.99.
           05  FILLER      PIC X(13)   VALUE "  CASH PAID: ".
           05  RUN-CASH    PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-RUN-DATE-NUM =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-RUN-DATE-NUM
               END-READ.
           CLOSE PROCDATE-FILE.
           MOVE WS-RUN-MONTH TO CHK-DATE-M.
           MOVE WS-RUN-DAY TO CHK-DATE-D.
           MOVE WS-RUN-YEAR TO CHK-DATE-Y.
           OPEN INPUT APCHKNUM-FILE.
           IF WS-APCHKNUM-STATUS = "00"
               READ APCHKNUM-FILE
                   NOT AT END MOVE AN-NEXT-CHECK TO WS-NEXT-CHECK
               END-READ.
           CLOSE APCHKNUM-FILE.
           OPEN INPUT APSELECT-FILE.
           OPEN I-O APOPEN-FILE.
           OPEN INPUT VENDMAST-FILE.
           OPEN I-O APCHKREG-FILE.
           OPEN OUTPUT CHECK-PRINT.
           PERFORM 100-READ-SELECTION THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           PERFORM 400-FINISH-CHECK THRU 400-EXIT.
           MOVE WS-CHECKS-PRINTED TO RUN-PRINTED.
           MOVE WS-INVOICES-PAID TO RUN-PAID.
           MOVE WS-UNAPPROVED TO RUN-UNAPPROVED.
           MOVE WS-NOT-OPEN TO RUN-NOT-OPEN.
           MOVE RUN-TOTALS-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE WS-GL-PAYABLE TO RUN-GROSS.
           MOVE WS-GL-DISC TO RUN-DISC.
           MOVE WS-GL-CASH TO RUN-CASH.
           MOVE RUN-TOTALS-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           OPEN OUTPUT APCHKNUM-FILE.
           MOVE WS-NEXT-CHECK TO AN-NEXT-CHECK.
           WRITE APCHKNUM-REC.
           CLOSE APCHKNUM-FILE.
           PERFORM 700-PAYMENT-JOURNAL THRU 700-EXIT.
           CLOSE APSELECT-FILE APOPEN-FILE VENDMAST-FILE
                 APCHKREG-FILE CHECK-PRINT.
           STOP RUN.
      * Pays one approved selection line, starting the vendor's
      * check on its first invoice.
       100-READ-SELECTION.
           READ APSELECT-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 100-EXIT
           END-READ.
           IF NOT AS-IS-APPROVED
               ADD 1 TO WS-UNAPPROVED
               GO TO 100-EXIT.
           MOVE AS-VENDOR TO AP-VENDOR.
           MOVE AS-INV-NO TO AP-INV-NO.
           READ APOPEN-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-OPEN
                   GO TO 100-EXIT
           END-READ.
           IF NOT AP-OPEN
               ADD 1 TO WS-NOT-OPEN
               GO TO 100-EXIT.
           IF AS-VENDOR NOT = WS-CHECK-VENDOR
               PERFORM 400-FINISH-CHECK THRU 400-EXIT
               PERFORM 200-START-CHECK THRU 200-EXIT.
           IF AP-DISC-DATE NOT < WS-RUN-DATE-NUM
               MOVE AP-DISC-AMT TO WS-INV-DISC
           ELSE
               MOVE ZEROS TO WS-INV-DISC.
           COMPUTE WS-INV-NET = AP-AMOUNT - WS-INV-DISC.
           MOVE "P" TO AP-STATUS.
           MOVE WS-CHECK-NO TO AP-CHECK-NO.
           MOVE WS-RUN-DATE-NUM TO AP-PAID-DATE.
           MOVE WS-INV-NET TO AP-PAID-AMT.
           REWRITE APOPEN-REC.
           ADD 1 TO WS-INVOICES-PAID.
           ADD AP-AMOUNT TO WS-CHECK-GROSS WS-GL-PAYABLE.
           ADD WS-INV-DISC TO WS-CHECK-DISC WS-GL-DISC.
           ADD WS-INV-NET TO WS-CHECK-AMOUNT WS-GL-CASH.
           MOVE AP-INV-NO TO STUB-INV-NO.
           MOVE AP-INV-DATE TO STUB-INV-DATE.
           MOVE AP-AMOUNT TO STUB-AMOUNT.
           MOVE WS-INV-DISC TO STUB-DISC.
           MOVE WS-INV-NET TO STUB-PAID.
           MOVE STUB-DETAIL TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       100-EXIT.
           EXIT.
      * Takes the next check number for a new vendor and heads its
      * remittance stub.
       200-START-CHECK.
           MOVE WS-NEXT-CHECK TO WS-CHECK-NO.
           ADD 1 TO WS-NEXT-CHECK.
           MOVE AS-VENDOR TO WS-CHECK-VENDOR.
           MOVE ZEROS TO WS-CHECK-AMOUNT WS-CHECK-GROSS
                         WS-CHECK-DISC.
           MOVE AS-VENDOR TO VM-CODE.
           READ VENDMAST-FILE
               INVALID KEY
                   MOVE "** NOT ON VENDOR MASTER **" TO VM-NAME
           END-READ.
           MOVE AS-VENDOR TO STUB-VENDOR.
           MOVE VM-NAME TO STUB-NAME.
           MOVE WS-CHECK-NO TO STUB-CHECK-NO.
           MOVE STUB-LINE-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE STUB-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
       200-EXIT.
           EXIT.
      * Totals the stub, prints the check, and records it on the
      * check register for the positive-pay export.
       400-FINISH-CHECK.
           IF WS-CHECK-VENDOR = SPACES
               GO TO 400-EXIT.
           MOVE WS-CHECK-GROSS TO STUB-T-AMOUNT.
           MOVE WS-CHECK-DISC TO STUB-T-DISC.
           MOVE WS-CHECK-AMOUNT TO STUB-T-PAID.
           MOVE STUB-TOTAL TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE CHK-BORDER TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           MOVE WS-CHECK-NO TO CHK-NO.
           MOVE CHK-LINE-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE STUB-NAME TO CHK-NAME.
           MOVE CHK-LINE-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE WS-CHECK-AMOUNT TO CHK-AMOUNT.
           MOVE WS-CHECK-VENDOR TO CHK-VENDOR.
           MOVE CHK-LINE-3 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE CHK-BORDER TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE WS-CHECK-NO TO AC-CHECK-NO.
           MOVE WS-CHECK-VENDOR TO AC-VENDOR.
           MOVE STUB-NAME TO AC-NAME.
           MOVE WS-RUN-DATE-NUM TO AC-DATE.
           MOVE WS-CHECK-AMOUNT TO AC-AMOUNT.
           MOVE "I" TO AC-STATUS.
           MOVE ZEROS TO AC-REPLACES.
           WRITE APCHKREG-REC
               INVALID KEY REWRITE APCHKREG-REC
           END-WRITE.
           ADD 1 TO WS-CHECKS-PRINTED.
           MOVE SPACES TO WS-CHECK-VENDOR.
       400-EXIT.
           EXIT.
      * Clears the paid invoices out of accounts payable against
      * the cash that went out and the discounts earned.
       700-PAYMENT-JOURNAL.
           IF WS-GL-PAYABLE = 0
               GO TO 700-EXIT.
           OPEN EXTEND INVGL-FILE.
           MOVE "MDSAPAY " TO IG-ACCOUNT.
           MOVE "VENDOR CHECKS ISSUED" TO IG-DESC.
           MOVE WS-GL-PAYABLE TO IG-DEBIT.
           MOVE ZEROS TO IG-CREDIT.
           WRITE INVGL-REC.
           MOVE "MDSCASH " TO IG-ACCOUNT.
           MOVE ZEROS TO IG-DEBIT.
           MOVE WS-GL-CASH TO IG-CREDIT.
           WRITE INVGL-REC.
           IF WS-GL-DISC > 0
               MOVE "MDSDISC " TO IG-ACCOUNT
               MOVE "PURCHASE DISCOUNTS TAKEN" TO IG-DESC
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-GL-DISC TO IG-CREDIT
               WRITE INVGL-REC.
           CLOSE INVGL-FILE.
       700-EXIT.
           EXIT.
       END PROGRAM APCHECK.

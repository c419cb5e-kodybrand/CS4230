      ***********************************************************
      * WEEKLY VENDOR PAYMENT SELECTION
      * KODY BRAND
      * This program proposes the week's vendor payments.  On the
      * selection night it reads the APOPEN open payables and
      * picks every open invoice that falls due before the next
      * selection, plus every one whose early-payment discount
      * would expire in that time, writing them to the APSELECT
      * file with the approval flag blank and printing the
      * selection register by vendor.  Purchasing flips the flag
      * to Y on the lines it wants paid -- the same way it
      * approves suggested orders -- and the nightly check run
      * pays only approved lines.  Other nights the program
      * reports nothing and leaves the pending selection alone.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  VENDMAST RECORD WIDENED FOR THE VENDOR
      *                 ADDRESS AND PURCHASE-ORDER METHOD.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APSELECT.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APOPEN-FILE ASSIGN TO UT-S-APOPEN
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AP-KEY
               FILE STATUS IS WS-APOPEN-STATUS.
           SELECT VENDMAST-FILE ASSIGN TO UT-S-VENDMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT APSELECT-FILE ASSIGN TO UT-S-APSELECT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SELECT-RPT ASSIGN TO UT-S-SELECTRPT.

       DATA DIVISION.
       FILE SECTION.
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
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
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
       FD  SELECT-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(100).

       WORKING-STORAGE SECTION.
       77  UT-S-APOPEN             PIC X(50)
               VALUE "C:\COBOL\APOPEN.DAT".
       77  UT-S-VENDMAST           PIC X(50)
               VALUE "C:\COBOL\VENDMAST.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-APSELECT           PIC X(50)
               VALUE "C:\COBOL\APSELECT.DAT".
       77  UT-S-SELECTRPT          PIC X(50)
               VALUE "C:\COBOL\APSELECT.RPT".
       77  WS-APOPEN-STATUS        PIC XX      VALUE SPACES.
       77  WS-VENDMAST-STATUS      PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
      * Selection runs on the Wednesday night (day 3, counting
      * Sunday as 0) and looks a week ahead, to the next one.
       77  SELECT-DAY              PIC 9       VALUE 3.
       77  SELECT-HORIZON-DAYS     PIC 9(3)    VALUE 7.
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       77  WS-RUN-INT              PIC S9(9)   VALUE ZEROS.
       77  WS-WEEK-DAY             PIC 9       VALUE ZEROS.
       77  WS-HORIZON              PIC 9(8)    VALUE ZEROS.
       77  WS-PREV-VENDOR          PIC X(5)    VALUE SPACES.
       77  WS-NET-AMT              PIC 9(9)V99 VALUE ZEROS.
       77  WS-VEND-COUNT           PIC 9(5)    VALUE ZEROS.
       77  WS-VEND-AMOUNT          PIC 9(9)V99 VALUE ZEROS.
       77  WS-VEND-DISC            PIC 9(9)V99 VALUE ZEROS.
       77  WS-SELECTED             PIC 9(5)    VALUE ZEROS.
       77  WS-TOTAL-AMOUNT         PIC 9(11)V99 VALUE ZEROS.
       77  WS-TOTAL-DISC           PIC 9(9)V99 VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR         PIC 9(4).
               10  WS-MONTH        PIC 9(2).
               10  WS-DAY          PIC 9(2).
           05  FILLER              PIC X(13).
       01  RPT-TITLE.
           05  FILLER  PIC X(40)
               VALUE "---- VENDOR PAYMENT SELECTION REGISTER ".
           05  FILLER  PIC X(10) VALUE "----  RUN ".
           05  RPT-T-RUN-DATE      PIC 9(8).
           05  FILLER  PIC X(12) VALUE "  THROUGH  ".
           05  RPT-T-HORIZON       PIC 9(8).
       01  RPT-NOTE.
           05  FILLER  PIC X(42)
               VALUE "PURCHASING: FLAG Y ON THE LINES TO PAY --".
           05  FILLER  PIC X(40)
               VALUE " THE NIGHTLY CHECK RUN PAYS ONLY THOSE.".
       01  RPT-HEAD.
           05  FILLER  PIC X(46)
               VALUE "  INVOICE   INV DATE  DUE DATE  DISC BY     ".
           05  FILLER  PIC X(50)
               VALUE "    AMOUNT   DISCOUNT     NET TO PAY  REASON".
       01  VEND-LINE.
           05  FILLER              PIC X(8)   VALUE "VENDOR: ".
           05  VL-VENDOR           PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  VL-NAME             PIC X(25).
       01  RPT-LINE.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-INV-NO          PIC X(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-INV-DATE        PIC 9(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-DUE-DATE        PIC 9(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-DISC-DATE       PIC 9(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-AMOUNT          PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  RPT-DISC            PIC $$$,$$9.99.
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  RPT-NET             PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-REASON          PIC X(12).
       01  VEND-TOTAL-LINE.
           05  FILLER              PIC X(10)  VALUE SPACES.
           05  FILLER              PIC X(14)  VALUE "VENDOR TOTAL (".
           05  VT-COUNT            PIC ZZ9.
           05  FILLER              PIC X(11)  VALUE " INVOICES)".
           05  VT-AMOUNT           PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  VT-DISC             PIC $$$,$$9.99.
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  VT-NET              PIC $$$,$$$,$$9.99.
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(20)
               VALUE "INVOICES SELECTED:  ".
           05  RPT-T-SELECTED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(10)  VALUE "  AMOUNT: ".
           05  RPT-T-AMOUNT        PIC $$$,$$$,$$9.99.
           05  FILLER              PIC X(12)  VALUE "  DISCOUNT: ".
           05  RPT-T-DISC          PIC $$$,$$$,$$9.99.
       01  SKIP-LINE               PIC X(48)  VALUE
           "NOT THE PAYMENT SELECTION NIGHT - NOTHING TO DO".

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
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-WEEK-DAY = FUNCTION MOD(WS-RUN-INT, 7).
           OPEN OUTPUT SELECT-RPT.
           IF WS-WEEK-DAY NOT = SELECT-DAY
               MOVE SKIP-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING PAGE
               CLOSE SELECT-RPT
               STOP RUN.
           COMPUTE WS-HORIZON = FUNCTION DATE-OF-INTEGER(
               WS-RUN-INT + SELECT-HORIZON-DAYS).
           OPEN INPUT APOPEN-FILE.
           IF WS-APOPEN-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           OPEN INPUT VENDMAST-FILE.
           OPEN OUTPUT APSELECT-FILE.
           MOVE WS-RUN-DATE TO RPT-T-RUN-DATE.
           MOVE WS-HORIZON TO RPT-T-HORIZON.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE RPT-NOTE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE RPT-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 100-READ-PAYABLE THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           PERFORM 300-VENDOR-TOTAL THRU 300-EXIT.
           MOVE WS-SELECTED TO RPT-T-SELECTED.
           MOVE WS-TOTAL-AMOUNT TO RPT-T-AMOUNT.
           MOVE WS-TOTAL-DISC TO RPT-T-DISC.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE APOPEN-FILE VENDMAST-FILE APSELECT-FILE SELECT-RPT.
           STOP RUN.
      * Selects one open invoice when it falls due, or its discount
      * runs out, before the next selection night.
       100-READ-PAYABLE.
           READ APOPEN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 100-EXIT
           END-READ.
           IF NOT AP-OPEN
               GO TO 100-EXIT.
           IF AP-DUE-DATE < WS-RUN-DATE
               MOVE "PAST DUE" TO RPT-REASON
           ELSE
           IF AP-DUE-DATE NOT > WS-HORIZON
               MOVE "DUE" TO RPT-REASON
           ELSE
           IF AP-DISC-DATE NOT < WS-RUN-DATE
                   AND AP-DISC-DATE NOT > WS-HORIZON
               MOVE "DISC WINDOW" TO RPT-REASON
           ELSE
               GO TO 100-EXIT.
           IF AP-VENDOR NOT = WS-PREV-VENDOR
               PERFORM 300-VENDOR-TOTAL THRU 300-EXIT
               PERFORM 200-VENDOR-HEAD THRU 200-EXIT.
           MOVE AP-VENDOR TO AS-VENDOR.
           MOVE AP-INV-NO TO AS-INV-NO.
           MOVE AP-DUE-DATE TO AS-DUE-DATE.
           MOVE AP-DISC-DATE TO AS-DISC-DATE.
           MOVE AP-AMOUNT TO AS-AMOUNT.
           IF AP-DISC-DATE NOT < WS-RUN-DATE
               MOVE AP-DISC-AMT TO AS-DISC-AMT
           ELSE
               MOVE ZEROS TO AS-DISC-AMT.
           MOVE SPACE TO AS-APPROVED.
           WRITE APSELECT-REC.
           COMPUTE WS-NET-AMT = AS-AMOUNT - AS-DISC-AMT.
           ADD 1 TO WS-SELECTED WS-VEND-COUNT.
           ADD AS-AMOUNT TO WS-TOTAL-AMOUNT WS-VEND-AMOUNT.
           ADD AS-DISC-AMT TO WS-TOTAL-DISC WS-VEND-DISC.
           MOVE AP-INV-NO TO RPT-INV-NO.
           MOVE AP-INV-DATE TO RPT-INV-DATE.
           MOVE AP-DUE-DATE TO RPT-DUE-DATE.
           MOVE AP-DISC-DATE TO RPT-DISC-DATE.
           MOVE AS-AMOUNT TO RPT-AMOUNT.
           MOVE AS-DISC-AMT TO RPT-DISC.
           MOVE WS-NET-AMT TO RPT-NET.
           MOVE RPT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       100-EXIT.
           EXIT.
      * Heads a new vendor's group with the vendor's name
       200-VENDOR-HEAD.
           MOVE AP-VENDOR TO WS-PREV-VENDOR.
           MOVE AP-VENDOR TO VL-VENDOR VM-CODE.
           READ VENDMAST-FILE
               INVALID KEY
                   MOVE "** NOT ON VENDOR MASTER **" TO VM-NAME
           END-READ.
           MOVE VM-NAME TO VL-NAME.
           MOVE VEND-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
       200-EXIT.
           EXIT.
      * Closes the previous vendor's group, if there was one
       300-VENDOR-TOTAL.
           IF WS-VEND-COUNT = 0
               GO TO 300-EXIT.
           MOVE WS-VEND-COUNT TO VT-COUNT.
           MOVE WS-VEND-AMOUNT TO VT-AMOUNT.
           MOVE WS-VEND-DISC TO VT-DISC.
           COMPUTE WS-NET-AMT = WS-VEND-AMOUNT - WS-VEND-DISC.
           MOVE WS-NET-AMT TO VT-NET.
           MOVE VEND-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE ZEROS TO WS-VEND-COUNT WS-VEND-AMOUNT WS-VEND-DISC.
       300-EXIT.
           EXIT.
       END PROGRAM APSELECT.

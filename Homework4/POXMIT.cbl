      ***********************************************************
      * PURCHASE-ORDER PRINT AND TRANSMISSION
      * KODY BRAND
      * This program gets the orders APPRVORD cuts into the
      * vendor's hands.  It picks up every open POMAST line not
      * yet sent, groups them by vendor and ship-to store, and
      * sends each group the way the vendor takes orders on
      * VENDMAST: a printed purchase order (vendor address, ship-
      * to store, PO number, ISBN and title, quantity, cost,
      * terms) for paper vendors, or an X12 850-style purchase-
      * order file for EDI vendors.  Every PO sent is logged on
      * the XMITLOG transmission control under "PO" plus the PO
      * number, so an order the vendor never acknowledges raises
      * the XMITACK alarm, and the POMAST line is stamped with
      * the ship-to store and the date it went out.  Orders for
      * a vendor with no master record are held, unsent, on the
      * register.  The ship-to store for orders that do not name
      * one comes from the operator at the start of the run.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POXMIT.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL POMAST-FILE ASSIGN TO UT-S-POMAST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PO-NO
               FILE STATUS IS WS-POMAST-STATUS.
           SELECT INVMAST-FILE ASSIGN TO UT-S-INVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IM-ITEM-NO
               FILE STATUS IS WS-INVMAST-STATUS.
           SELECT OPTIONAL VENDMAST-FILE ASSIGN TO UT-S-VENDMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-VENDMAST-STATUS.
           SELECT OPTIONAL XMITLOG-FILE ASSIGN TO UT-S-XMITLOG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS XM-KEY
               FILE STATUS IS WS-XMITLOG-STATUS.
           SELECT OPTIONAL STOREADR-FILE ASSIGN TO UT-S-STOREADR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOREADR-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT POEDI-FILE ASSIGN TO UT-S-POEDI
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK ASSIGN TO UT-S-SORTWK.
           SELECT PO-PRINT ASSIGN TO UT-S-POPRINT.
           SELECT XMIT-RPT ASSIGN TO UT-S-XMITRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  POMAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 47 CHARACTERS.
       01  POMAST-REC.
           05  PO-NO               PIC X(6).
           05  PO-VENDOR           PIC X(5).
           05  PO-ITEM-NO          PIC X(5).
           05  PO-QTY              PIC 9(5).
           05  PO-UNIT-COST        PIC 9(3)V99.
           05  PO-RCVD-QTY         PIC 9(5).
           05  PO-BILLED-QTY       PIC 9(5).
           05  PO-STATUS           PIC X.
               88  PO-OPEN                 VALUE "O".
           05  PO-SHIP-TO          PIC X(2).
           05  PO-SENT-DATE        PIC 9(8).
       FD  INVMAST-FILE
           RECORD CONTAINS 116 CHARACTERS.
       01  INVMAST-REC.
           05  IM-ITEM-NO              PIC X(5).
           05  IM-DESCRIPTIVE-DATA.
               10  IM-ITEM-DESC                PIC X(40).
               10  IM-UNIT-COST                PIC 9(3)V99.
               10  IM-UNIT-PRICE                PIC 9(3)V99.
           05  IM-INVENTORY-DATA.
               10  IM-REORDER-POINT            PIC S9(5).
               10  IM-ON-HAND                  PIC S9(5).
               10  IM-ON-ORDER                 PIC S9(5).
           05  IM-BOOK-DATA.
               10  BK-ISBN                     PIC X(13).
               10  BK-AUTHOR                   PIC X(25).
               10  BK-CATEGORY                 PIC X(3).
           05  IM-VENDOR               PIC X(5).
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
       FD  XMITLOG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01  XMITLOG-REC.
           05  XM-KEY.
               10  XM-FILE         PIC X(12).
               10  XM-DATE         PIC 9(8).
           05  XM-COUNT            PIC 9(7).
           05  XM-DOLLARS          PIC 9(11)V99.
           05  XM-ACK-DATE         PIC 9(8).
       FD  STOREADR-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  STOREADR-REC.
           05  SA-LOCATION         PIC X(2).
           05  SA-NAME             PIC X(25).
           05  SA-ADDR             PIC X(30).
           05  SA-CITY             PIC X(20).
           05  SA-STATE            PIC X(2).
           05  SA-ZIP              PIC X(10).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE         PIC 9(8).
           05  PD-MONTH-END        PIC X.
       FD  POEDI-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  POEDI-REC               PIC X(120).
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-VENDOR          PIC X(5).
           05  SRT-SHIP-TO         PIC X(2).
           05  SRT-PO-NO           PIC X(6).
       FD  PO-PRINT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PO-OUT                  PIC X(100).
       FD  XMIT-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(100).

       WORKING-STORAGE SECTION.
       77  UT-S-POMAST             PIC X(50)
               VALUE "C:\COBOL\POMAST.DAT".
       77  UT-S-INVMAST            PIC X(50)
               VALUE "C:\COBOL\INVMASTI.DAT".
       77  UT-S-VENDMAST           PIC X(50)
               VALUE "C:\COBOL\VENDMAST.DAT".
       77  UT-S-XMITLOG            PIC X(50)
               VALUE "C:\COBOL\XMITLOG.DAT".
       77  UT-S-STOREADR           PIC X(50)
               VALUE "C:\COBOL\STOREADR.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-POEDI              PIC X(50)
               VALUE "C:\COBOL\POEDI.DAT".
       77  UT-S-SORTWK             PIC X(50)
               VALUE "C:\COBOL\POXSORT.TMP".
       77  UT-S-POPRINT            PIC X(50)
               VALUE "C:\COBOL\POPRINT.RPT".
       77  UT-S-XMITRPT            PIC X(50)
               VALUE "C:\COBOL\POXMIT.RPT".
       77  WS-POMAST-STATUS        PIC XX      VALUE SPACES.
       77  WS-INVMAST-STATUS       PIC XX      VALUE SPACES.
       77  WS-VENDMAST-STATUS      PIC XX      VALUE SPACES.
       77  WS-XMITLOG-STATUS       PIC XX      VALUE SPACES.
       77  WS-STOREADR-STATUS      PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
      * Our trading-partner ID on the EDI envelope.
       77  EDI-OUR-ID              PIC X(15)   VALUE "BOOKSTORE".
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-LOAD-EOF             PIC X       VALUE "N".
       77  WS-SORT-EOF             PIC X       VALUE "N".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       77  WS-SHIP-IN              PIC X(2)    VALUE SPACES.
       77  WS-SHIP-TO              PIC X(2)    VALUE SPACES.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CDF-YEAR     PIC 9(4).
               10  WS-CDF-MONTH    PIC 9(2).
               10  WS-CDF-DAY      PIC 9(2).
           05  FILLER              PIC X(13).
      * Store addresses for the ship-to block.
       77  WS-STR-COUNT            PIC S9(3)   COMP VALUE ZERO.
       77  WS-STR-IDX              PIC S9(3)   COMP VALUE ZERO.
       01  WS-STR-TABLE.
           05  WS-STR-ENTRY OCCURS 20 TIMES.
               10  WS-STR-LOC      PIC X(2).
               10  WS-STR-NAME     PIC X(25).
               10  WS-STR-ADDR     PIC X(30).
               10  WS-STR-CITY     PIC X(20).
               10  WS-STR-STATE    PIC X(2).
               10  WS-STR-ZIP      PIC X(10).
       77  WS-ST-NAME              PIC X(25)   VALUE SPACES.
       77  WS-ST-ADDR              PIC X(30)   VALUE SPACES.
       77  WS-ST-CITY              PIC X(20)   VALUE SPACES.
       77  WS-ST-STATE             PIC X(2)    VALUE SPACES.
       77  WS-ST-ZIP               PIC X(10)   VALUE SPACES.
       77  WS-ST-CSZ               PIC X(40)   VALUE SPACES.
       77  WS-STORE-FOUND          PIC X       VALUE "N".
      * Current vendor / ship-to group.
       01  WS-CUR-KEY.
           05  WS-CUR-VENDOR       PIC X(5)    VALUE HIGH-VALUES.
           05  WS-CUR-SHIP-TO      PIC X(2)    VALUE HIGH-VALUES.
       77  WS-GROUP-OPEN           PIC X       VALUE "N".
       77  WS-VEND-OK              PIC X       VALUE "N".
       77  WS-METHOD               PIC X(5)    VALUE SPACES.
       77  WS-VM-CSZ               PIC X(40)   VALUE SPACES.
       77  WS-EXTENDED             PIC 9(7)V99 VALUE ZEROS.
       77  WS-GROUP-POS            PIC 9(5)    VALUE ZEROS.
       77  WS-GROUP-QTY            PIC 9(7)    VALUE ZEROS.
       77  WS-GROUP-DOLLARS        PIC 9(9)V99 VALUE ZEROS.
       77  WS-ISBN                 PIC X(13)   VALUE SPACES.
       77  WS-TITLE                PIC X(40)   VALUE SPACES.
       77  WS-PAPER-POS            PIC 9(5)    VALUE ZEROS.
       77  WS-EDI-POS              PIC 9(5)    VALUE ZEROS.
       77  WS-HELD-POS             PIC 9(5)    VALUE ZEROS.
       77  WS-SENT-DOLLARS         PIC 9(9)V99 VALUE ZEROS.
      * EDI segments, one 120-byte record each.
       01  EDI-ISA.
           05  FILLER              PIC X(3)    VALUE "ISA".
           05  ISA-SENDER          PIC X(15).
           05  ISA-RECEIVER        PIC X(15).
           05  ISA-DATE            PIC 9(8).
           05  ISA-VENDOR          PIC X(5).
           05  FILLER              PIC X(74)   VALUE SPACES.
       01  EDI-BEG.
           05  FILLER              PIC X(3)    VALUE "BEG".
           05  FILLER              PIC X(2)    VALUE "00".
           05  FILLER              PIC X(2)    VALUE "NE".
           05  BEG-PO-NO           PIC X(6).
           05  BEG-PO-DATE         PIC 9(8).
           05  BEG-VENDOR          PIC X(5).
           05  BEG-TERMS           PIC X(10).
           05  FILLER              PIC X(84)   VALUE SPACES.
       01  EDI-N1.
           05  FILLER              PIC X(3)    VALUE "N1 ".
           05  FILLER              PIC X(2)    VALUE "ST".
           05  N1-LOCATION         PIC X(2).
           05  N1-NAME             PIC X(25).
           05  N1-ADDR             PIC X(30).
           05  N1-CITY             PIC X(20).
           05  N1-STATE            PIC X(2).
           05  N1-ZIP              PIC X(10).
           05  FILLER              PIC X(26)   VALUE SPACES.
       01  EDI-PO1.
           05  FILLER              PIC X(3)    VALUE "PO1".
           05  PO1-LINE            PIC 9(3).
           05  PO1-QTY             PIC 9(5).
           05  FILLER              PIC X(2)    VALUE "EA".
           05  PO1-UNIT-COST       PIC 9(3)V99.
           05  FILLER              PIC X(2)    VALUE "IB".
           05  PO1-ISBN            PIC X(13).
           05  FILLER              PIC X(2)    VALUE "BP".
           05  PO1-ITEM-NO         PIC X(5).
           05  PO1-TITLE           PIC X(40).
           05  FILLER              PIC X(40)   VALUE SPACES.
       01  EDI-CTT.
           05  FILLER              PIC X(3)    VALUE "CTT".
           05  CTT-LINES           PIC 9(3).
           05  CTT-QTY             PIC 9(7).
           05  FILLER              PIC X(107)  VALUE SPACES.
       01  EDI-IEA.
           05  FILLER              PIC X(3)    VALUE "IEA".
           05  IEA-ORDERS          PIC 9(5).
           05  IEA-RECEIVER        PIC X(15).
           05  FILLER              PIC X(97)   VALUE SPACES.
      * Printed purchase order.
       01  PO-TITLE-LINE.
           05  FILLER              PIC X(40)
               VALUE "PURCHASE ORDER".
           05  FILLER              PIC X(6)    VALUE "DATE: ".
           05  POT-DATE            PIC 9999/99/99.
       01  PO-ADDR-LINE.
           05  POA-LABEL-1         PIC X(9).
           05  POA-VENDOR          PIC X(40).
           05  POA-LABEL-2         PIC X(9).
           05  POA-SHIP-TO         PIC X(40).
       01  PO-TERMS-LINE.
           05  FILLER              PIC X(9)    VALUE "TERMS:   ".
           05  POT-TERMS           PIC X(10).
       01  PO-HDG-LINE.
           05  FILLER              PIC X(46)
               VALUE "PO NO   ITEM   ISBN           TITLE           ".
           05  FILLER              PIC X(47)
               VALUE "                   QTY  UNIT COST      EXTENDED".
       01  PO-DETAIL-LINE.
           05  POD-PO-NO           PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  POD-ITEM-NO         PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  POD-ISBN            PIC X(13).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  POD-TITLE           PIC X(30).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  POD-QTY             PIC ZZ,ZZ9.
           05  FILLER              PIC X(5)    VALUE SPACES.
           05  POD-UNIT-COST       PIC ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  POD-EXTENDED        PIC Z,ZZZ,ZZ9.99.
       01  PO-TOTAL-LINE.
           05  FILLER              PIC X(66)   VALUE SPACES.
           05  FILLER              PIC X(12)   VALUE "ORDER TOTAL ".
           05  POTL-DOLLARS        PIC $$$$,$$$,$$9.99.
       01  PO-NOTE-LINE            PIC X(60)   VALUE
           "PLEASE SHOW OUR PO NUMBER ON EVERY CARTON AND INVOICE.".
      * Transmission register.
       01  RPT-TITLE.
           05  FILLER              PIC X(32)
               VALUE "---- PURCHASE ORDERS SENT ----".
           05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
           05  RPT-T-DATE          PIC 9999/99/99.
       01  RPT-LINE.
           05  RPT-PO-NO           PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-VENDOR          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-SHIP-TO         PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-ITEM-NO         PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-QTY             PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-EXTENDED        PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-METHOD          PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-RESULT          PIC X(30).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(7)    VALUE "PAPER: ".
           05  RPT-T-PAPER         PIC ZZ,ZZ9.
           05  FILLER              PIC X(8)    VALUE "   EDI: ".
           05  RPT-T-EDI           PIC ZZ,ZZ9.
           05  FILLER              PIC X(9)    VALUE "   HELD: ".
           05  RPT-T-HELD          PIC ZZ,ZZ9.
           05  FILLER              PIC X(9)    VALUE "   SENT: ".
           05  RPT-T-DOLLARS       PIC $$$$,$$$,$$9.99.
       01  NONE-LINE               PIC X(40)   VALUE
           "NO UNSENT PURCHASE ORDERS ON FILE".

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-RUN-DATE =
               WS-CDF-YEAR * 10000 + WS-CDF-MONTH * 100
               + WS-CDF-DAY.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-RUN-DATE
               END-READ.
           CLOSE PROCDATE-FILE.
           PERFORM 050-LOAD-STORES THRU 050-EXIT.
           DISPLAY "SHIP-TO STORE FOR NEW ORDERS: " WITH NO ADVANCING.
           ACCEPT WS-SHIP-IN.
           IF WS-SHIP-IN = SPACES AND WS-STR-COUNT > 0
               MOVE WS-STR-LOC (1) TO WS-SHIP-IN.
           IF WS-SHIP-IN = SPACES
               DISPLAY "NO SHIP-TO STORE GIVEN - NOTHING SENT"
               STOP RUN.
           MOVE WS-SHIP-IN TO WS-SHIP-TO.
           PERFORM 070-FIND-STORE THRU 070-EXIT.
           IF WS-STR-COUNT > 0 AND WS-STORE-FOUND = "N"
               DISPLAY "STORE NOT ON THE STORE ADDRESS FILE - "
                   "NOTHING SENT"
               STOP RUN.
           OPEN I-O POMAST-FILE.
           OPEN INPUT INVMAST-FILE.
           OPEN INPUT VENDMAST-FILE.
           OPEN I-O XMITLOG-FILE.
           OPEN OUTPUT POEDI-FILE.
           OPEN OUTPUT PO-PRINT.
           OPEN OUTPUT XMIT-RPT.
           MOVE WS-RUN-DATE TO RPT-T-DATE.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
      * The unsent lines sort into vendor and ship-to order so
      * each vendor gets one document per store.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-VENDOR SRT-SHIP-TO SRT-PO-NO
               INPUT PROCEDURE IS 200-SELECT-PASS THRU 200-EXIT
               OUTPUT PROCEDURE IS 400-XMIT-PASS THRU 400-EXIT.
           IF WS-PAPER-POS + WS-EDI-POS + WS-HELD-POS = 0
               MOVE NONE-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE WS-PAPER-POS TO RPT-T-PAPER.
           MOVE WS-EDI-POS TO RPT-T-EDI.
           MOVE WS-HELD-POS TO RPT-T-HELD.
           MOVE WS-SENT-DOLLARS TO RPT-T-DOLLARS.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE POMAST-FILE INVMAST-FILE VENDMAST-FILE
                 XMITLOG-FILE POEDI-FILE PO-PRINT XMIT-RPT.
           STOP RUN.
      * Loads the store address file for the ship-to block
       050-LOAD-STORES.
           MOVE "N" TO WS-LOAD-EOF.
           OPEN INPUT STOREADR-FILE.
           IF WS-STOREADR-STATUS NOT = "00"
               MOVE "Y" TO WS-LOAD-EOF.
           PERFORM 060-STORE-ONE THRU 060-EXIT
               UNTIL WS-LOAD-EOF = "Y".
           CLOSE STOREADR-FILE.
       050-EXIT.
           EXIT.
       060-STORE-ONE.
           READ STOREADR-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF
                   GO TO 060-EXIT
           END-READ.
           IF SA-LOCATION = SPACES OR WS-STR-COUNT NOT < 20
               GO TO 060-EXIT.
           ADD 1 TO WS-STR-COUNT.
           MOVE SA-LOCATION TO WS-STR-LOC (WS-STR-COUNT).
           MOVE SA-NAME TO WS-STR-NAME (WS-STR-COUNT).
           MOVE SA-ADDR TO WS-STR-ADDR (WS-STR-COUNT).
           MOVE SA-CITY TO WS-STR-CITY (WS-STR-COUNT).
           MOVE SA-STATE TO WS-STR-STATE (WS-STR-COUNT).
           MOVE SA-ZIP TO WS-STR-ZIP (WS-STR-COUNT).
       060-EXIT.
           EXIT.
      * Sets up the ship-to name and address for WS-SHIP-TO; a
      * store missing from the file ships to its code alone.
       070-FIND-STORE.
           MOVE "N" TO WS-STORE-FOUND.
           MOVE SPACES TO WS-ST-NAME WS-ST-ADDR WS-ST-CSZ.
           MOVE SPACES TO WS-ST-CITY WS-ST-STATE WS-ST-ZIP.
           STRING "STORE " DELIMITED BY SIZE
                  WS-SHIP-TO DELIMITED BY SIZE
                  INTO WS-ST-NAME.
           PERFORM 080-STORE-MATCH THRU 080-EXIT
               VARYING WS-STR-IDX FROM 1 BY 1
               UNTIL WS-STR-IDX > WS-STR-COUNT
                  OR WS-STORE-FOUND = "Y".
       070-EXIT.
           EXIT.
       080-STORE-MATCH.
           IF WS-STR-LOC (WS-STR-IDX) NOT = WS-SHIP-TO
               GO TO 080-EXIT.
           MOVE "Y" TO WS-STORE-FOUND.
           MOVE WS-STR-NAME (WS-STR-IDX) TO WS-ST-NAME.
           MOVE WS-STR-ADDR (WS-STR-IDX) TO WS-ST-ADDR.
           MOVE WS-STR-CITY (WS-STR-IDX) TO WS-ST-CITY.
           MOVE WS-STR-STATE (WS-STR-IDX) TO WS-ST-STATE.
           MOVE WS-STR-ZIP (WS-STR-IDX) TO WS-ST-ZIP.
           STRING WS-STR-CITY (WS-STR-IDX) DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  WS-STR-STATE (WS-STR-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-STR-ZIP (WS-STR-IDX) DELIMITED BY SIZE
                  INTO WS-ST-CSZ.
       080-EXIT.
           EXIT.
      * Releases every open PO line not yet sent
       200-SELECT-PASS.
           MOVE LOW-VALUES TO PO-NO.
           START POMAST-FILE KEY IS NOT LESS THAN PO-NO
               INVALID KEY MOVE "Y" TO END-OF-FILE
           END-START.
           IF WS-POMAST-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 220-SELECT-ONE THRU 220-EXIT
               UNTIL END-OF-FILE = "Y".
       200-EXIT.
           EXIT.
       220-SELECT-ONE.
           READ POMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 220-EXIT
           END-READ.
           IF NOT PO-OPEN
               GO TO 220-EXIT.
           IF PO-SENT-DATE NUMERIC AND PO-SENT-DATE > 0
               GO TO 220-EXIT.
           MOVE PO-VENDOR TO SRT-VENDOR.
           MOVE PO-SHIP-TO TO SRT-SHIP-TO.
           IF PO-SHIP-TO = SPACES
               MOVE WS-SHIP-IN TO SRT-SHIP-TO.
           MOVE PO-NO TO SRT-PO-NO.
           RELEASE SORT-RECORD.
       220-EXIT.
           EXIT.
      * Sends the sorted lines, one document per vendor and store
       400-XMIT-PASS.
           PERFORM 420-XMIT-ONE THRU 420-EXIT
               UNTIL WS-SORT-EOF = "Y".
           PERFORM 460-END-GROUP THRU 460-EXIT.
       400-EXIT.
           EXIT.
       420-XMIT-ONE.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 420-EXIT
           END-RETURN.
           IF SRT-VENDOR NOT = WS-CUR-VENDOR
              OR SRT-SHIP-TO NOT = WS-CUR-SHIP-TO
               PERFORM 460-END-GROUP THRU 460-EXIT
               PERFORM 440-START-GROUP THRU 440-EXIT.
           MOVE SRT-PO-NO TO PO-NO.
           READ POMAST-FILE
               INVALID KEY GO TO 420-EXIT
           END-READ.
           COMPUTE WS-EXTENDED = PO-QTY * PO-UNIT-COST.
           MOVE PO-NO TO RPT-PO-NO.
           MOVE PO-VENDOR TO RPT-VENDOR.
           MOVE SRT-SHIP-TO TO RPT-SHIP-TO.
           MOVE PO-ITEM-NO TO RPT-ITEM-NO.
           MOVE PO-QTY TO RPT-QTY.
           MOVE WS-EXTENDED TO RPT-EXTENDED.
           MOVE WS-METHOD TO RPT-METHOD.
           IF WS-VEND-OK = "N"
               ADD 1 TO WS-HELD-POS
               MOVE "HELD - VENDOR NOT ON MASTER" TO RPT-RESULT
               PERFORM 800-PRINT-REGISTER THRU 800-EXIT
               GO TO 420-EXIT.
           MOVE SPACES TO WS-ISBN.
           MOVE "** ITEM NOT ON MASTER **" TO WS-TITLE.
           MOVE PO-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE BK-ISBN TO WS-ISBN
                   MOVE IM-ITEM-DESC TO WS-TITLE
           END-READ.
           ADD 1 TO WS-GROUP-POS.
           ADD PO-QTY TO WS-GROUP-QTY.
           ADD WS-EXTENDED TO WS-GROUP-DOLLARS.
           ADD WS-EXTENDED TO WS-SENT-DOLLARS.
           IF VM-PO-BY-EDI
               ADD 1 TO WS-EDI-POS
               PERFORM 600-EDI-ORDER THRU 600-EXIT
               MOVE "TRANSMITTED" TO RPT-RESULT
           ELSE
               ADD 1 TO WS-PAPER-POS
               PERFORM 520-PAPER-LINE THRU 520-EXIT
               MOVE "PRINTED" TO RPT-RESULT.
           PERFORM 650-LOG-XMIT THRU 650-EXIT.
           PERFORM 700-MARK-SENT THRU 700-EXIT.
           PERFORM 800-PRINT-REGISTER THRU 800-EXIT.
       420-EXIT.
           EXIT.
      * Opens a vendor / store group: looks the vendor up and
      * starts the printed order or the EDI envelope.
       440-START-GROUP.
           MOVE SRT-VENDOR TO WS-CUR-VENDOR.
           MOVE SRT-SHIP-TO TO WS-CUR-SHIP-TO.
           MOVE SRT-SHIP-TO TO WS-SHIP-TO.
           PERFORM 070-FIND-STORE THRU 070-EXIT.
           MOVE ZEROS TO WS-GROUP-POS WS-GROUP-QTY WS-GROUP-DOLLARS.
           MOVE "N" TO WS-VEND-OK.
           MOVE "HELD " TO WS-METHOD.
           IF WS-VENDMAST-STATUS NOT = "00" OR SRT-VENDOR = SPACES
               GO TO 440-EXIT.
           MOVE SRT-VENDOR TO VM-CODE.
           READ VENDMAST-FILE
               INVALID KEY GO TO 440-EXIT
           END-READ.
           MOVE "Y" TO WS-VEND-OK.
           MOVE "Y" TO WS-GROUP-OPEN.
           IF VM-PO-BY-EDI
               MOVE "EDI  " TO WS-METHOD
               MOVE EDI-OUR-ID TO ISA-SENDER
               MOVE VM-EDI-ID TO ISA-RECEIVER
               MOVE WS-RUN-DATE TO ISA-DATE
               MOVE VM-CODE TO ISA-VENDOR
               WRITE POEDI-REC FROM EDI-ISA
           ELSE
               MOVE "PAPER" TO WS-METHOD
               PERFORM 500-PAPER-HEADER THRU 500-EXIT.
       440-EXIT.
           EXIT.
      * Closes the open group with its order total or envelope
      * trailer.
       460-END-GROUP.
           IF WS-GROUP-OPEN = "N"
               GO TO 460-EXIT.
           MOVE "N" TO WS-GROUP-OPEN.
           IF VM-PO-BY-EDI
               MOVE WS-GROUP-POS TO IEA-ORDERS
               MOVE VM-EDI-ID TO IEA-RECEIVER
               WRITE POEDI-REC FROM EDI-IEA
           ELSE
               MOVE WS-GROUP-DOLLARS TO POTL-DOLLARS
               MOVE PO-TOTAL-LINE TO PO-OUT
               WRITE PO-OUT AFTER ADVANCING 2 LINES
               MOVE PO-NOTE-LINE TO PO-OUT
               WRITE PO-OUT AFTER ADVANCING 2 LINES.
       460-EXIT.
           EXIT.
      * Prints the top of a paper purchase order: vendor and
      * ship-to addresses side by side, then terms and headings.
       500-PAPER-HEADER.
           MOVE WS-RUN-DATE TO POT-DATE.
           MOVE PO-TITLE-LINE TO PO-OUT.
           WRITE PO-OUT AFTER ADVANCING PAGE.
           MOVE SPACES TO WS-VM-CSZ.
           STRING VM-CITY DELIMITED BY "  "
                  ", " DELIMITED BY SIZE
                  VM-STATE DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  VM-ZIP DELIMITED BY SIZE
                  INTO WS-VM-CSZ.
           MOVE "VENDOR:  " TO POA-LABEL-1.
           MOVE VM-NAME TO POA-VENDOR.
           MOVE "SHIP TO: " TO POA-LABEL-2.
           MOVE WS-ST-NAME TO POA-SHIP-TO.
           MOVE PO-ADDR-LINE TO PO-OUT.
           WRITE PO-OUT AFTER ADVANCING 2 LINES.
           MOVE SPACES TO POA-LABEL-1 POA-LABEL-2.
           MOVE VM-ADDR-1 TO POA-VENDOR.
           MOVE WS-ST-ADDR TO POA-SHIP-TO.
           MOVE PO-ADDR-LINE TO PO-OUT.
           WRITE PO-OUT AFTER ADVANCING 1 LINES.
           IF VM-ADDR-2 NOT = SPACES
               MOVE VM-ADDR-2 TO POA-VENDOR
               MOVE WS-ST-CSZ TO POA-SHIP-TO
               MOVE PO-ADDR-LINE TO PO-OUT
               WRITE PO-OUT AFTER ADVANCING 1 LINES
               MOVE WS-VM-CSZ TO POA-VENDOR
               MOVE SPACES TO POA-SHIP-TO
           ELSE
               MOVE WS-VM-CSZ TO POA-VENDOR
               MOVE WS-ST-CSZ TO POA-SHIP-TO.
           MOVE PO-ADDR-LINE TO PO-OUT.
           WRITE PO-OUT AFTER ADVANCING 1 LINES.
           MOVE VM-TERMS TO POT-TERMS.
           MOVE PO-TERMS-LINE TO PO-OUT.
           WRITE PO-OUT AFTER ADVANCING 2 LINES.
           MOVE PO-HDG-LINE TO PO-OUT.
           WRITE PO-OUT AFTER ADVANCING 2 LINES.
       500-EXIT.
           EXIT.
      * Prints one PO line on the paper order
       520-PAPER-LINE.
           MOVE PO-NO TO POD-PO-NO.
           MOVE PO-ITEM-NO TO POD-ITEM-NO.
           MOVE WS-ISBN TO POD-ISBN.
           MOVE WS-TITLE TO POD-TITLE.
           MOVE PO-QTY TO POD-QTY.
           MOVE PO-UNIT-COST TO POD-UNIT-COST.
           MOVE WS-EXTENDED TO POD-EXTENDED.
           MOVE PO-DETAIL-LINE TO PO-OUT.
           WRITE PO-OUT AFTER ADVANCING 1 LINES.
       520-EXIT.
           EXIT.
      * Writes one PO as an 850 transaction: BEG header, ship-to
      * N1, the PO1 line, and the CTT control totals.
       600-EDI-ORDER.
           MOVE PO-NO TO BEG-PO-NO.
           MOVE WS-RUN-DATE TO BEG-PO-DATE.
           MOVE PO-VENDOR TO BEG-VENDOR.
           MOVE VM-TERMS TO BEG-TERMS.
           WRITE POEDI-REC FROM EDI-BEG.
           MOVE WS-SHIP-TO TO N1-LOCATION.
           MOVE WS-ST-NAME TO N1-NAME.
           MOVE WS-ST-ADDR TO N1-ADDR.
           MOVE WS-ST-CITY TO N1-CITY.
           MOVE WS-ST-STATE TO N1-STATE.
           MOVE WS-ST-ZIP TO N1-ZIP.
           WRITE POEDI-REC FROM EDI-N1.
           MOVE 1 TO PO1-LINE.
           MOVE PO-QTY TO PO1-QTY.
           MOVE PO-UNIT-COST TO PO1-UNIT-COST.
           MOVE WS-ISBN TO PO1-ISBN.
           MOVE PO-ITEM-NO TO PO1-ITEM-NO.
           MOVE WS-TITLE TO PO1-TITLE.
           WRITE POEDI-REC FROM EDI-PO1.
           MOVE 1 TO CTT-LINES.
           MOVE PO-QTY TO CTT-QTY.
           WRITE POEDI-REC FROM EDI-CTT.
       600-EXIT.
           EXIT.
      * Logs the PO on the transmission control so the vendor's
      * acknowledgment can be posted against it.
       650-LOG-XMIT.
           MOVE SPACES TO XM-FILE.
           STRING "PO" DELIMITED BY SIZE
                  PO-NO DELIMITED BY SIZE
                  INTO XM-FILE.
           MOVE WS-RUN-DATE TO XM-DATE.
           MOVE PO-QTY TO XM-COUNT.
           MOVE WS-EXTENDED TO XM-DOLLARS.
           MOVE ZEROS TO XM-ACK-DATE.
           WRITE XMITLOG-REC
               INVALID KEY REWRITE XMITLOG-REC
           END-WRITE.
       650-EXIT.
           EXIT.
      * Stamps the PO line with its ship-to store and sent date
       700-MARK-SENT.
           MOVE WS-SHIP-TO TO PO-SHIP-TO.
           MOVE WS-RUN-DATE TO PO-SENT-DATE.
           REWRITE POMAST-REC
               INVALID KEY CONTINUE
           END-REWRITE.
       700-EXIT.
           EXIT.
      * Prints one register line
       800-PRINT-REGISTER.
           MOVE RPT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       800-EXIT.
           EXIT.
       END PROGRAM POXMIT.

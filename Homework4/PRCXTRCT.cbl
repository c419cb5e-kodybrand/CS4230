      * tonight's prices on the way through.  The load file ends
      * in a control trailer -- record count and a price hash --
      * the registers' load verifies before it swallows anything.
      * A detail with a store code is a store price: the store's
      * registers ring it over the chain price until told
      * otherwise.  Single-store promotions go out that way --
      * the night one starts, again whenever the item's chain
      * price is sent, and the store's regular price the night it
      * ends.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  SEND SINGLE-STORE PROMOTION PRICES OFF THE
      *                 PROMOACT ACTIVE FILE AS STORE PRICE RECORDS
      *                 (PX-STORE) AND THE REGULAR PRICE BACK TO THE
      *                 STORE OFF PROMOEND WHEN ONE ENDS.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRCXTRCT.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL PROMOACT-FILE ASSIGN TO UT-S-PROMOACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOACT-STATUS.
           SELECT OPTIONAL PROMOEND-FILE ASSIGN TO UT-S-PROMOEND
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROMOEND-STATUS.
           SELECT XTRCT-RPT ASSIGN TO UT-S-XTRCTRPT.

       DATA DIVISION.
           05  FILLER              PIC X.
           05  PX-ITEM-NO          PIC X(5).
           05  PX-PRICE            PIC 9(3)V99.
           05  PX-STORE            PIC X(2).
           05  FILLER              PIC X(8).
       01  PRCLOAD-TRAILER REDEFINES PRCLOAD-REC.
           05  FILLER              PIC X.
           05  PX-COUNT            PIC 9(7).
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  PROMOACT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROMOACT-REC.
           05  PA-ITEM-NO          PIC X(5).
           05  PA-STORE            PIC X(2).
           05  PA-CODE             PIC X(6).
           05  PA-REG-PRICE        PIC 9(3)V99.
           05  PA-PROMO-PRICE      PIC 9(3)V99.
           05  PA-START-DATE       PIC 9(8).
           05  PA-END-DATE         PIC 9(8).
           05  PA-APPLIED-DATE     PIC 9(8).
       FD  PROMOEND-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROMOEND-REC.
           05  PE-ITEM-NO          PIC X(5).
           05  PE-STORE            PIC X(2).
           05  PE-PROMO-PRICE      PIC 9(3)V99.
       FD  XTRCT-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       77  WS-INVMAST-STATUS       PIC XX      VALUE SPACES.
       77  WS-PRCLAST-STATUS       PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       77  UT-S-PROMOACT           PIC X(50)
               VALUE "C:\COBOL\PROMOACT.DAT".
       77  UT-S-PROMOEND           PIC X(50)
               VALUE "C:\COBOL\PROMOEND.DAT".
       77  WS-PROMOACT-STATUS      PIC XX      VALUE SPACES.
       77  WS-PROMOEND-STATUS      PIC XX      VALUE SPACES.
       77  WS-LOAD-EOF             PIC X       VALUE "N".
       77  WS-CHAIN-SENT           PIC X       VALUE "N".
      * Store prices on running promotions, and the store prices
      * that came off tonight.
       77  WS-SPR-COUNT            PIC S9(4)   COMP VALUE ZERO.
       77  WS-SPR-IDX              PIC S9(4)   COMP VALUE ZERO.
       01  WS-SPR-TABLE.
           05  WS-SPR-ENTRY OCCURS 3000 TIMES.
               10  WS-SPR-ITEM     PIC X(5).
               10  WS-SPR-STORE    PIC X(2).
               10  WS-SPR-REG      PIC 9(3)V99.
               10  WS-SPR-PRICE    PIC 9(3)V99.
               10  WS-SPR-APPLIED  PIC 9(8).
       77  WS-SEND-COUNT           PIC S9(4)   COMP VALUE ZERO.
       77  WS-SEND-IDX             PIC S9(4)   COMP VALUE ZERO.
       01  WS-SEND-TABLE.
           05  WS-SEND-ENTRY OCCURS 3000 TIMES.
               10  WS-SEND-ITEM    PIC X(5).
               10  WS-SEND-STORE   PIC X(2).
               10  WS-SEND-PROMO   PIC 9(3)V99.
       77  WS-STORE-SENT           PIC 9(7)    VALUE ZEROS.
       77  WS-PX-STORE             PIC X(2)    VALUE SPACES.
       77  WS-PX-PRICE             PIC 9(3)V99 VALUE ZEROS.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-LAST-EOF             PIC X       VALUE "N".
       01  WS-CURRENT-DATE-FIELDS.
           05  FILLER              PIC X(4)    VALUE "  > ".
           05  RPT-NEW-PRICE       PIC ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-NOTE            PIC X(26).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(14)   VALUE "ITEMS ON FILE:".
           05  RPT-T-MASTER        PIC ZZZ,ZZ9.
           05  RPT-T-EXTRACT       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(7)    VALUE "  MODE ".
           05  RPT-T-MODE          PIC X(12).
       01  RPT-STORE-LINE.
           05  FILLER              PIC X(24)
               VALUE "STORE PRICES SENT:      ".
           05  RPT-T-STORE         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
      * Starts the program
               MOVE "Y" TO WS-FULL-REFRESH
           ELSE
               PERFORM 150-READ-LAST THRU 150-EXIT.
           PERFORM 050-LOAD-STORE-PRICES THRU 050-EXIT.
           OPEN OUTPUT PRCNEW-FILE.
           OPEN OUTPUT PRCLOAD-FILE.
           OPEN OUTPUT XTRCT-RPT.
               MOVE "CHANGES ONLY" TO RPT-T-MODE.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE WS-STORE-SENT TO RPT-T-STORE.
           MOVE RPT-STORE-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           CLOSE INVMAST-FILE PRCNEW-FILE PRCLOAD-FILE XTRCT-RPT.
           IF WS-PRCLAST-STATUS = "00"
               CLOSE PRCLAST-FILE.
           STOP RUN.
      * Loads the store promotion prices still running and the
      * ones that came off tonight
       050-LOAD-STORE-PRICES.
           MOVE "N" TO WS-LOAD-EOF.
           OPEN INPUT PROMOACT-FILE.
           IF WS-PROMOACT-STATUS NOT = "00"
               MOVE "Y" TO WS-LOAD-EOF.
           PERFORM 060-ACTIVE-ONE THRU 060-EXIT
               UNTIL WS-LOAD-EOF = "Y".
           CLOSE PROMOACT-FILE.
           MOVE "N" TO WS-LOAD-EOF.
           OPEN INPUT PROMOEND-FILE.
           IF WS-PROMOEND-STATUS NOT = "00"
               MOVE "Y" TO WS-LOAD-EOF.
           PERFORM 070-ENDED-ONE THRU 070-EXIT
               UNTIL WS-LOAD-EOF = "Y".
           CLOSE PROMOEND-FILE.
       050-EXIT.
           EXIT.
       060-ACTIVE-ONE.
           READ PROMOACT-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF
                   GO TO 060-EXIT
           END-READ.
           IF PA-STORE NOT = SPACES AND WS-SPR-COUNT < 3000
               ADD 1 TO WS-SPR-COUNT
               MOVE PA-ITEM-NO TO WS-SPR-ITEM (WS-SPR-COUNT)
               MOVE PA-STORE TO WS-SPR-STORE (WS-SPR-COUNT)
               MOVE PA-REG-PRICE TO WS-SPR-REG (WS-SPR-COUNT)
               MOVE PA-PROMO-PRICE TO WS-SPR-PRICE (WS-SPR-COUNT)
               MOVE PA-APPLIED-DATE TO WS-SPR-APPLIED (WS-SPR-COUNT).
       060-EXIT.
           EXIT.
       070-ENDED-ONE.
           READ PROMOEND-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF
                   GO TO 070-EXIT
           END-READ.
           IF WS-SEND-COUNT < 3000
               ADD 1 TO WS-SEND-COUNT
               MOVE PE-ITEM-NO TO WS-SEND-ITEM (WS-SEND-COUNT)
               MOVE PE-STORE TO WS-SEND-STORE (WS-SEND-COUNT)
               MOVE PE-PROMO-PRICE TO WS-SEND-PROMO (WS-SEND-COUNT).
       070-EXIT.
           EXIT.
      * Walks one master item against the last-sent snapshot
       100-READ-MASTER.
           READ INVMAST-FILE NEXT RECORD
           MOVE IM-ITEM-NO TO PN-ITEM-NO.
           MOVE IM-UNIT-PRICE TO PN-PRICE.
           WRITE PRCNEW-REC.
           MOVE "N" TO WS-CHAIN-SENT.
           PERFORM 110-CHAIN-PRICE THRU 110-EXIT.
           PERFORM 400-STORE-PRICE THRU 400-EXIT
               VARYING WS-SPR-IDX FROM 1 BY 1
               UNTIL WS-SPR-IDX > WS-SPR-COUNT.
           IF WS-CHAIN-SENT = "N"
               PERFORM 450-STORE-REGULAR THRU 450-EXIT
                   VARYING WS-SEND-IDX FROM 1 BY 1
                   UNTIL WS-SEND-IDX > WS-SEND-COUNT.
       100-EXIT.
           EXIT.
      * Sends the item's chain price when it is due
       110-CHAIN-PRICE.
           IF WS-FULL-REFRESH = "Y"
               PERFORM 300-EXTRACT-ITEM THRU 300-EXIT
               GO TO 110-EXIT.
           IF WS-HAD-LAST = 0
               MOVE "NEW ITEM" TO RPT-NOTE
               PERFORM 300-EXTRACT-ITEM THRU 300-EXIT
               GO TO 110-EXIT.
           IF IM-UNIT-PRICE NOT = WS-LAST-PRICE
               MOVE "PRICE CHANGED" TO RPT-NOTE
               PERFORM 300-EXTRACT-ITEM THRU 300-EXIT.
       110-EXIT.
           EXIT.
      * Reads the next last-sent snapshot record
       150-READ-LAST.
           WRITE PRCLOAD-REC.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD IM-UNIT-PRICE TO WS-PRICE-HASH.
           MOVE "Y" TO WS-CHAIN-SENT.
           IF WS-FULL-REFRESH = "N"
               MOVE IM-ITEM-NO TO RPT-ITEM-NO
               MOVE WS-LAST-PRICE TO RPT-OLD-PRICE
               WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       300-EXIT.
           EXIT.
      * Sends a store its promotion price the night the promotion
      * starts, and again behind any chain price for the item so
      * the chain record does not wipe it off that store's tills.
       400-STORE-PRICE.
           IF WS-SPR-ITEM (WS-SPR-IDX) NOT = IM-ITEM-NO
               GO TO 400-EXIT.
           IF WS-CHAIN-SENT = "N"
               AND WS-SPR-APPLIED (WS-SPR-IDX) NOT = WS-RUN-DATE
               GO TO 400-EXIT.
           MOVE SPACES TO RPT-NOTE.
           STRING "STORE " DELIMITED BY SIZE
                  WS-SPR-STORE (WS-SPR-IDX) DELIMITED BY SIZE
                  " PROMOTION" DELIMITED BY SIZE
               INTO RPT-NOTE.
           MOVE WS-SPR-REG (WS-SPR-IDX) TO WS-LAST-PRICE.
           MOVE WS-SPR-STORE (WS-SPR-IDX) TO WS-PX-STORE.
           MOVE WS-SPR-PRICE (WS-SPR-IDX) TO WS-PX-PRICE.
           PERFORM 500-STORE-RECORD THRU 500-EXIT.
       400-EXIT.
           EXIT.
      * Sends a store the item's regular price when its store
      * promotion came off tonight and no chain price went out
       450-STORE-REGULAR.
           IF WS-SEND-ITEM (WS-SEND-IDX) NOT = IM-ITEM-NO
               GO TO 450-EXIT.
           MOVE SPACES TO RPT-NOTE.
           STRING "STORE " DELIMITED BY SIZE
                  WS-SEND-STORE (WS-SEND-IDX) DELIMITED BY SIZE
                  " PROMOTION ENDED" DELIMITED BY SIZE
               INTO RPT-NOTE.
           MOVE WS-SEND-PROMO (WS-SEND-IDX) TO WS-LAST-PRICE.
           MOVE WS-SEND-STORE (WS-SEND-IDX) TO WS-PX-STORE.
           MOVE IM-UNIT-PRICE TO WS-PX-PRICE.
           PERFORM 500-STORE-RECORD THRU 500-EXIT.
       450-EXIT.
           EXIT.
      * Puts one store price on the register load file and the
      * register
       500-STORE-RECORD.
           MOVE SPACES TO PRCLOAD-REC.
           MOVE "P" TO PX-TYPE OF PRCLOAD-REC.
           MOVE IM-ITEM-NO TO PX-ITEM-NO.
           MOVE WS-PX-PRICE TO PX-PRICE.
           MOVE WS-PX-STORE TO PX-STORE.
           WRITE PRCLOAD-REC.
           ADD 1 TO WS-EXTRACT-COUNT.
           ADD 1 TO WS-STORE-SENT.
           ADD WS-PX-PRICE TO WS-PRICE-HASH.
           MOVE IM-ITEM-NO TO RPT-ITEM-NO.
           MOVE WS-LAST-PRICE TO RPT-OLD-PRICE.
           MOVE WS-PX-PRICE TO RPT-NEW-PRICE.
           MOVE RPT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       500-EXIT.
           EXIT.
       END PROGRAM PRCXTRCT.

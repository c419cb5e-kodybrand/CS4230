      ***********************************************************
      * STORE-TO-STORE REPLENISHMENT SUGGESTIONS
      * KODY BRAND
      * This program moves books before it buys them.  For every
      * item stocked on the LOCINV per-location file it works out
      * each store's own trailing ninety-day demand from the
      * sales history (by selling store), covers two weeks of it,
      * and compares that need with what the store has on the
      * shelf plus what is already in transit to it.  Where one
      * store is short and another has shelf stock beyond its own
      * need, it suggests a transfer for the smaller of the two
      * and writes it to the replenishment file with a review
      * register.  The stores flip the approval flag on the moves
      * they agree to, and REPLAPRV turns those into ship
      * transactions for TRANSFER to post.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLSUG.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALESHIST-FILE ASSIGN TO UT-S-SALESHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHIST-STATUS.
           SELECT OPTIONAL LOCINV-FILE ASSIGN TO UT-S-LOCINV
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LI-KEY
               FILE STATUS IS WS-LOCINV-STATUS.
           SELECT INVMAST-FILE ASSIGN TO UT-S-INVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IM-ITEM-NO
               FILE STATUS IS WS-INVMAST-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT REPLSUG-FILE ASSIGN TO UT-S-REPLSUG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPL-RPT ASSIGN TO UT-S-REPLRPT.

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
           05  SH-EXEMPT-CERT      PIC X(15).
           05  SH-PROMO-CODE       PIC X(6).
       FD  LOCINV-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  LOCINV-REC.
           05  LI-KEY.
               10  LI-ITEM-NO      PIC X(5).
               10  LI-LOCATION     PIC X(2).
           05  LI-ON-HAND          PIC S9(5).
           05  LI-IN-TRANSIT       PIC S9(5).
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
           05  IM-BOOK-DATA            PIC X(41).
           05  IM-VENDOR               PIC X(5).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE         PIC 9(8).
           05  PD-MONTH-END        PIC X.
       FD  REPLSUG-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  REPLSUG-REC.
           05  RS-ITEM-NO          PIC X(5).
           05  RS-FROM-LOC         PIC X(2).
           05  RS-TO-LOC           PIC X(2).
           05  RS-QTY              PIC 9(5).
           05  RS-APPROVED         PIC X.
       FD  REPL-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-SALESHIST          PIC X(50)
               VALUE "C:\COBOL\SALEHIST.DAT".
       77  UT-S-LOCINV             PIC X(50)
               VALUE "C:\COBOL\LOCINV.DAT".
       77  UT-S-INVMAST            PIC X(50)
               VALUE "C:\COBOL\INVMASTI.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-REPLSUG            PIC X(50)
               VALUE "C:\COBOL\REPLSUG.DAT".
       77  UT-S-REPLRPT            PIC X(50)
               VALUE "C:\COBOL\REPLSUG.RPT".
       77  WS-SALESHIST-STATUS     PIC XX      VALUE SPACES.
       77  WS-LOCINV-STATUS        PIC XX      VALUE SPACES.
       77  WS-INVMAST-STATUS       PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       01  WS-HIST-EOF             PIC X       VALUE "N".
       77  WS-LOC-EOF              PIC X       VALUE "N".
      * Demand window, and the days of a store's own demand its
      * shelf should cover before it is counted short.
       77  DEMAND-WINDOW-DAYS      PIC 9(3)    VALUE 90.
       77  REPL-COVER-DAYS         PIC 9(3)    VALUE 14.
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       77  WS-TODAY-INT            PIC S9(9)   VALUE ZEROS.
       77  WS-SALE-INT             PIC S9(9)   VALUE ZEROS.
       77  WS-DAYS-AGO             PIC S9(5)   VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CDF-YEAR     PIC 9(4).
               10  WS-CDF-MONTH    PIC 9(2).
               10  WS-CDF-DAY      PIC 9(2).
           05  FILLER              PIC X(13).
      * Ninety-day net units per item and selling store.
       77  WS-DM-COUNT             PIC S9(4)   COMP VALUE ZERO.
       77  WS-DM-FOUND             PIC S9(4)   COMP VALUE ZERO.
       01  WS-DEMAND-TABLE.
           05  WS-DM-ENTRY OCCURS 2000 TIMES INDEXED BY DM-IDX.
               10  WS-DM-ITEM      PIC X(5).
               10  WS-DM-LOC       PIC X(2).
               10  WS-DM-U90       PIC S9(7).
      * The current item's stores.
       77  WS-CUR-ITEM             PIC X(5)    VALUE SPACES.
       77  WS-LC-COUNT             PIC S9(3)   COMP VALUE ZERO.
       77  WS-LC-TO                PIC S9(3)   COMP VALUE ZERO.
       77  WS-LC-FROM              PIC S9(3)   COMP VALUE ZERO.
       01  WS-LC-TABLE.
           05  WS-LC-ENTRY OCCURS 10 TIMES.
               10  WS-LC-LOC       PIC X(2).
               10  WS-LC-ON-HAND   PIC S9(5).
               10  WS-LC-TRANSIT   PIC S9(5).
               10  WS-LC-NEED      PIC S9(7).
               10  WS-LC-SHORT     PIC S9(7).
               10  WS-LC-SURPLUS   PIC S9(7).
       77  WS-MOVE-QTY             PIC S9(7)   VALUE ZEROS.
       77  WS-ITEMS-SEEN           PIC 9(5)    VALUE ZEROS.
       77  WS-LINES-WRITTEN        PIC 9(5)    VALUE ZEROS.
       77  WS-UNITS-SUGGESTED      PIC 9(7)    VALUE ZEROS.
       01  RPT-TITLE.
           05  FILLER              PIC X(46)
               VALUE "---- STORE REPLENISHMENT SUGGESTIONS ----".
           05  FILLER              PIC X(10)   VALUE "RUN DATE: ".
           05  RPT-T-DATE          PIC 9999/99/99.
       01  RPT-HDG-1.
           05  FILLER              PIC X(45)
               VALUE "ITEM   TITLE                       FROM  OH  ".
           05  FILLER              PIC X(36)
               VALUE "NEED  TO    OH TRANS   NEED    MOVE".
       01  RPT-DETAIL.
           05  RPT-ITEM-NO         PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-ITEM-DESC       PIC X(26).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-FROM            PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-FROM-OH         PIC ZZZ9-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-FROM-NEED       PIC ZZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-TO              PIC X(2).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-TO-OH           PIC ZZZ9-.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-TO-TRANS        PIC ZZZ9-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-TO-NEED         PIC ZZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RPT-MOVE            PIC ZZZZ9.
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(16)   VALUE "ITEMS REVIEWED: ".
           05  RPT-T-ITEMS         PIC ZZ,ZZ9.
           05  FILLER              PIC X(20)
               VALUE "  TRANSFERS SUGGEST:".
           05  RPT-T-LINES         PIC ZZ,ZZ9.
           05  FILLER              PIC X(10)   VALUE "  UNITS:  ".
           05  RPT-T-UNITS         PIC ZZZ,ZZ9.

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
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN INPUT SALESHIST-FILE.
           IF WS-SALESHIST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF.
           PERFORM 100-READ-HISTORY THRU 100-EXIT
               UNTIL WS-HIST-EOF = "Y".
           CLOSE SALESHIST-FILE.
           OPEN INPUT INVMAST-FILE.
           OPEN OUTPUT REPLSUG-FILE.
           OPEN OUTPUT REPL-RPT.
           MOVE WS-RUN-DATE TO RPT-T-DATE.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE RPT-HDG-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           OPEN INPUT LOCINV-FILE.
           IF WS-LOCINV-STATUS NOT = "00"
               MOVE "Y" TO WS-LOC-EOF
           ELSE
               PERFORM 200-READ-LOC THRU 200-EXIT.
           PERFORM 300-DO-ITEM THRU 300-EXIT
               UNTIL WS-LOC-EOF = "Y".
           CLOSE LOCINV-FILE.
           MOVE WS-ITEMS-SEEN TO RPT-T-ITEMS.
           MOVE WS-LINES-WRITTEN TO RPT-T-LINES.
           MOVE WS-UNITS-SUGGESTED TO RPT-T-UNITS.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE INVMAST-FILE REPLSUG-FILE REPL-RPT.
           STOP RUN.
      * Accumulates ninety-day demand per item and store
       100-READ-HISTORY.
           READ SALESHIST-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
                   GO TO 100-EXIT
           END-READ.
           COMPUTE WS-SALE-INT =
               FUNCTION INTEGER-OF-DATE(SH-DATE).
           COMPUTE WS-DAYS-AGO = WS-TODAY-INT - WS-SALE-INT.
           IF WS-DAYS-AGO > DEMAND-WINDOW-DAYS OR WS-DAYS-AGO < 0
               GO TO 100-EXIT.
           MOVE 0 TO WS-DM-FOUND.
           SET DM-IDX TO 1.
           SEARCH WS-DM-ENTRY
               AT END
                   IF WS-DM-COUNT < 2000
                       ADD 1 TO WS-DM-COUNT
                       MOVE SH-ITEM-NO TO WS-DM-ITEM(WS-DM-COUNT)
                       MOVE SH-LOCATION TO WS-DM-LOC(WS-DM-COUNT)
                       MOVE ZEROS TO WS-DM-U90(WS-DM-COUNT)
                       MOVE WS-DM-COUNT TO WS-DM-FOUND
                   END-IF
               WHEN WS-DM-ITEM(DM-IDX) = SH-ITEM-NO
                AND WS-DM-LOC(DM-IDX) = SH-LOCATION
                   SET WS-DM-FOUND TO DM-IDX
           END-SEARCH.
           IF WS-DM-FOUND > 0
               ADD SH-QTY TO WS-DM-U90(WS-DM-FOUND).
       100-EXIT.
           EXIT.
      * Reads ahead on the location file
       200-READ-LOC.
           READ LOCINV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOC-EOF
           END-READ.
       200-EXIT.
           EXIT.
      * Gathers one item's stores, then balances them
       300-DO-ITEM.
           MOVE LI-ITEM-NO TO WS-CUR-ITEM.
           MOVE 0 TO WS-LC-COUNT.
           ADD 1 TO WS-ITEMS-SEEN.
           PERFORM 320-ADD-LOC THRU 320-EXIT
               UNTIL WS-LOC-EOF = "Y"
                  OR LI-ITEM-NO NOT = WS-CUR-ITEM.
           IF WS-LC-COUNT > 1
               PERFORM 420-FILL-SHORT THRU 420-EXIT
                   VARYING WS-LC-TO FROM 1 BY 1
                   UNTIL WS-LC-TO > WS-LC-COUNT.
       300-EXIT.
           EXIT.
      * Sizes one store's need against its shelf and in-transit
      * stock.  Only shelf stock beyond the store's own need can
      * be sent elsewhere.
       320-ADD-LOC.
           IF WS-LC-COUNT NOT < 10
               GO TO 320-READ.
           ADD 1 TO WS-LC-COUNT.
           MOVE LI-LOCATION TO WS-LC-LOC (WS-LC-COUNT).
           MOVE LI-ON-HAND TO WS-LC-ON-HAND (WS-LC-COUNT).
           MOVE LI-IN-TRANSIT TO WS-LC-TRANSIT (WS-LC-COUNT).
           MOVE 0 TO WS-DM-FOUND.
           SET DM-IDX TO 1.
           SEARCH WS-DM-ENTRY
               AT END
                   CONTINUE
               WHEN WS-DM-ITEM(DM-IDX) = LI-ITEM-NO
                AND WS-DM-LOC(DM-IDX) = LI-LOCATION
                   SET WS-DM-FOUND TO DM-IDX
           END-SEARCH.
           MOVE 0 TO WS-LC-NEED (WS-LC-COUNT).
           IF WS-DM-FOUND > 0 AND WS-DM-U90 (WS-DM-FOUND) > 0
               COMPUTE WS-LC-NEED (WS-LC-COUNT) ROUNDED =
                   WS-DM-U90 (WS-DM-FOUND) * REPL-COVER-DAYS
                   / DEMAND-WINDOW-DAYS.
           COMPUTE WS-LC-SHORT (WS-LC-COUNT) =
               WS-LC-NEED (WS-LC-COUNT) - LI-ON-HAND - LI-IN-TRANSIT.
           IF WS-LC-SHORT (WS-LC-COUNT) < 0
               MOVE 0 TO WS-LC-SHORT (WS-LC-COUNT).
           COMPUTE WS-LC-SURPLUS (WS-LC-COUNT) =
               LI-ON-HAND - WS-LC-NEED (WS-LC-COUNT).
           IF WS-LC-SURPLUS (WS-LC-COUNT) < 0
               MOVE 0 TO WS-LC-SURPLUS (WS-LC-COUNT).
       320-READ.
           PERFORM 200-READ-LOC THRU 200-EXIT.
       320-EXIT.
           EXIT.
      * Covers one short store from the stores with surplus
       420-FILL-SHORT.
           IF WS-LC-SHORT (WS-LC-TO) = 0
               GO TO 420-EXIT.
           PERFORM 440-FROM-SURPLUS THRU 440-EXIT
               VARYING WS-LC-FROM FROM 1 BY 1
               UNTIL WS-LC-FROM > WS-LC-COUNT
                  OR WS-LC-SHORT (WS-LC-TO) = 0.
       420-EXIT.
           EXIT.
      * Suggests one move from a store with surplus
       440-FROM-SURPLUS.
           IF WS-LC-FROM = WS-LC-TO
              OR WS-LC-SURPLUS (WS-LC-FROM) = 0
               GO TO 440-EXIT.
           MOVE WS-LC-SHORT (WS-LC-TO) TO WS-MOVE-QTY.
           IF WS-LC-SURPLUS (WS-LC-FROM) < WS-MOVE-QTY
               MOVE WS-LC-SURPLUS (WS-LC-FROM) TO WS-MOVE-QTY.
           SUBTRACT WS-MOVE-QTY FROM WS-LC-SHORT (WS-LC-TO).
           SUBTRACT WS-MOVE-QTY FROM WS-LC-SURPLUS (WS-LC-FROM).
           MOVE WS-CUR-ITEM TO RS-ITEM-NO.
           MOVE WS-LC-LOC (WS-LC-FROM) TO RS-FROM-LOC.
           MOVE WS-LC-LOC (WS-LC-TO) TO RS-TO-LOC.
           MOVE WS-MOVE-QTY TO RS-QTY.
           MOVE "N" TO RS-APPROVED.
           WRITE REPLSUG-REC.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD WS-MOVE-QTY TO WS-UNITS-SUGGESTED.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       440-EXIT.
           EXIT.
      * Prints one suggested move on the register
       500-PRINT-LINE.
           MOVE WS-CUR-ITEM TO RPT-ITEM-NO IM-ITEM-NO.
           READ INVMAST-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO RPT-ITEM-DESC
               NOT INVALID KEY
                   MOVE IM-ITEM-DESC TO RPT-ITEM-DESC
           END-READ.
           MOVE WS-LC-LOC (WS-LC-FROM) TO RPT-FROM.
           MOVE WS-LC-ON-HAND (WS-LC-FROM) TO RPT-FROM-OH.
           MOVE WS-LC-NEED (WS-LC-FROM) TO RPT-FROM-NEED.
           MOVE WS-LC-LOC (WS-LC-TO) TO RPT-TO.
           MOVE WS-LC-ON-HAND (WS-LC-TO) TO RPT-TO-OH.
           MOVE WS-LC-TRANSIT (WS-LC-TO) TO RPT-TO-TRANS.
           MOVE WS-LC-NEED (WS-LC-TO) TO RPT-TO-NEED.
           MOVE WS-MOVE-QTY TO RPT-MOVE.
           MOVE RPT-DETAIL TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       500-EXIT.
           EXIT.
       END PROGRAM REPLSUG.

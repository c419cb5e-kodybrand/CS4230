      ***********************************************************
      * DAILY USED-BOOK BUYBACK REPORT
      * KODY BRAND
      * Lists the day's used-book buybacks for each store from the
      * BUYHIST file the sales posting writes: the ISBN, the title
      * and the used item the copies went on, the condition grade,
      * what the counter paid against the buyback table's offer,
      * and a note where the counter paid over the offer or bought
      * past the copies we want.  Each store's page ends in the
      * cash paid out of its drawer -- the amount its STORDEP
      * deposit came in short by tonight -- so the deposit can be
      * proved back to the register.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUYBKRPT.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUYHIST-FILE ASSIGN TO UT-S-BUYHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUYHIST-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT BUYBK-RPT ASSIGN TO UT-S-BUYBKRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  BUYHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BUYHIST-REC.
           05  BH-DATE             PIC 9(8).
           05  BH-LOCATION         PIC X(2).
           05  BH-NEW-ITEM         PIC X(5).
           05  BH-USED-ITEM        PIC X(5).
           05  BH-ISBN             PIC X(13).
           05  BH-GRADE            PIC X.
           05  BH-QTY              PIC 9(5).
           05  BH-PAID             PIC 9(3)V99.
           05  BH-OFFER            PIC 9(3)V99.
           05  BH-FLAG             PIC X.
               88  BH-ON-TABLE         VALUE SPACE.
               88  BH-OVER-WANT        VALUE "W".
               88  BH-OVER-OFFER       VALUE "P".
               88  BH-OVER-BOTH        VALUE "B".
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  BUYBK-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(80).

       WORKING-STORAGE SECTION.
       77  UT-S-BUYHIST            PIC X(50)
               VALUE "C:\COBOL\BUYHIST.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-BUYBKRPT           PIC X(50)
               VALUE "C:\COBOL\BUYBKRPT.RPT".
       77  WS-BUYHIST-STATUS       PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       77  WS-LINE-AMT             PIC 9(7)V99 VALUE ZEROS.
       77  WS-GRAND-PAID           PIC 9(9)V99 VALUE ZEROS.
       77  WS-GRAND-QTY            PIC 9(7)    VALUE ZEROS.
       77  WS-STORE-COUNT          PIC S9(3)   COMP VALUE ZERO.
       77  WS-STORE-IDX            PIC S9(3)   COMP VALUE ZERO.
       77  WS-TABLE-FULL           PIC X       VALUE "N".
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR         PIC 9(4).
               10  WS-MONTH        PIC 9(2).
               10  WS-DAY          PIC 9(2).
           05  FILLER              PIC X(13).
      * One row per store that bought books back today.
       01  WS-STORE-TABLE.
           05  WS-STORE-ENTRY OCCURS 25 TIMES
                   INDEXED BY STR-IX.
               10  WS-STR-LOC      PIC X(2).
               10  WS-STR-QTY      PIC 9(7).
               10  WS-STR-PAID     PIC 9(9)V99.
       01  HDG-LINE.
           05  FILLER              PIC X(23)
               VALUE "USED-BOOK BUYBACKS FOR ".
           05  HDG-DATE            PIC 9999/99/99.
           05  FILLER              PIC X(10)   VALUE "   STORE: ".
           05  HDG-STORE           PIC X(2).
       01  COL-HDG-LINE.
           05  FILLER              PIC X(36)
               VALUE "ISBN           TITLE USED  GR    QTY".
           05  FILLER              PIC X(36)
               VALUE "  PAID EA   OFFER  CASH PAID  NOTE".
       01  DTL-LINE.
           05  DTL-ISBN            PIC X(13).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-NEW-ITEM        PIC X(5).
           05  FILLER              PIC X       VALUE SPACE.
           05  DTL-USED-ITEM       PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-GRADE           PIC X.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DTL-QTY             PIC ZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  DTL-PAID            PIC ZZ9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-OFFER           PIC ZZ9.99.
           05  FILLER              PIC X(1)    VALUE SPACE.
           05  DTL-AMOUNT          PIC $$$,$$9.99.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  DTL-NOTE            PIC X(12).
       01  STORE-TOTAL-LINE.
           05  FILLER              PIC X(31)
               VALUE "CASH PAID OUT OF STORE DRAWER  ".
           05  STT-QTY             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(8)    VALUE " COPIES ".
           05  STT-PAID            PIC $$,$$$,$$9.99.
       01  STORE-NOTE-LINE         PIC X(60)   VALUE
           "NETTED FROM THE STORE'S DEPOSIT ON TONIGHT'S STORDEP FEED".
       01  GRAND-LINE.
           05  FILLER              PIC X(31)
               VALUE "ALL STORES - CASH PAID OUT     ".
           05  GRD-QTY             PIC ZZZ,ZZ9.
           05  FILLER              PIC X(8)    VALUE " COPIES ".
           05  GRD-PAID            PIC $$,$$$,$$9.99.
       01  NO-BUY-LINE             PIC X(40)   VALUE
           "NO USED BOOKS BOUGHT BACK TODAY".
       01  FULL-LINE               PIC X(50)   VALUE
           "*** STORE TABLE FULL - REPORT INCOMPLETE ***".

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
           INITIALIZE WS-STORE-TABLE.
           OPEN INPUT BUYHIST-FILE.
           IF WS-BUYHIST-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 100-ROLL-STORE THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE BUYHIST-FILE.
           OPEN OUTPUT BUYBK-RPT.
           IF WS-STORE-COUNT = 0
               MOVE WS-RUN-DATE TO HDG-DATE
               MOVE SPACES TO HDG-STORE
               MOVE HDG-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES
               MOVE NO-BUY-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
               CLOSE BUYBK-RPT
               STOP RUN.
           PERFORM 300-STORE-PAGE THRU 300-EXIT
               VARYING WS-STORE-IDX FROM 1 BY 1
               UNTIL WS-STORE-IDX > WS-STORE-COUNT.
           MOVE WS-GRAND-QTY TO GRD-QTY.
           MOVE WS-GRAND-PAID TO GRD-PAID.
           MOVE GRAND-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           IF WS-TABLE-FULL = "Y"
               MOVE FULL-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE BUYBK-RPT.
           STOP RUN.
      * Rolls one of today's buybacks into its store's totals
       100-ROLL-STORE.
           READ BUYHIST-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 100-EXIT
           END-READ.
           IF BH-DATE NOT = WS-RUN-DATE
               GO TO 100-EXIT.
           SET STR-IX TO 1.
           SEARCH WS-STORE-ENTRY
               AT END
                   IF WS-STORE-COUNT < 25
                       ADD 1 TO WS-STORE-COUNT
                       SET STR-IX TO WS-STORE-COUNT
                       MOVE BH-LOCATION TO WS-STR-LOC (STR-IX)
                   ELSE
                       MOVE "Y" TO WS-TABLE-FULL
                       GO TO 100-EXIT
                   END-IF
               WHEN WS-STR-LOC (STR-IX) = BH-LOCATION
                   CONTINUE
           END-SEARCH.
           COMPUTE WS-LINE-AMT = BH-QTY * BH-PAID.
           ADD BH-QTY TO WS-STR-QTY (STR-IX).
           ADD WS-LINE-AMT TO WS-STR-PAID (STR-IX).
           ADD BH-QTY TO WS-GRAND-QTY.
           ADD WS-LINE-AMT TO WS-GRAND-PAID.
       100-EXIT.
           EXIT.
      * Prints one store's buybacks on its own page: a pass of the
      * history for the store's lines, then its cash paid out.
       300-STORE-PAGE.
           MOVE WS-RUN-DATE TO HDG-DATE.
           MOVE WS-STR-LOC (WS-STORE-IDX) TO HDG-STORE.
           MOVE HDG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE COL-HDG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE "N" TO END-OF-FILE.
           OPEN INPUT BUYHIST-FILE.
           PERFORM 350-STORE-LINE THRU 350-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE BUYHIST-FILE.
           MOVE WS-STR-QTY (WS-STORE-IDX) TO STT-QTY.
           MOVE WS-STR-PAID (WS-STORE-IDX) TO STT-PAID.
           MOVE STORE-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE STORE-NOTE-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       300-EXIT.
           EXIT.
       350-STORE-LINE.
           READ BUYHIST-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 350-EXIT
           END-READ.
           IF BH-DATE NOT = WS-RUN-DATE
               OR BH-LOCATION NOT = WS-STR-LOC (WS-STORE-IDX)
               GO TO 350-EXIT.
           MOVE BH-ISBN TO DTL-ISBN.
           MOVE BH-NEW-ITEM TO DTL-NEW-ITEM.
           MOVE BH-USED-ITEM TO DTL-USED-ITEM.
           MOVE BH-GRADE TO DTL-GRADE.
           MOVE BH-QTY TO DTL-QTY.
           MOVE BH-PAID TO DTL-PAID.
           MOVE BH-OFFER TO DTL-OFFER.
           COMPUTE WS-LINE-AMT = BH-QTY * BH-PAID.
           MOVE WS-LINE-AMT TO DTL-AMOUNT.
           MOVE SPACES TO DTL-NOTE.
           IF BH-OVER-OFFER
               MOVE "OVER OFFER" TO DTL-NOTE.
           IF BH-OVER-WANT
               MOVE "OVER WANT" TO DTL-NOTE.
           IF BH-OVER-BOTH
               MOVE "OVER BOTH" TO DTL-NOTE.
           MOVE DTL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       350-EXIT.
           EXIT.
       END PROGRAM BUYBKRPT.

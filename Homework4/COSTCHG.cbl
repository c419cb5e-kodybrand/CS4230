      ***********************************************************
      * AVERAGE COST CHANGE REPORT
      * KODY BRAND
      * This program shows purchasing where publishers' price
      * increases are moving the books.  Receiving keeps each
      * item's unit cost as a moving weighted average and logs
      * every receipt on the COSTHIST cost-history file with the
      * average before and after; this report reads the receipts
      * logged since its last run and lists every one that moved
      * an item's average by more than the set percent, with the
      * receipt cost that moved it.  The COSTCTL control record
      * remembers the date the last report ran through.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COSTCHG.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COSTHIST-FILE ASSIGN TO UT-S-COSTHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT INVMAST-FILE ASSIGN TO UT-S-INVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IM-ITEM-NO
               FILE STATUS IS WS-INVMAST-STATUS.
           SELECT OPTIONAL COSTCTL-FILE ASSIGN TO UT-S-COSTCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COSTCTL-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT COST-RPT ASSIGN TO UT-S-COSTRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  COSTHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  COSTHIST-REC.
           05  CH-ITEM-NO          PIC X(5).
           05  CH-DATE             PIC 9(8).
           05  CH-PO-NO            PIC X(6).
           05  CH-QTY              PIC 9(5).
           05  CH-PRIOR-ON-HAND    PIC S9(5).
           05  CH-RCPT-COST        PIC 9(3)V99.
           05  CH-OLD-COST         PIC 9(3)V99.
           05  CH-NEW-COST         PIC 9(3)V99.
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
       FD  COSTCTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  COSTCTL-REC.
           05  CC-LAST-DATE        PIC 9(8).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  COST-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-COSTHIST           PIC X(50)
               VALUE "C:\COBOL\COSTHIST.DAT".
       77  UT-S-INVMAST            PIC X(50)
               VALUE "C:\COBOL\INVMASTI.DAT".
       77  UT-S-COSTCTL            PIC X(50)
               VALUE "C:\COBOL\COSTCTL.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-COSTRPT            PIC X(50)
               VALUE "C:\COBOL\COSTCHG.RPT".
       77  WS-INVMAST-STATUS       PIC XX      VALUE SPACES.
       77  WS-COSTCTL-STATUS       PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
      * An average that moves by more than five percent on one
      * receipt is worth purchasing's eye.  The first report with
      * no control record on file looks back a week.
       77  COST-CHANGE-PCT         PIC 9V99    VALUE 0.05.
       77  FIRST-LOOKBACK-DAYS     PIC 9(3)    VALUE 7.
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       77  WS-FROM-DATE            PIC 9(8)    VALUE ZEROS.
       77  WS-COST-DIFF            PIC S9(3)V99 VALUE ZEROS.
       77  WS-CHANGE-PCT           PIC S9(5)V99 VALUE ZEROS.
       77  WS-REVIEWED             PIC 9(5)    VALUE ZEROS.
       77  WS-LISTED               PIC 9(5)    VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR         PIC 9(4).
               10  WS-MONTH        PIC 9(2).
               10  WS-DAY          PIC 9(2).
           05  FILLER              PIC X(13).
       01  RPT-TITLE.
           05  FILLER  PIC X(31)
               VALUE "---- AVERAGE COST CHANGES OVER ".
           05  RPT-T-PCT           PIC Z9.
           05  FILLER  PIC X(16) VALUE " PCT ----  FROM ".
           05  RPT-T-FROM          PIC 9(8).
           05  FILLER  PIC X(7)  VALUE " UNTIL ".
           05  RPT-T-RUN           PIC 9(8).
       01  RPT-HEAD.
           05  FILLER  PIC X(47)
               VALUE "ITEM   TITLE                         RECEIVED".
           05  FILLER  PIC X(41)
               VALUE "PO         QTY ON HAND RCV COST  OLD AVG ".
           05  FILLER  PIC X(19)
               VALUE " NEW AVG   CHANGE %".
       01  RPT-LINE.
           05  RPT-ITEM-NO         PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-TITLE-DESC      PIC X(28).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-DATE            PIC 9(8).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-PO-NO           PIC X(6).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-QTY             PIC ZZ,ZZ9.
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  RPT-ON-HAND         PIC ZZ,ZZ9-.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-RCPT-COST       PIC $$$9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-OLD-COST        PIC $$$9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-NEW-COST        PIC $$$9.99.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-CHANGE          PIC ZZZZ9.99-.
           05  RPT-CHANGE-X REDEFINES RPT-CHANGE PIC X(9).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(20)
               VALUE "RECEIPTS REVIEWED:  ".
           05  RPT-T-REVIEWED      PIC ZZ,ZZ9.
           05  FILLER              PIC X(20)
               VALUE "   CHANGES LISTED:  ".
           05  RPT-T-LISTED        PIC ZZ,ZZ9.

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
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FIRST-LOOKBACK-DAYS).
           OPEN INPUT COSTCTL-FILE.
           IF WS-COSTCTL-STATUS = "00"
               READ COSTCTL-FILE
                   NOT AT END
                       IF CC-LAST-DATE NUMERIC
                           MOVE CC-LAST-DATE TO WS-FROM-DATE
                       END-IF
               END-READ.
           CLOSE COSTCTL-FILE.
           OPEN INPUT COSTHIST-FILE.
           OPEN INPUT INVMAST-FILE.
           OPEN OUTPUT COST-RPT.
           COMPUTE RPT-T-PCT = COST-CHANGE-PCT * 100.
           MOVE WS-FROM-DATE TO RPT-T-FROM.
           MOVE WS-RUN-DATE TO RPT-T-RUN.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE RPT-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 100-READ-RECEIPT THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           MOVE WS-REVIEWED TO RPT-T-REVIEWED.
           MOVE WS-LISTED TO RPT-T-LISTED.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE COSTHIST-FILE INVMAST-FILE COST-RPT.
           OPEN OUTPUT COSTCTL-FILE.
           MOVE WS-RUN-DATE TO CC-LAST-DATE.
           WRITE COSTCTL-REC.
           CLOSE COSTCTL-FILE.
           STOP RUN.
      * Lists one receipt costed since the last report when it
      * moved the item's average past the limit.  A receipt that
      * set an item's first cost is listed as NEW.
       100-READ-RECEIPT.
           READ COSTHIST-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 100-EXIT
           END-READ.
           IF CH-DATE < WS-FROM-DATE OR CH-DATE NOT < WS-RUN-DATE
               GO TO 100-EXIT.
           ADD 1 TO WS-REVIEWED.
           IF CH-OLD-COST = 0 AND CH-NEW-COST = 0
               GO TO 100-EXIT.
           IF CH-OLD-COST = 0
               MOVE "      NEW" TO RPT-CHANGE-X
               GO TO 100-PRINT.
           COMPUTE WS-COST-DIFF = CH-NEW-COST - CH-OLD-COST.
           COMPUTE WS-CHANGE-PCT ROUNDED =
               WS-COST-DIFF * 100 / CH-OLD-COST.
           IF WS-COST-DIFF < 0
               COMPUTE WS-COST-DIFF = 0 - WS-COST-DIFF.
           IF WS-COST-DIFF NOT > CH-OLD-COST * COST-CHANGE-PCT
               GO TO 100-EXIT.
           MOVE WS-CHANGE-PCT TO RPT-CHANGE.
       100-PRINT.
           ADD 1 TO WS-LISTED.
           MOVE CH-ITEM-NO TO RPT-ITEM-NO IM-ITEM-NO.
           READ INVMAST-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO IM-ITEM-DESC
           END-READ.
           MOVE IM-ITEM-DESC TO RPT-TITLE-DESC.
           MOVE CH-DATE TO RPT-DATE.
           MOVE CH-PO-NO TO RPT-PO-NO.
           MOVE CH-QTY TO RPT-QTY.
           MOVE CH-PRIOR-ON-HAND TO RPT-ON-HAND.
           MOVE CH-RCPT-COST TO RPT-RCPT-COST.
           MOVE CH-OLD-COST TO RPT-OLD-COST.
           MOVE CH-NEW-COST TO RPT-NEW-COST.
           MOVE RPT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       100-EXIT.
           EXIT.
       END PROGRAM COSTCHG.

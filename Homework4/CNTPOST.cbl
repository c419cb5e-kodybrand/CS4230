      * the inventory master in one batch, writing a before/after
      * record per adjustment to the count-adjustment audit file
      * the way PRICE-AUDIT-FILE already records price changes.
      * Without the approval the run is report-only.  A store
      * count (store code carried on the work file by CNTSHEET)
      * sets that store's LOCINV on-hand to the count and moves
      * the master on-hand by the same variance.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  APPEND THE POSTED ADJUSTMENTS TO THE INVGL
      *                 JOURNAL EXTRACT AT UNIT COST: SHORTAGES TO
      *                 SHRINK EXPENSE, OVERAGES BACK INTO INVENTORY.
      * 2026-10-15  KB  STORE COUNTS POST TO THE STORE'S LOCINV
      *                 ON-HAND AND MOVE THE MASTER BY THE
      *                 VARIANCE. THE AUDIT RECORD NOW CARRIES
      *                 STORE, CATEGORY, UNITS, UNIT COST AND
      *                 VALUE FOR THE SHRINK REPORT.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTPOST.
               ACCESS IS RANDOM
               RECORD KEY IS IM-ITEM-NO
               FILE STATUS IS WS-INVMAST-STATUS.
           SELECT OPTIONAL LOCINV-FILE ASSIGN TO UT-S-LOCINV
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LI-KEY
               FILE STATUS IS WS-LOCINV-STATUS.
           SELECT CNTAUDIT-FILE ASSIGN TO UT-S-CNTAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVGL-FILE ASSIGN TO UT-S-INVGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VAR-RPT ASSIGN TO UT-S-VARRPT.

       DATA DIVISION.
           05  CW-ITEM-NO          PIC X(5).
           05  CW-BOOK-ON-HAND     PIC S9(5).
           05  CW-UNIT-COST        PIC 9(3)V99.
           05  CW-LOCATION         PIC X(2).
       FD  CNTAPPR-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
               10  IM-REORDER-POINT            PIC S9(5).
               10  IM-ON-HAND                  PIC S9(5).
               10  IM-ON-ORDER                 PIC S9(5).
           05  IM-BOOK-DATA.
               10  BK-ISBN                     PIC X(13).
               10  BK-AUTHOR                   PIC X(25).
               10  BK-CATEGORY                 PIC X(3).
           05  IM-VENDOR               PIC X(5).
       FD  LOCINV-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  LOCINV-REC.
           05  LI-KEY.
               10  LI-ITEM-NO      PIC X(5).
               10  LI-LOCATION     PIC X(2).
           05  LI-ON-HAND          PIC S9(5).
           05  LI-IN-TRANSIT       PIC S9(5).
       FD  CNTAUDIT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  CNTAUDIT-REC            PIC X(80).
       FD  INVGL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  INVGL-REC.
           05  IG-ACCOUNT          PIC X(8).
           05  IG-DESC             PIC X(24).
           05  IG-DEBIT            PIC 9(9)V99.
           05  IG-CREDIT           PIC 9(9)V99.
       FD  VAR-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       77  WS-COUNTED-ITEMS        PIC 9(5)    VALUE ZEROS.
       77  WS-VARIANCE-ITEMS       PIC 9(5)    VALUE ZEROS.
       77  WS-POSTED-ITEMS         PIC 9(5)    VALUE ZEROS.
       77  UT-S-INVGL              PIC X(50)
               VALUE "C:\COBOL\INVGL.DAT".
       77  WS-ADJ-VALUE            PIC S9(7)V99 VALUE ZEROS.
       77  WS-SHRINK-LOSS          PIC 9(9)V99 VALUE ZEROS.
       77  WS-SHRINK-GAIN          PIC 9(9)V99 VALUE ZEROS.
       77  UT-S-LOCINV             PIC X(50)
               VALUE "C:\COBOL\LOCINV.DAT".
       77  WS-LOCINV-STATUS        PIC XX      VALUE SPACES.
       77  WS-COUNT-LOC            PIC X(2)    VALUE SPACES.
       77  WS-ADJ-UNITS            PIC S9(5)   VALUE ZEROS.
       01  RPT-STORE-LINE.
           05  FILLER              PIC X(12)  VALUE "STORE COUNT ".
           05  RPT-STORE-LOC       PIC X(2).
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE                 PIC 9(8).
           05  WS-CDT-TIME                 PIC 9(8).
           05  WS-AUDIT-SUPER          PIC X(3).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  WS-AUDIT-DATE-TIME      PIC X(14).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  WS-AUDIT-LOC            PIC X(2).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  WS-AUDIT-CATEGORY       PIC X(3).
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  WS-AUDIT-UNITS          PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  WS-AUDIT-COST           PIC ZZ9.99.
           05  FILLER                  PIC X(1)    VALUE SPACES.
           05  WS-AUDIT-VALUE          PIC Z,ZZZ,ZZ9.99-.
       01  RPT-TITLE.
           05  FILLER  PIC X(40)
               VALUE "---- PHYSICAL COUNT VARIANCE REPORT".
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           PERFORM 100-LOAD-WORK THRU 100-EXIT
               UNTIL WS-WORK-EOF = "Y".
           IF WS-COUNT-LOC NOT = SPACES
               PERFORM 150-OPEN-STORE THRU 150-EXIT.
           PERFORM 200-READ-COUNT THRU 200-EXIT
               UNTIL END-OF-FILE = "Y".
           PERFORM 600-UNCOUNTED-SWEEP THRU 600-EXIT
           MOVE WS-TOTAL-VAR-VALUE TO RPT-T-VALUE.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 700-SHRINK-JOURNAL THRU 700-EXIT.
           IF WS-COUNT-LOC NOT = SPACES
               CLOSE LOCINV-FILE.
           CLOSE COUNTIN-FILE CNTWORK-FILE INVMAST-FILE
                 CNTAUDIT-FILE VAR-RPT.
           STOP RUN.
               MOVE CW-BOOK-ON-HAND TO WS-WK-BOOK(WS-WORK-COUNT)
               MOVE CW-UNIT-COST TO WS-WK-COST(WS-WORK-COUNT)
               MOVE "N" TO WS-WK-COUNTED(WS-WORK-COUNT)
               MOVE CW-LOCATION TO WS-COUNT-LOC
           END-IF.
       100-EXIT.
           EXIT.
      * Opens the store's stock file for a store count; without it
      * the store figures cannot be set, so nothing posts.
       150-OPEN-STORE.
           MOVE WS-COUNT-LOC TO RPT-STORE-LOC.
           MOVE RPT-STORE-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           OPEN I-O LOCINV-FILE.
           IF WS-LOCINV-STATUS = "00"
               GO TO 150-EXIT.
           IF WS-APPROVED = "Y"
               MOVE "N" TO WS-APPROVED
               MOVE "LOCATION FILE NOT AVAILABLE - REPORT ONLY"
                   TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       150-EXIT.
           EXIT.
      * Matches one keyed count against the frozen book figures
       200-READ-COUNT.
           READ COUNTIN-FILE
               INVALID KEY
                   GO TO 300-EXIT
           END-READ.
           IF WS-COUNT-LOC NOT = SPACES
               PERFORM 350-POST-STORE THRU 350-EXIT
               GO TO 320-AUDIT.
           MOVE IM-ITEM-NO TO WS-AUDIT-ITEM-NO.
           MOVE IM-ON-HAND TO WS-AUDIT-BEFORE.
           COMPUTE WS-ADJ-UNITS = CI-COUNTED-QTY - IM-ON-HAND.
           MOVE CI-COUNTED-QTY TO IM-ON-HAND.
           REWRITE INVMAST-REC.
           MOVE IM-ON-HAND TO WS-AUDIT-AFTER.
           MOVE "**" TO WS-AUDIT-LOC.
      * The audit record carries the category, the units and the
      * value at cost that went to the journal, so the shrink
      * report reads the same figures the ledger was given.
       320-AUDIT.
           COMPUTE WS-ADJ-VALUE = WS-ADJ-UNITS * IM-UNIT-COST.
           IF WS-ADJ-VALUE < 0
               SUBTRACT WS-ADJ-VALUE FROM WS-SHRINK-LOSS
           ELSE
               ADD WS-ADJ-VALUE TO WS-SHRINK-GAIN.
           MOVE IM-ITEM-NO TO WS-AUDIT-ITEM-NO.
           MOVE BK-CATEGORY TO WS-AUDIT-CATEGORY.
           MOVE WS-ADJ-UNITS TO WS-AUDIT-UNITS.
           MOVE IM-UNIT-COST TO WS-AUDIT-COST.
           MOVE WS-ADJ-VALUE TO WS-AUDIT-VALUE.
           MOVE WS-SUPERVISOR TO WS-AUDIT-SUPER.
           STRING WS-CDT-DATE   DELIMITED BY SIZE
                  WS-CDT-TIME(1:6) DELIMITED BY SIZE
           ADD 1 TO WS-POSTED-ITEMS.
       300-EXIT.
           EXIT.
      * Store count: the store's on-hand becomes the count and the
      * master moves by the same variance, since the master is the
      * sum of the stores.  A store with no stock record gets one.
       350-POST-STORE.
           MOVE IM-ITEM-NO TO LI-ITEM-NO.
           MOVE WS-COUNT-LOC TO LI-LOCATION.
           READ LOCINV-FILE
               INVALID KEY
                   MOVE ZEROS TO LI-ON-HAND
                   MOVE ZEROS TO LI-IN-TRANSIT
                   MOVE CI-COUNTED-QTY TO LI-ON-HAND
                   WRITE LOCINV-REC
                   MOVE ZEROS TO WS-AUDIT-BEFORE
                   MOVE CI-COUNTED-QTY TO WS-ADJ-UNITS
                   GO TO 360-MASTER
           END-READ.
           MOVE LI-ON-HAND TO WS-AUDIT-BEFORE.
           COMPUTE WS-ADJ-UNITS = CI-COUNTED-QTY - LI-ON-HAND.
           MOVE CI-COUNTED-QTY TO LI-ON-HAND.
           REWRITE LOCINV-REC.
       360-MASTER.
           MOVE LI-ON-HAND TO WS-AUDIT-AFTER.
           MOVE WS-COUNT-LOC TO WS-AUDIT-LOC.
           ADD WS-ADJ-UNITS TO IM-ON-HAND.
           REWRITE INVMAST-REC.
       350-EXIT.
           EXIT.
      * Prints one variance line
       500-PRINT-DETAIL.
           MOVE RPT-DETAIL TO OUT-PUT.
           PERFORM 500-PRINT-DETAIL THRU 500-EXIT.
       600-EXIT.
           EXIT.
      * Appends the posted adjustments to the bookstore journal
      * extract.  The value is what the master's on-hand actually
      * moved by at unit cost, so the ledger follows the book
      * figure the valuation report extends, and is the sum of the
      * values on the audit records SHRNKRPT reads back.
       700-SHRINK-JOURNAL.
           IF WS-SHRINK-LOSS = 0 AND WS-SHRINK-GAIN = 0
               GO TO 700-EXIT.
           OPEN EXTEND INVGL-FILE.
           IF WS-SHRINK-LOSS > 0
               MOVE "MDSSHRNK" TO IG-ACCOUNT
               MOVE "COUNT SHORTAGES" TO IG-DESC
               MOVE WS-SHRINK-LOSS TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSINVEN" TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-SHRINK-LOSS TO IG-CREDIT
               WRITE INVGL-REC.
           IF WS-SHRINK-GAIN > 0
               MOVE "MDSINVEN" TO IG-ACCOUNT
               MOVE "COUNT OVERAGES" TO IG-DESC
               MOVE WS-SHRINK-GAIN TO IG-DEBIT
               MOVE ZEROS TO IG-CREDIT
               WRITE INVGL-REC
               MOVE "MDSSHRNK" TO IG-ACCOUNT
               MOVE ZEROS TO IG-DEBIT
               MOVE WS-SHRINK-GAIN TO IG-CREDIT
               WRITE INVGL-REC.
           CLOSE INVGL-FILE.
       700-EXIT.
           EXIT.
       END PROGRAM CNTPOST.

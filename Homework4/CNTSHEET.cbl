      * description, and a blank to write the count in -- and
      * writes a count work file carrying the book on-hand frozen
      * at sheet time, which CNTPOST later compares the keyed
      * counts against.  A store code on the control file makes
      * it a store count: the book figure frozen is that store's
      * on-hand from the LOCINV companion file instead of the
      * company-wide master figure.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  A STORE CODE ON CNTRANGE MAKES IT A STORE
      *                 COUNT: FREEZE THE STORE'S LOCINV ON-HAND
      *                 AND CARRY THE STORE ON THE WORK FILE.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTSHEET.
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IM-ITEM-NO.
           SELECT OPTIONAL LOCINV-FILE ASSIGN TO UT-S-LOCINV
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LI-KEY
               FILE STATUS IS WS-LOCINV-STATUS.
           SELECT CNTWORK-FILE ASSIGN TO UT-S-CNTWORK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SHEET-RPT ASSIGN TO UT-S-SHEETRPT.
       01  CNTRANGE-REC.
           05  CR-FROM-ITEM        PIC X(5).
           05  CR-TO-ITEM          PIC X(5).
           05  CR-LOCATION         PIC X(2).
       FD  INVMAST-FILE
           RECORD CONTAINS 116 CHARACTERS.
       01  INVMAST-REC.
               10  IM-ON-ORDER                 PIC S9(5).
           05  IM-BOOK-DATA            PIC X(41).
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
       FD  CNTWORK-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  CW-ITEM-NO          PIC X(5).
           05  CW-BOOK-ON-HAND     PIC S9(5).
           05  CW-UNIT-COST        PIC 9(3)V99.
           05  CW-LOCATION         PIC X(2).
       FD  SHEET-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       77  WS-FROM-ITEM            PIC X(5)    VALUE LOW-VALUES.
       77  WS-TO-ITEM              PIC X(5)    VALUE HIGH-VALUES.
       77  WS-SHEET-COUNT          PIC 9(5)    VALUE ZEROS.
       77  UT-S-LOCINV             PIC X(50)
               VALUE "C:\COBOL\LOCINV.DAT".
       77  WS-LOCINV-STATUS        PIC XX      VALUE SPACES.
       77  WS-COUNT-LOC            PIC X(2)    VALUE SPACES.
       01  RPT-STORE-LINE.
           05  FILLER              PIC X(12)  VALUE "STORE COUNT ".
           05  RPT-STORE-LOC       PIC X(2).
       01  RPT-TITLE.
           05  FILLER  PIC X(38)
               VALUE "---- PHYSICAL INVENTORY COUNT SHEET".
                       IF CR-TO-ITEM NOT = SPACES
                           MOVE CR-TO-ITEM TO WS-TO-ITEM
                       END-IF
                       MOVE CR-LOCATION TO WS-COUNT-LOC
               END-READ
           END-IF.
           CLOSE CNTRANGE-FILE.
      * Without the location file a store count cannot be frozen,
      * so the sheet falls back to the company-wide figures.
           IF WS-COUNT-LOC NOT = SPACES
               OPEN INPUT LOCINV-FILE
               IF WS-LOCINV-STATUS NOT = "00"
                   CLOSE LOCINV-FILE
                   MOVE SPACES TO WS-COUNT-LOC
               END-IF
           END-IF.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           IF WS-COUNT-LOC NOT = SPACES
               MOVE WS-COUNT-LOC TO RPT-STORE-LOC
               MOVE RPT-STORE-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE RPT-HEADING TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE WS-FROM-ITEM TO IM-ITEM-NO.
           MOVE WS-SHEET-COUNT TO RPT-ITEM-COUNT.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF WS-COUNT-LOC NOT = SPACES
               CLOSE LOCINV-FILE.
           CLOSE INVMAST-FILE CNTWORK-FILE SHEET-RPT.
           STOP RUN.
      * Writes the next in-range item to the sheet and work file
           MOVE IM-ITEM-NO TO CW-ITEM-NO.
           MOVE IM-ON-HAND TO CW-BOOK-ON-HAND.
           MOVE IM-UNIT-COST TO CW-UNIT-COST.
           MOVE WS-COUNT-LOC TO CW-LOCATION.
           IF WS-COUNT-LOC NOT = SPACES
               PERFORM 200-STORE-BOOK THRU 200-EXIT.
           WRITE CNTWORK-REC.
       100-EXIT.
           EXIT.
      * Freezes the store's own on-hand; an item the store has no
      * stock record for is on its book at zero.
       200-STORE-BOOK.
           MOVE IM-ITEM-NO TO LI-ITEM-NO.
           MOVE WS-COUNT-LOC TO LI-LOCATION.
           READ LOCINV-FILE
               INVALID KEY
                   MOVE ZEROS TO CW-BOOK-ON-HAND
                   GO TO 200-EXIT
           END-READ.
           MOVE LI-ON-HAND TO CW-BOOK-ON-HAND.
       200-EXIT.
           EXIT.
       END PROGRAM CNTSHEET.

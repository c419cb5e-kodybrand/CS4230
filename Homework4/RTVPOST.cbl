      * an RMA document for the carton; a credit transaction ("C")
      * relieves the pending bucket when the vendor's credit memo
      * arrives.  The register shows every movement and the
      * pending balances left open at end of run.  Every shipment
      * also lands on the RTVHIST return history under the run
      * date.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  WRITE EVERY SHIPMENT TO THE NEW RTVHIST
      *                 RETURN HISTORY UNDER THE PROCESSING DATE,
      *                 SO THE POST-TERM ADOPTION REPORT CAN COUNT
      *                 COPIES SENT BACK.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RTVPOST.
               RECORD KEY IS RP-KEY
               FILE STATUS IS WS-RTVPEND-STATUS.
           SELECT RTV-RPT ASSIGN TO UT-S-RTVRPT.
           SELECT OPTIONAL RTVHIST-FILE ASSIGN TO UT-S-RTVHIST
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(100).
       FD  RTVHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RTVHIST-REC.
           05  VR-ITEM-NO          PIC X(5).
           05  VR-VENDOR           PIC X(5).
           05  VR-LOCATION         PIC X(2).
           05  VR-QTY              PIC 9(5).
           05  VR-DATE             PIC 9(8).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.

       WORKING-STORAGE SECTION.
       77  UT-S-RTVTXN             PIC X(50)
               VALUE "C:\COBOL\RTVPEND.DAT".
       77  UT-S-RTVRPT             PIC X(50)
               VALUE "C:\COBOL\RTVPOST.RPT".
       77  UT-S-RTVHIST            PIC X(50)
               VALUE "C:\COBOL\RTVHIST.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR         PIC 9(4).
               10  WS-MONTH        PIC 9(2).
               10  WS-DAY          PIC 9(2).
           05  FILLER              PIC X(13).
       77  WS-INVMAST-STATUS       PIC XX      VALUE SPACES.
       77  WS-LOCINV-STATUS        PIC XX      VALUE SPACES.
       77  WS-RTVPEND-STATUS       PIC XX      VALUE SPACES.
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
           OPEN EXTEND RTVHIST-FILE.
           OPEN INPUT RTVTXN-FILE.
           OPEN I-O INVMAST-FILE.
           OPEN I-O LOCINV-FILE.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 600-PENDING-SECTION THRU 600-EXIT.
           CLOSE RTVTXN-FILE INVMAST-FILE LOCINV-FILE RTVPEND-FILE
                 RTV-RPT RTVHIST-FILE.
           STOP RUN.
      * Posts one return-to-vendor transaction
       100-READ-TXN.
               END-READ
           END-IF.
           PERFORM 250-PEND-ADD THRU 250-EXIT.
           MOVE RT-ITEM-NO TO VR-ITEM-NO.
           MOVE RT-VENDOR TO VR-VENDOR.
           MOVE RT-LOCATION TO VR-LOCATION.
           MOVE RT-QTY TO VR-QTY.
           MOVE WS-RUN-DATE TO VR-DATE.
           WRITE RTVHIST-REC.
           ADD 1 TO WS-SHIPPED.
           MOVE "SHIPPED - RMA CUT" TO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.

      ***********************************************************
      * OPEN PAYABLES AGING BY VENDOR
      * KODY BRAND
      * This program shows what the bookstore owes and how late
      * it is.  It reads the APOPEN open payables in vendor order
      * and spreads each vendor's unpaid invoices over the aging
      * columns by days past the due date the vendor's terms set
      * -- not yet due, 1-30, 31-60, 61-90, and over 90 -- with
      * the discount still available on invoices inside their
      * discount window, a line per vendor, and the store totals.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  VENDMAST RECORD WIDENED FOR THE VENDOR
      *                 ADDRESS AND PURCHASE-ORDER METHOD.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APAGING.
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
           SELECT AGING-RPT ASSIGN TO UT-S-AGINGRPT.

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
       FD  AGING-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-APOPEN             PIC X(50)
               VALUE "C:\COBOL\APOPEN.DAT".
       77  UT-S-VENDMAST           PIC X(50)
               VALUE "C:\COBOL\VENDMAST.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-AGINGRPT           PIC X(50)
               VALUE "C:\COBOL\APAGING.RPT".
       77  WS-APOPEN-STATUS        PIC XX      VALUE SPACES.
       77  WS-VENDMAST-STATUS      PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       77  WS-RUN-INT              PIC S9(9)   VALUE ZEROS.
       77  WS-DAYS-LATE            PIC S9(5)   VALUE ZEROS.
       77  WS-BKT                  PIC 9       VALUE ZEROS.
       77  WS-PREV-VENDOR          PIC X(5)    VALUE SPACES.
       77  WS-VEND-INVOICES        PIC 9(5)    VALUE ZEROS.
       77  WS-VEND-DISC            PIC 9(9)V99 VALUE ZEROS.
       77  WS-GRAND-DISC           PIC 9(9)V99 VALUE ZEROS.
       77  WS-VENDORS              PIC 9(5)    VALUE ZEROS.
      * Aging columns: 1 not yet due, 2 1-30, 3 31-60, 4 61-90,
      * 5 over 90 days past due; 6 is the row total.
       01  WS-VEND-AGING.
           05  WS-VEND-BKT         PIC 9(9)V99 OCCURS 6 TIMES.
       01  WS-GRAND-AGING.
           05  WS-GRAND-BKT        PIC 9(11)V99 OCCURS 6 TIMES.
       77  WS-BKT-IDX              PIC 9       VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR         PIC 9(4).
               10  WS-MONTH        PIC 9(2).
               10  WS-DAY          PIC 9(2).
           05  FILLER              PIC X(13).
       01  RPT-TITLE.
           05  FILLER  PIC X(40)
               VALUE "---- OPEN PAYABLES AGING BY VENDOR ---- ".
           05  FILLER  PIC X(7)  VALUE "AS OF ".
           05  RPT-T-RUN-DATE      PIC 9(8).
       01  RPT-HEAD.
           05  FILLER  PIC X(37)
               VALUE "VENDOR NAME                      INVS".
           05  FILLER  PIC X(13) VALUE "  NOT YET DUE".
           05  FILLER  PIC X(39)
               VALUE "         1-30        31-60        61-90".
           05  FILLER  PIC X(37)
               VALUE "      OVER 90   TOTAL OWED DISC AVAIL".
       01  RPT-LINE.
           05  RPT-VENDOR          PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-NAME            PIC X(25).
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  RPT-INVOICES        PIC ZZZ9.
           05  RPT-BKT-AREA.
               10  RPT-BKT         PIC ZZ,ZZZ,ZZ9.99 OCCURS 6 TIMES.
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  RPT-DISC            PIC ZZZ,ZZ9.99.
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(16)  VALUE "STORE TOTALS".
           05  RPT-T-VENDORS       PIC ZZ,ZZ9.
           05  FILLER              PIC X(15)  VALUE " VENDORS".
           05  RPT-T-BKT-AREA.
               10  RPT-T-BKT       PIC ZZ,ZZZ,ZZ9.99 OCCURS 6 TIMES.
           05  FILLER              PIC X(1)   VALUE SPACES.
           05  RPT-T-DISC          PIC ZZZ,ZZ9.99.

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
           OPEN INPUT APOPEN-FILE.
           IF WS-APOPEN-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           OPEN INPUT VENDMAST-FILE.
           OPEN OUTPUT AGING-RPT.
           MOVE WS-RUN-DATE TO RPT-T-RUN-DATE.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE RPT-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-VEND-AGING WS-GRAND-AGING.
           PERFORM 100-READ-PAYABLE THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           PERFORM 300-VENDOR-LINE THRU 300-EXIT.
           MOVE WS-VENDORS TO RPT-T-VENDORS.
           PERFORM 410-MOVE-GRAND THRU 410-EXIT
               VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 6.
           MOVE WS-GRAND-DISC TO RPT-T-DISC.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE APOPEN-FILE VENDMAST-FILE AGING-RPT.
           STOP RUN.
      * Ages one unpaid invoice into its vendor's columns
       100-READ-PAYABLE.
           READ APOPEN-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 100-EXIT
           END-READ.
           IF NOT AP-OPEN
               GO TO 100-EXIT.
           IF AP-VENDOR NOT = WS-PREV-VENDOR
               PERFORM 300-VENDOR-LINE THRU 300-EXIT
               MOVE AP-VENDOR TO WS-PREV-VENDOR.
           COMPUTE WS-DAYS-LATE = WS-RUN-INT
               - FUNCTION INTEGER-OF-DATE(AP-DUE-DATE).
           EVALUATE TRUE
               WHEN WS-DAYS-LATE < 1   MOVE 1 TO WS-BKT
               WHEN WS-DAYS-LATE < 31  MOVE 2 TO WS-BKT
               WHEN WS-DAYS-LATE < 61  MOVE 3 TO WS-BKT
               WHEN WS-DAYS-LATE < 91  MOVE 4 TO WS-BKT
               WHEN OTHER              MOVE 5 TO WS-BKT
           END-EVALUATE.
           ADD AP-AMOUNT TO WS-VEND-BKT (WS-BKT) WS-VEND-BKT (6).
           ADD 1 TO WS-VEND-INVOICES.
           IF AP-DISC-DATE NOT < WS-RUN-DATE
               ADD AP-DISC-AMT TO WS-VEND-DISC.
       100-EXIT.
           EXIT.
      * Prints the previous vendor's aging line, if there was one,
      * and rolls it into the store totals.
       300-VENDOR-LINE.
           IF WS-VEND-INVOICES = 0
               GO TO 300-EXIT.
           MOVE WS-PREV-VENDOR TO RPT-VENDOR VM-CODE.
           READ VENDMAST-FILE
               INVALID KEY
                   MOVE "** NOT ON VENDOR MASTER **" TO VM-NAME
           END-READ.
           MOVE VM-NAME TO RPT-NAME.
           MOVE WS-VEND-INVOICES TO RPT-INVOICES.
           PERFORM 310-MOVE-VENDOR THRU 310-EXIT
               VARYING WS-BKT-IDX FROM 1 BY 1 UNTIL WS-BKT-IDX > 6.
           MOVE WS-VEND-DISC TO RPT-DISC.
           MOVE RPT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           ADD WS-VEND-DISC TO WS-GRAND-DISC.
           ADD 1 TO WS-VENDORS.
           MOVE ZEROS TO WS-VEND-AGING WS-VEND-INVOICES WS-VEND-DISC.
       300-EXIT.
           EXIT.
       310-MOVE-VENDOR.
           MOVE WS-VEND-BKT (WS-BKT-IDX) TO RPT-BKT (WS-BKT-IDX).
           ADD WS-VEND-BKT (WS-BKT-IDX) TO WS-GRAND-BKT (WS-BKT-IDX).
       310-EXIT.
           EXIT.
       410-MOVE-GRAND.
           MOVE WS-GRAND-BKT (WS-BKT-IDX) TO RPT-T-BKT (WS-BKT-IDX).
       410-EXIT.
           EXIT.
       END PROGRAM APAGING.

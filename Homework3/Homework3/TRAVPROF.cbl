       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVPROF.
       AUTHOR. KODY BRAND.
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.  MONTHLY BOOKING
      *                 PROFITABILITY BY VENDOR, DESTINATION, AND
      *                 AGENT: ON THE MONTH-END NIGHT EVERY ACTIVE
      *                 BOOKING DEPARTING IN THE MONTH IS NETTED DOWN
      *                 TO WHAT THE AGENCY ACTUALLY MAKES -- THE SALE
      *                 LESS THE VENDLGR VENDOR PAYABLE, PLUS THE
      *                 VENDOR'S COMMISSION, LESS THE AGENT'S TRAVAGT
      *                 COMMISSION AND THE CARD FEES ON ITS CARDRCPT
      *                 RECEIPTS, WITH THE FX DIFFERENCE ON THE
      *                 PAYABLE BETWEEN THE BOOKING-DATE AND MONTH-END
      *                 RATES -- AND THE CANCELLATION FEES KEPT ON THE
      *                 TRAVCHST HISTORY ARE ADDED IN.  EACH GROUPING
      *                 IS RANKED BY NET REVENUE WITH GROSS SALES,
      *                 MARGIN PERCENT, AND THE PRIOR MONTH BESIDE IT,
      *                 ON A PRINTED REPORT AND A CSV FOR THE OWNERS'
      *                 SPREADSHEET.  OTHER NIGHTS NOTHING IS REPORTED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRAVMAST-FILE ASSIGN TO DYNAMIC UT-S-TRAVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TR-BOOK-NO
               FILE STATUS IS WS-TRAVMAST-STATUS.
           SELECT OPTIONAL VENDLGR-FILE ASSIGN TO UT-S-VENDLGR
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VL-KEY
               FILE STATUS IS WS-VENDLGR-STATUS.
           SELECT OPTIONAL TRAVAGT-FILE ASSIGN TO UT-S-TRAVAGT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AG-CODE
               FILE STATUS IS WS-TRAVAGT-STATUS.
           SELECT OPTIONAL TRAVVNDR-FILE ASSIGN TO UT-S-TRAVVNDR
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-TRAVVNDR-STATUS.
           SELECT OPTIONAL TRAVSEG-FILE ASSIGN TO UT-S-TRAVSEG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-TRAVSEG-STATUS.
           SELECT OPTIONAL CARDRCPT-FILE ASSIGN TO UT-S-CARDRCPT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CARDRCPT-STATUS.
           SELECT OPTIONAL TRAVCHST-FILE ASSIGN TO UT-S-TRAVCHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVCHST-STATUS.
           SELECT OPTIONAL CURRRATE-FILE ASSIGN TO UT-S-CURRRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURRRATE-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT PROF-RPT ASSIGN TO UT-S-PROFRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROF-CSV ASSIGN TO UT-S-PROFCSV
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAVMAST-FILE
           RECORD CONTAINS 166 CHARACTERS.
       COPY "TRAVELREC.CPY".
       FD  VENDLGR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 46 CHARACTERS.
       01  VENDLGR-REC.
           05  VL-KEY.
               10  VL-VENDOR   PIC X(15).
               10  VL-BOOK-NO  PIC 9(5).
           05  VL-OWED      PIC 9(7)V99.
           05  VL-PAID      PIC 9(7)V99.
           05  VL-DEPART    PIC 9(8).
       FD  TRAVAGT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 37 CHARACTERS.
       01  TRAVAGT-REC.
           05  AG-CODE         PIC X(3).
           05  AG-NAME         PIC X(20).
           05  AG-COMM-RATE    PIC V999.
           05  AG-SPLIT-AGENT  PIC X(3).
           05  AG-SPLIT-PCT    PIC V999.
           05  AG-EMPNUM       PIC 9(4).
       FD  TRAVVNDR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
       COPY "TRAVVNDR.CPY".
       FD  TRAVSEG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 99 CHARACTERS.
       01  TRAVSEG-REC.
           05  SG-KEY.
               10  SG-BOOK-NO  PIC 9(5).
               10  SG-SEQ      PIC 9(2).
           05  SG-TYPE         PIC 9.
           05  SG-VENDOR       PIC X(15).
           05  SG-DEPART       PIC 9(8).
           05  SG-RETURN       PIC 9(8).
           05  SG-COST         PIC 9(5)V99.
           05  SG-CONF-NO      PIC X(10).
           05  SG-CONF-DATE    PIC 9(8).
           05  SG-DEST-CITY    PIC X(20).
           05  SG-DEST-COUNTRY PIC X(15).
       FD  CARDRCPT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 38 CHARACTERS.
       01  CARDRCPT-REC.
           05  CP-KEY.
               10  CP-BOOK-NO  PIC 9(5).
               10  CP-DATE     PIC 9(8).
               10  CP-SEQ      PIC 9(2).
           05  CP-AMOUNT       PIC 9(5)V99.
           05  CP-METHOD       PIC X(2).
           05  CP-STATUS       PIC X.
               88  CP-UNSETTLED        VALUE "O".
               88  CP-SETTLED          VALUE "M".
               88  CP-CHARGED-BACK     VALUE "B".
           05  CP-SETTLE-DATE  PIC 9(8).
           05  CP-FEE          PIC 9(3)V99.
       FD  TRAVCHST-FILE.
       01  TRAVCHST-REC.
           05  CH-BOOK-NO      PIC 9(5).
           05  CH-CANCEL-DATE  PIC 9(8).
           05  CH-TYPE         PIC 9.
           05  CH-VENDOR       PIC X(15).
           05  CH-VENDOR-R     REDEFINES CH-VENDOR.
               10  CH-VENDOR-CODE  PIC X(6).
               10  FILLER          PIC X(9).
           05  CH-AGENT        PIC X(3).
           05  CH-CONF-NO      PIC X(10).
           05  CH-CONF-DATE    PIC 9(8).
           05  CH-COST         PIC 9(5)V99.
           05  CH-FEE          PIC 9(5)V99.
           05  CH-RETURNED     PIC 9(5)V99.
           05  CH-RESULT       PIC X.
       FD  CURRRATE-FILE.
       01  CURRRATE-REC.
           05  CRF-CODE        PIC X(3).
           05  CRF-RATE        PIC 9V9999.
           05  CRF-EFF-DATE    PIC 9(8).
       FD  PROCDATE-FILE.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  PROF-RPT.
       01  RPT-OUT             PIC X(132).
       FD  PROF-CSV.
       01  CSV-OUT             PIC X(132).
       SD  SORT-FILE.
       01  SORT-REC.
           05  SR-KIND         PIC 9.
           05  SR-CUR-NET      PIC S9(9)V99.
           05  SR-KEY          PIC X(15).
           05  SR-COUNT        PIC 9(5).
           05  SR-CUR-GROSS    PIC S9(9)V99.
           05  SR-PRI-GROSS    PIC S9(9)V99.
           05  SR-PRI-NET      PIC S9(9)V99.

       WORKING-STORAGE SECTION.
       77 UT-S-TRAVMAST        PIC X(50) VALUE "C:\Cobol\travmast.dat".
       77 UT-S-VENDLGR         PIC X(50) VALUE "C:\Cobol\vendlgr.dat".
       77 UT-S-TRAVAGT         PIC X(50) VALUE "C:\Cobol\travagt.dat".
       77 UT-S-TRAVVNDR        PIC X(50) VALUE "C:\Cobol\travvndr.dat".
       77 UT-S-TRAVSEG         PIC X(50) VALUE "C:\Cobol\travseg.dat".
       77 UT-S-CARDRCPT        PIC X(50) VALUE "C:\Cobol\cardrcpt.dat".
       77 UT-S-TRAVCHST        PIC X(50) VALUE "C:\Cobol\travchst.dat".
       77 UT-S-CURRRATE        PIC X(50) VALUE "C:\Cobol\currrate.dat".
       77 UT-S-PROCDATE        PIC X(50) VALUE "C:\COBOL\PROCDATE.DAT".
       77 UT-S-PROFRPT         PIC X(50) VALUE "C:\Cobol\travprof.rpt".
       77 UT-S-PROFCSV         PIC X(50) VALUE "C:\Cobol\travprof.csv".
       77 UT-S-SORTWK          PIC X(50) VALUE "C:\Cobol\profsort.tmp".
       77 WS-TRAVMAST-STATUS   PIC XX    VALUE SPACES.
       77 WS-VENDLGR-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVAGT-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVVNDR-STATUS   PIC XX    VALUE SPACES.
       77 WS-TRAVSEG-STATUS    PIC XX    VALUE SPACES.
       77 WS-CARDRCPT-STATUS   PIC XX    VALUE SPACES.
       77 WS-TRAVCHST-STATUS   PIC XX    VALUE SPACES.
       77 WS-CURRRATE-STATUS   PIC XX    VALUE SPACES.
       77 WS-PROCDATE-STATUS   PIC XX    VALUE SPACES.
       77 WS-LGR-OPEN          PIC X     VALUE "N".
       77 WS-VNDR-OPEN         PIC X     VALUE "N".
       77 WS-SEG-OPEN          PIC X     VALUE "N".
       77 WS-CARD-OPEN         PIC X     VALUE "N".
       77 WS-MONTH-END         PIC X     VALUE "N".
       77 WS-MAST-EOF          PIC X     VALUE "N".
       77 WS-CHST-EOF          PIC X     VALUE "N".
       77 WS-SEG-EOF           PIC X     VALUE "N".
       77 WS-CP-EOF            PIC X     VALUE "N".
       77 WS-SORT-EOF          PIC X     VALUE "N".
       01 WS-RUN-DATE          PIC 9(8)  VALUE ZEROS.
       01 WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05 WS-RUN-YM.
               10 WS-RUN-YYYY  PIC 9(4).
               10 WS-RUN-MM    PIC 9(2).
           05 WS-RUN-DD        PIC 9(2).
       01 WS-PRI-DATE          PIC 9(8)  VALUE ZEROS.
       01 WS-PRI-DATE-PARTS REDEFINES WS-PRI-DATE.
           05 WS-PRI-YM.
               10 WS-PRI-YYYY  PIC 9(4).
               10 WS-PRI-MM    PIC 9(2).
           05 WS-PRI-DD        PIC 9(2).
       01 WS-WORK-DATE         PIC 9(8)  VALUE ZEROS.
       01 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
           05 WS-WORK-YM       PIC 9(6).
           05 WS-WORK-DD       PIC 9(2).
       77 WS-PERIOD            PIC X     VALUE SPACE.
       77 WS-COMM-RATE         PIC V999  VALUE .100.
       77 WS-AGENT-RATE        PIC V999  VALUE ZEROS.
       77 WS-VENDOR-RATE       PIC V999  VALUE ZEROS.
       77 WS-PAYABLE           PIC 9(7)V99  VALUE ZEROS.
       77 WS-CARD-FEES         PIC 9(5)V99  VALUE ZEROS.
       77 WS-BOOK-RATE         PIC 9V9999   VALUE 1.0000.
       77 WS-END-RATE          PIC 9V9999   VALUE 1.0000.
       77 WS-GROSS             PIC S9(9)V99 VALUE ZEROS.
       77 WS-NET               PIC S9(9)V99 VALUE ZEROS.
       77 WS-DEST              PIC X(15)    VALUE SPACES.
       77 WS-SEG-BOOK          PIC 9(5)     VALUE ZEROS.
      * Same dated-rate lookup TRAVELREPORT and AGTSTMT convert
      * with, seeded by the same compiled-in default rates.
       01  CURR-RATE-TABLE.
           05  FILLER  PIC X(9)  VALUE "USD1.0000".
           05  FILLER  PIC X(9)  VALUE "EUR1.0800".
           05  FILLER  PIC X(9)  VALUE "GBP1.2700".
           05  FILLER  PIC X(9)  VALUE "CAD0.7300".
       01  CURR-RATE-DATA REDEFINES CURR-RATE-TABLE.
           05  CURR-RATE-ENTRY OCCURS 4 TIMES
                                INDEXED BY CR-IDX.
               10  CR-CODE      PIC X(3).
               10  CR-RATE      PIC 9V9999.
       01  WS-RATE-FILE-TABLE.
           05  WS-RF-ENTRY OCCURS 50 TIMES.
               10  WS-RF-CODE      PIC X(3).
               10  WS-RF-RATE      PIC 9V9999.
               10  WS-RF-DATE      PIC 9(8).
       77  WS-RF-COUNT          PIC 9(3)     VALUE ZERO.
       77  WS-RF-IDX            PIC 9(3)     VALUE ZERO.
       77  WS-RATE-EOF          PIC X        VALUE "N".
       77  WS-RATE-FOUND-SW     PIC X        VALUE "N".
       77  WS-BEST-DATE         PIC 9(8)     VALUE ZEROS.
       77  WS-LOOKUP-DATE       PIC 9(8)     VALUE ZEROS.
       77  WS-CURRENCY          PIC X(3)     VALUE "USD".
       77  WS-EXCH-RATE         PIC 9V9999   VALUE 1.0000.
      * Profit by grouping: kind 1 vendor, 2 destination, 3 agent.
       01  WS-GROUP-TABLE.
           05  WS-PG-ENTRY OCCURS 300 TIMES.
               10  WS-PG-KIND      PIC 9.
               10  WS-PG-KEY       PIC X(15).
               10  WS-PG-COUNT     PIC 9(5).
               10  WS-PG-CUR-GROSS PIC S9(9)V99.
               10  WS-PG-CUR-NET   PIC S9(9)V99.
               10  WS-PG-PRI-GROSS PIC S9(9)V99.
               10  WS-PG-PRI-NET   PIC S9(9)V99.
       77  WS-PG-COUNT-USED     PIC 9(3)     VALUE ZERO.
       77  WS-PG-IDX            PIC 9(3)     VALUE ZERO.
       77  WS-PG-HIT            PIC 9(3)     VALUE ZERO.
       77  WS-PG-OVERFLOW       PIC 9(5)     VALUE ZERO.
       77  WS-POST-KIND         PIC 9        VALUE ZERO.
       77  WS-POST-KEY          PIC X(15)    VALUE SPACES.
       77  WS-CUR-KIND          PIC 9        VALUE ZERO.
       77  WS-RANK              PIC 9(3)     VALUE ZERO.
       77  WS-MARGIN            PIC S9(5)V9  VALUE ZEROS.
       77  WS-P-MARGIN          PIC S9(5)V9  VALUE ZEROS.
       77  WS-CHANGE            PIC S9(9)V99 VALUE ZEROS.
       77  WS-T-CUR-GROSS       PIC S9(9)V99 VALUE ZEROS.
       77  WS-T-CUR-NET         PIC S9(9)V99 VALUE ZEROS.
       77  WS-T-PRI-GROSS       PIC S9(9)V99 VALUE ZEROS.
       77  WS-T-PRI-NET         PIC S9(9)V99 VALUE ZEROS.
       77  WS-T-COUNT           PIC 9(5)     VALUE ZEROS.
       01  WS-LABEL.
           05  WS-LABEL-CODE    PIC X(7).
           05  WS-LABEL-NAME    PIC X(30).
       77  WS-CSV-NAME          PIC X(30)    VALUE SPACES.
       01  WS-KIND-NAMES.
           05  FILLER           PIC X(11)    VALUE "VENDOR".
           05  FILLER           PIC X(11)    VALUE "DESTINATION".
           05  FILLER           PIC X(11)    VALUE "AGENT".
       01  WS-KIND-TABLE REDEFINES WS-KIND-NAMES.
           05  WS-KIND-NAME     PIC X(11)    OCCURS 3 TIMES.
       01  WS-CSV-EDIT.
           05  WS-CSV-COUNT     PIC ZZZZ9.
           05  WS-CSV-RANK      PIC ZZ9.
           05  WS-CSV-CUR-GROSS PIC -ZZZZZZZZ9.99.
           05  WS-CSV-CUR-NET   PIC -ZZZZZZZZ9.99.
           05  WS-CSV-MARGIN    PIC -ZZZZ9.9.
           05  WS-CSV-PRI-GROSS PIC -ZZZZZZZZ9.99.
           05  WS-CSV-PRI-NET   PIC -ZZZZZZZZ9.99.
           05  WS-CSV-P-MARGIN  PIC -ZZZZ9.9.
           05  WS-CSV-CHANGE    PIC -ZZZZZZZZ9.99.
       01  WS-CSV-LINE          PIC X(132)   VALUE SPACES.
       01  RPT-TITLE.
           05  FILLER          PIC X(36)
               VALUE "BOOKING PROFITABILITY - DEPARTURES ".
           05  TTL-MONTH       PIC 9(6).
           05  FILLER          PIC X(19)  VALUE "   PRIOR MONTH ".
           05  TTL-PRIOR       PIC 9(6).
       01  GROUP-HEAD.
           05  FILLER          PIC X(12)  VALUE "RANKED BY ".
           05  GH-KIND         PIC X(11).
       01  COL-HEAD-1.
           05  FILLER          PIC X(40)
               VALUE "RANK NAME                    BKGS   GROS".
           05  FILLER          PIC X(41)
               VALUE "S SALES     NET REVENUE  MARGIN%     PRIO".
           05  FILLER          PIC X(48)
               VALUE "R GROSS       PRIOR NET  PRIOR%      NET CHANGE".
       01  DTL-LINE.
           05  DL-RANK         PIC ZZ9.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DL-NAME         PIC X(22).
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  DL-COUNT        PIC ZZZZ9.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DL-CUR-GROSS    PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DL-CUR-NET      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DL-MARGIN       PIC -ZZZ9.9.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DL-PRI-GROSS    PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DL-PRI-NET      PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DL-P-MARGIN     PIC -ZZZ9.9.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DL-CHANGE       PIC -ZZ,ZZZ,ZZ9.99.
       01  SKIP-LINE           PIC X(42)  VALUE
           "NOT A MONTH-END NIGHT - NOTHING TO REPORT".
       PROCEDURE DIVISION.
      * Nets the month's bookings and cancellations down to profit
      * by grouping on the month-end night, then ranks and prints.
       000-MAIN.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       MOVE PD-RUN-DATE TO WS-RUN-DATE
                       MOVE PD-MONTH-END TO WS-MONTH-END
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           OPEN OUTPUT PROF-RPT.
           IF WS-MONTH-END NOT = "Y"
               MOVE SKIP-LINE TO RPT-OUT
               WRITE RPT-OUT
               CLOSE PROF-RPT
               STOP RUN.
           MOVE WS-RUN-DATE TO WS-PRI-DATE.
           IF WS-PRI-MM = 1
               MOVE 12 TO WS-PRI-MM
               SUBTRACT 1 FROM WS-PRI-YYYY
           ELSE
               SUBTRACT 1 FROM WS-PRI-MM.
           MOVE WS-RUN-YM TO TTL-MONTH.
           MOVE WS-PRI-YM TO TTL-PRIOR.
           INITIALIZE WS-GROUP-TABLE.
           PERFORM 050-LOAD-RATE-FILE THRU 050-EXIT.
           OPEN INPUT TRAVMAST-FILE.
           OPEN INPUT TRAVAGT-FILE.
           OPEN INPUT VENDLGR-FILE.
           IF WS-VENDLGR-STATUS = "00"
               MOVE "Y" TO WS-LGR-OPEN.
           OPEN INPUT TRAVVNDR-FILE.
           IF WS-TRAVVNDR-STATUS = "00"
               MOVE "Y" TO WS-VNDR-OPEN.
           OPEN INPUT TRAVSEG-FILE.
           IF WS-TRAVSEG-STATUS = "00"
               MOVE "Y" TO WS-SEG-OPEN.
           OPEN INPUT CARDRCPT-FILE.
           IF WS-CARDRCPT-STATUS = "00"
               MOVE "Y" TO WS-CARD-OPEN.
           PERFORM 100-ONE-BOOKING THRU 100-EXIT
               UNTIL WS-MAST-EOF = "Y".
           OPEN INPUT TRAVCHST-FILE.
           IF WS-TRAVCHST-STATUS NOT = "00"
               MOVE "Y" TO WS-CHST-EOF.
           PERFORM 300-ONE-CANCELLATION THRU 300-EXIT
               UNTIL WS-CHST-EOF = "Y".
           CLOSE TRAVCHST-FILE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           OPEN OUTPUT PROF-CSV.
           MOVE SPACES TO WS-CSV-LINE.
           STRING "GROUPING,RANK,KEY,NAME,BOOKINGS,GROSS SALES,"
                  "NET REVENUE,MARGIN PCT,PRIOR GROSS,PRIOR NET,"
                  "PRIOR MARGIN PCT,NET CHANGE"
               DELIMITED BY SIZE INTO WS-CSV-LINE.
           MOVE WS-CSV-LINE TO CSV-OUT.
           WRITE CSV-OUT.
           SORT SORT-FILE
               ON ASCENDING KEY SR-KIND
               DESCENDING KEY SR-CUR-NET
               ASCENDING KEY SR-KEY
               INPUT PROCEDURE IS 500-RELEASE-GROUPS THRU 500-EXIT
               OUTPUT PROCEDURE IS 600-RANK-PASS THRU 600-EXIT.
           IF WS-PG-OVERFLOW > 0
               DISPLAY "TRAVPROF: GROUP TABLE FULL - " WS-PG-OVERFLOW
                   " POSTINGS LEFT OFF THE REPORT".
           CLOSE TRAVMAST-FILE TRAVAGT-FILE VENDLGR-FILE
                 TRAVVNDR-FILE TRAVSEG-FILE CARDRCPT-FILE
                 PROF-RPT PROF-CSV.
           STOP RUN.

      * Seeds the rate table from the compiled-in rates, then loads
      * the dated rates from the CURRRATE file.
       050-LOAD-RATE-FILE.
           PERFORM 055-SEED-ONE THRU 055-EXIT
               VARYING CR-IDX FROM 1 BY 1 UNTIL CR-IDX > 4.
           OPEN INPUT CURRRATE-FILE.
           MOVE "N" TO WS-RATE-EOF.
           IF WS-CURRRATE-STATUS NOT = "00"
               MOVE "Y" TO WS-RATE-EOF.
           PERFORM 060-LOAD-RATE-ONE THRU 060-EXIT
               UNTIL WS-RATE-EOF = "Y".
           CLOSE CURRRATE-FILE.
       050-EXIT.
           EXIT.
       055-SEED-ONE.
           ADD 1 TO WS-RF-COUNT.
           MOVE CR-CODE(CR-IDX) TO WS-RF-CODE(WS-RF-COUNT).
           MOVE CR-RATE(CR-IDX) TO WS-RF-RATE(WS-RF-COUNT).
           MOVE ZEROS TO WS-RF-DATE(WS-RF-COUNT).
       055-EXIT.
           EXIT.
       060-LOAD-RATE-ONE.
           READ CURRRATE-FILE
               AT END
                   MOVE "Y" TO WS-RATE-EOF
                   GO TO 060-EXIT
           END-READ.
           IF WS-RF-COUNT < 50
               ADD 1 TO WS-RF-COUNT
               MOVE CRF-CODE TO WS-RF-CODE(WS-RF-COUNT)
               MOVE CRF-RATE TO WS-RF-RATE(WS-RF-COUNT)
               MOVE CRF-EFF-DATE TO WS-RF-DATE(WS-RF-COUNT)
           END-IF.
       060-EXIT.
           EXIT.
      * Finds the rate for WS-CURRENCY with the latest effective
      * date on or before WS-LOOKUP-DATE; no match leaves USD par.
       070-FIND-RATE.
           MOVE 1.0000 TO WS-EXCH-RATE.
           MOVE ZEROS TO WS-BEST-DATE.
           MOVE "N" TO WS-RATE-FOUND-SW.
           PERFORM 075-CHECK-ONE THRU 075-EXIT
               VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > WS-RF-COUNT.
       070-EXIT.
           EXIT.
       075-CHECK-ONE.
           IF WS-RF-CODE(WS-RF-IDX) = WS-CURRENCY
               AND WS-RF-DATE(WS-RF-IDX) NOT > WS-LOOKUP-DATE
               IF WS-RATE-FOUND-SW = "N"
                   OR WS-RF-DATE(WS-RF-IDX) NOT < WS-BEST-DATE
                   MOVE WS-RF-RATE(WS-RF-IDX) TO WS-EXCH-RATE
                   MOVE WS-RF-DATE(WS-RF-IDX) TO WS-BEST-DATE
                   MOVE "Y" TO WS-RATE-FOUND-SW
               END-IF
           END-IF.
       075-EXIT.
           EXIT.

      * Nets one active booking departing in the month or the prior
      * month down to the agency's revenue on it: the sale less the
      * vendor payable, plus the vendor's commission, less the
      * agent's commission, all in USD at the booking-date rate;
      * less the card fees on its receipts; plus the FX difference
      * on the payable between the booking-date and month-end rates.
       100-ONE-BOOKING.
           READ TRAVMAST-FILE
               AT END
                   MOVE "Y" TO WS-MAST-EOF
                   GO TO 100-EXIT
           END-READ.
           IF NOT BOOKING-ACTIVE
               GO TO 100-EXIT.
           IF TR-COST NOT NUMERIC OR TR-COST = 0
               GO TO 100-EXIT.
           IF TR-DEPART-DATE NOT NUMERIC OR TR-DEPART-DATE = 0
               GO TO 100-EXIT.
           MOVE TR-DEPART-DATE TO WS-WORK-DATE.
           IF WS-WORK-YM = WS-RUN-YM
               MOVE "C" TO WS-PERIOD
           ELSE
           IF WS-WORK-YM = WS-PRI-YM
               MOVE "P" TO WS-PERIOD
           ELSE
               GO TO 100-EXIT.
           MOVE TR-CURRENCY TO WS-CURRENCY.
           IF WS-CURRENCY = SPACES
               MOVE "USD" TO WS-CURRENCY.
           MOVE TR-BOOK-DATE TO WS-LOOKUP-DATE.
           PERFORM 070-FIND-RATE THRU 070-EXIT.
           MOVE WS-EXCH-RATE TO WS-BOOK-RATE.
           MOVE 31 TO WS-WORK-DD.
           MOVE WS-WORK-DATE TO WS-LOOKUP-DATE.
           PERFORM 070-FIND-RATE THRU 070-EXIT.
           MOVE WS-EXCH-RATE TO WS-END-RATE.
           MOVE WS-COMM-RATE TO WS-AGENT-RATE.
           IF WS-TRAVAGT-STATUS = "00"
               MOVE TR-AGENT TO AG-CODE
               READ TRAVAGT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AG-COMM-RATE TO WS-AGENT-RATE
               END-READ
           END-IF.
           MOVE 0 TO WS-VENDOR-RATE.
           IF WS-VNDR-OPEN = "Y"
               MOVE TR-VENDOR-CODE TO VM-CODE
               READ TRAVVNDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF VM-COMM-RATE NUMERIC
                           MOVE VM-COMM-RATE TO WS-VENDOR-RATE
                       END-IF
               END-READ
           END-IF.
           COMPUTE WS-PAYABLE = TR-COST - (TR-COST * WS-AGENT-RATE).
           IF WS-LGR-OPEN = "Y"
               MOVE TR-VENDOR TO VL-VENDOR
               MOVE TR-BOOK-NO TO VL-BOOK-NO
               READ VENDLGR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VL-OWED TO WS-PAYABLE
               END-READ
           END-IF.
           PERFORM 150-CARD-FEES THRU 150-EXIT.
           COMPUTE WS-GROSS ROUNDED = TR-COST * WS-BOOK-RATE.
           COMPUTE WS-NET ROUNDED =
               (TR-COST - WS-PAYABLE + (TR-COST * WS-VENDOR-RATE)
                 - (TR-COST * WS-AGENT-RATE)) * WS-BOOK-RATE
               - WS-CARD-FEES
               + (WS-PAYABLE * (WS-BOOK-RATE - WS-END-RATE)).
           MOVE TR-BOOK-NO TO WS-SEG-BOOK.
           PERFORM 200-DESTINATION THRU 200-EXIT.
           MOVE 1 TO WS-POST-KIND.
           MOVE TR-VENDOR-CODE TO WS-POST-KEY.
           PERFORM 400-POST-GROUP THRU 400-EXIT.
           MOVE 2 TO WS-POST-KIND.
           MOVE WS-DEST TO WS-POST-KEY.
           PERFORM 400-POST-GROUP THRU 400-EXIT.
           MOVE 3 TO WS-POST-KIND.
           MOVE TR-AGENT TO WS-POST-KEY.
           PERFORM 400-POST-GROUP THRU 400-EXIT.
       100-EXIT.
           EXIT.
      * Sums the processor fees TRAVCARD kept on the booking's
      * settled (or since charged-back) card receipts.
       150-CARD-FEES.
           MOVE 0 TO WS-CARD-FEES.
           IF WS-CARD-OPEN NOT = "Y"
               GO TO 150-EXIT.
           MOVE TR-BOOK-NO TO CP-BOOK-NO.
           MOVE 0 TO CP-DATE CP-SEQ.
           MOVE "N" TO WS-CP-EOF.
           START CARDRCPT-FILE KEY IS NOT LESS THAN CP-KEY
               INVALID KEY MOVE "Y" TO WS-CP-EOF
           END-START.
           PERFORM 160-ONE-RECEIPT THRU 160-EXIT
               UNTIL WS-CP-EOF = "Y".
       150-EXIT.
           EXIT.
       160-ONE-RECEIPT.
           READ CARDRCPT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CP-EOF
                   GO TO 160-EXIT
           END-READ.
           IF CP-BOOK-NO NOT = TR-BOOK-NO
               MOVE "Y" TO WS-CP-EOF
               GO TO 160-EXIT.
           IF (CP-SETTLED OR CP-CHARGED-BACK) AND CP-FEE NUMERIC
               ADD CP-FEE TO WS-CARD-FEES.
       160-EXIT.
           EXIT.
      * The destination is the country of the booking's first
      * itinerary segment that names one.
       200-DESTINATION.
           MOVE "NOT ON FILE" TO WS-DEST.
           IF WS-SEG-OPEN NOT = "Y"
               GO TO 200-EXIT.
           MOVE WS-SEG-BOOK TO SG-BOOK-NO.
           MOVE 0 TO SG-SEQ.
           MOVE "N" TO WS-SEG-EOF.
           START TRAVSEG-FILE KEY IS NOT LESS THAN SG-KEY
               INVALID KEY MOVE "Y" TO WS-SEG-EOF
           END-START.
           PERFORM 210-ONE-SEGMENT THRU 210-EXIT
               UNTIL WS-SEG-EOF = "Y".
       200-EXIT.
           EXIT.
       210-ONE-SEGMENT.
           READ TRAVSEG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SEG-EOF
                   GO TO 210-EXIT
           END-READ.
           IF SG-BOOK-NO NOT = WS-SEG-BOOK
               MOVE "Y" TO WS-SEG-EOF
               GO TO 210-EXIT.
           IF SG-DEST-COUNTRY NOT = SPACES
               MOVE SG-DEST-COUNTRY TO WS-DEST
               MOVE "Y" TO WS-SEG-EOF.
       210-EXIT.
           EXIT.

      * A cancellation in the month or the prior month adds the fee
      * the agency kept to the vendor, destination, and agent it
      * was booked under.  It is not a sale, so gross is untouched.
       300-ONE-CANCELLATION.
           READ TRAVCHST-FILE
               AT END
                   MOVE "Y" TO WS-CHST-EOF
                   GO TO 300-EXIT
           END-READ.
           IF CH-FEE NOT NUMERIC OR CH-FEE = 0
               GO TO 300-EXIT.
           MOVE CH-CANCEL-DATE TO WS-WORK-DATE.
           IF WS-WORK-YM = WS-RUN-YM
               MOVE "C" TO WS-PERIOD
           ELSE
           IF WS-WORK-YM = WS-PRI-YM
               MOVE "P" TO WS-PERIOD
           ELSE
               GO TO 300-EXIT.
           MOVE 0 TO WS-GROSS.
           MOVE CH-FEE TO WS-NET.
           MOVE CH-BOOK-NO TO WS-SEG-BOOK.
           PERFORM 200-DESTINATION THRU 200-EXIT.
           MOVE 1 TO WS-POST-KIND.
           MOVE CH-VENDOR-CODE TO WS-POST-KEY.
           PERFORM 400-POST-GROUP THRU 400-EXIT.
           MOVE 2 TO WS-POST-KIND.
           MOVE WS-DEST TO WS-POST-KEY.
           PERFORM 400-POST-GROUP THRU 400-EXIT.
           MOVE 3 TO WS-POST-KIND.
           MOVE CH-AGENT TO WS-POST-KEY.
           PERFORM 400-POST-GROUP THRU 400-EXIT.
       300-EXIT.
           EXIT.

      * Adds the gross and net to the grouping's month or prior
      * month, opening the grouping on first sight.
       400-POST-GROUP.
           MOVE 0 TO WS-PG-HIT.
           PERFORM 410-FIND-GROUP THRU 410-EXIT
               VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-COUNT-USED OR WS-PG-HIT > 0.
           IF WS-PG-HIT = 0
               IF WS-PG-COUNT-USED NOT < 300
                   ADD 1 TO WS-PG-OVERFLOW
                   GO TO 400-EXIT
               ELSE
                   ADD 1 TO WS-PG-COUNT-USED
                   MOVE WS-PG-COUNT-USED TO WS-PG-HIT
                   MOVE WS-POST-KIND TO WS-PG-KIND(WS-PG-HIT)
                   MOVE WS-POST-KEY TO WS-PG-KEY(WS-PG-HIT)
               END-IF
           END-IF.
           IF WS-PERIOD = "C"
               IF WS-GROSS NOT = 0
                   ADD 1 TO WS-PG-COUNT(WS-PG-HIT)
               END-IF
               ADD WS-GROSS TO WS-PG-CUR-GROSS(WS-PG-HIT)
               ADD WS-NET TO WS-PG-CUR-NET(WS-PG-HIT)
           ELSE
               ADD WS-GROSS TO WS-PG-PRI-GROSS(WS-PG-HIT)
               ADD WS-NET TO WS-PG-PRI-NET(WS-PG-HIT).
       400-EXIT.
           EXIT.
       410-FIND-GROUP.
           IF WS-PG-KIND(WS-PG-IDX) = WS-POST-KIND
               AND WS-PG-KEY(WS-PG-IDX) = WS-POST-KEY
               MOVE WS-PG-IDX TO WS-PG-HIT.
       410-EXIT.
           EXIT.

      * Releases every grouping to the sort for ranking.
       500-RELEASE-GROUPS.
           PERFORM 510-RELEASE-ONE THRU 510-EXIT
               VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-COUNT-USED.
       500-EXIT.
           EXIT.
       510-RELEASE-ONE.
           MOVE WS-PG-KIND(WS-PG-IDX) TO SR-KIND.
           MOVE WS-PG-KEY(WS-PG-IDX) TO SR-KEY.
           MOVE WS-PG-COUNT(WS-PG-IDX) TO SR-COUNT.
           MOVE WS-PG-CUR-GROSS(WS-PG-IDX) TO SR-CUR-GROSS.
           MOVE WS-PG-CUR-NET(WS-PG-IDX) TO SR-CUR-NET.
           MOVE WS-PG-PRI-GROSS(WS-PG-IDX) TO SR-PRI-GROSS.
           MOVE WS-PG-PRI-NET(WS-PG-IDX) TO SR-PRI-NET.
           RELEASE SORT-REC.
       510-EXIT.
           EXIT.

      * Returns the groupings best first within each kind, printing
      * a ranked section per kind with its total, and a CSV row for
      * every grouping.
       600-RANK-PASS.
           MOVE 0 TO WS-CUR-KIND.
           PERFORM 650-RETURN-ONE THRU 650-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF WS-CUR-KIND > 0
               PERFORM 700-KIND-TOTAL THRU 700-EXIT.
       600-EXIT.
           EXIT.
       650-RETURN-ONE.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 650-EXIT
           END-RETURN.
           IF SR-KIND NOT = WS-CUR-KIND
               IF WS-CUR-KIND > 0
                   PERFORM 700-KIND-TOTAL THRU 700-EXIT
               END-IF
               MOVE SR-KIND TO WS-CUR-KIND
               MOVE 0 TO WS-RANK WS-T-COUNT
               MOVE 0 TO WS-T-CUR-GROSS WS-T-CUR-NET
                         WS-T-PRI-GROSS WS-T-PRI-NET
               MOVE WS-KIND-NAME(SR-KIND) TO GH-KIND
               MOVE GROUP-HEAD TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 3 LINES
               MOVE COL-HEAD-1 TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 2 LINES
           END-IF.
           ADD 1 TO WS-RANK.
           ADD SR-COUNT TO WS-T-COUNT.
           ADD SR-CUR-GROSS TO WS-T-CUR-GROSS.
           ADD SR-CUR-NET TO WS-T-CUR-NET.
           ADD SR-PRI-GROSS TO WS-T-PRI-GROSS.
           ADD SR-PRI-NET TO WS-T-PRI-NET.
           PERFORM 660-GROUP-LABEL THRU 660-EXIT.
           MOVE WS-RANK TO DL-RANK.
           MOVE WS-LABEL TO DL-NAME.
           MOVE SR-COUNT TO DL-COUNT.
           MOVE SR-CUR-GROSS TO WS-GROSS.
           MOVE SR-CUR-NET TO WS-NET.
           PERFORM 680-FIGURES THRU 680-EXIT.
           MOVE SR-PRI-GROSS TO WS-GROSS.
           MOVE SR-PRI-NET TO WS-NET.
           PERFORM 690-PRIOR-FIGURES THRU 690-EXIT.
           COMPUTE WS-CHANGE = SR-CUR-NET - SR-PRI-NET.
           MOVE WS-CHANGE TO DL-CHANGE.
           MOVE DTL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           PERFORM 750-WRITE-CSV THRU 750-EXIT.
       650-EXIT.
           EXIT.
      * Names the grouping: vendor and agent codes with their
      * master names, destinations as keyed on the itinerary.
       660-GROUP-LABEL.
           MOVE SPACES TO WS-LABEL.
           EVALUATE SR-KIND
               WHEN 1
                   MOVE SR-KEY TO WS-LABEL-CODE
                   IF WS-VNDR-OPEN = "Y"
                       MOVE SR-KEY TO VM-CODE
                       READ TRAVVNDR-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE VM-NAME TO WS-LABEL-NAME
                       END-READ
                   END-IF
               WHEN 3
                   MOVE SR-KEY TO WS-LABEL-CODE
                   IF WS-TRAVAGT-STATUS = "00"
                       MOVE SR-KEY TO AG-CODE
                       READ TRAVAGT-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE AG-NAME TO WS-LABEL-NAME
                       END-READ
                   END-IF
               WHEN OTHER
                   MOVE SR-KEY TO WS-LABEL-NAME
           END-EVALUATE.
           MOVE WS-LABEL-NAME TO WS-CSV-NAME.
           IF SR-KIND = 2
               MOVE SR-KEY TO WS-LABEL.
       660-EXIT.
           EXIT.
      * Edits the month's gross, net, and margin percent.
       680-FIGURES.
           MOVE 0 TO WS-MARGIN.
           IF WS-GROSS NOT = 0
               COMPUTE WS-MARGIN ROUNDED = WS-NET * 100 / WS-GROSS
                   ON SIZE ERROR MOVE 0 TO WS-MARGIN
               END-COMPUTE.
           MOVE WS-GROSS TO DL-CUR-GROSS.
           MOVE WS-NET TO DL-CUR-NET.
           MOVE WS-MARGIN TO DL-MARGIN.
       680-EXIT.
           EXIT.
      * Edits the prior month's gross, net, and margin percent.
       690-PRIOR-FIGURES.
           MOVE 0 TO WS-P-MARGIN.
           IF WS-GROSS NOT = 0
               COMPUTE WS-P-MARGIN ROUNDED = WS-NET * 100 / WS-GROSS
                   ON SIZE ERROR MOVE 0 TO WS-P-MARGIN
               END-COMPUTE.
           MOVE WS-GROSS TO DL-PRI-GROSS.
           MOVE WS-NET TO DL-PRI-NET.
           MOVE WS-P-MARGIN TO DL-P-MARGIN.
       690-EXIT.
           EXIT.
      * Closes one grouping's section with its total line.
       700-KIND-TOTAL.
           MOVE 0 TO DL-RANK.
           MOVE "TOTAL" TO DL-NAME.
           MOVE WS-T-COUNT TO DL-COUNT.
           MOVE WS-T-CUR-GROSS TO WS-GROSS.
           MOVE WS-T-CUR-NET TO WS-NET.
           PERFORM 680-FIGURES THRU 680-EXIT.
           MOVE WS-T-PRI-GROSS TO WS-GROSS.
           MOVE WS-T-PRI-NET TO WS-NET.
           PERFORM 690-PRIOR-FIGURES THRU 690-EXIT.
           COMPUTE WS-CHANGE = WS-T-CUR-NET - WS-T-PRI-NET.
           MOVE WS-CHANGE TO DL-CHANGE.
           MOVE DTL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
       700-EXIT.
           EXIT.
      * Writes the grouping's row to the spreadsheet CSV; the same
      * figures the printed line shows.
       750-WRITE-CSV.
           MOVE WS-RANK TO WS-CSV-RANK.
           MOVE SR-COUNT TO WS-CSV-COUNT.
           MOVE SR-CUR-GROSS TO WS-CSV-CUR-GROSS.
           MOVE SR-CUR-NET TO WS-CSV-CUR-NET.
           MOVE WS-MARGIN TO WS-CSV-MARGIN.
           MOVE SR-PRI-GROSS TO WS-CSV-PRI-GROSS.
           MOVE SR-PRI-NET TO WS-CSV-PRI-NET.
           MOVE WS-P-MARGIN TO WS-CSV-P-MARGIN.
           MOVE WS-CHANGE TO WS-CSV-CHANGE.
           MOVE SPACES TO WS-CSV-LINE.
           STRING FUNCTION TRIM(WS-KIND-NAME(SR-KIND))
                                      DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-RANK)      DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(SR-KEY)           DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-NAME)      DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-COUNT)     DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CUR-GROSS) DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CUR-NET)   DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-MARGIN)    DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PRI-GROSS) DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-PRI-NET)   DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-P-MARGIN)  DELIMITED BY SIZE
                  ","                 DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CSV-CHANGE)    DELIMITED BY SIZE
               INTO WS-CSV-LINE
           END-STRING.
           MOVE WS-CSV-LINE TO CSV-OUT.
           WRITE CSV-OUT.
       750-EXIT.
           EXIT.
       END PROGRAM TRAVPROF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVARC.
       AUTHOR. KODY BRAND.
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.  WEEKLY AIRLINE TICKET
      *                 SALES SETTLEMENT.  ON THE TUESDAY NIGHT IT
      *                 TAKES THE MONDAY-THROUGH-SUNDAY REPORTING WEEK
      *                 JUST ENDED: EVERY AIR SEGMENT OF AN AIR
      *                 BOOKING TICKETED (CONFIRMED) THAT WEEK, OR THE
      *                 BOOKING ITSELF WHEN IT CARRIES NO AIR
      *                 SEGMENTS, PLUS THE WEEK'S AIR CANCELLATIONS
      *                 OFF THE TRAVCHST HISTORY AS REFUNDS OR VOIDS.
      *                 EACH TICKET LISTS FARE, TAXES, COMMISSION, AND
      *                 NET REMIT, SUBTOTALLED BY AIRLINE, AND GOES TO
      *                 THE TRAVARC SETTLEMENT EXTRACT WITH A TRAILER
      *                 CARRYING THE REMITTANCE DUE.  OTHER NIGHTS
      *                 THE PROGRAM REPORTS NOTHING.
      * 2026-10-15  KB  TRAVSEG SEGMENTS GROW TO 99 BYTES WITH THE
      *                 DESTINATION CITY AND COUNTRY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRAVMAST-FILE ASSIGN TO DYNAMIC UT-S-TRAVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TR-BOOK-NO
               FILE STATUS IS WS-TRAVMAST-STATUS.
           SELECT OPTIONAL TRAVSEG-FILE ASSIGN TO UT-S-TRAVSEG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-TRAVSEG-STATUS.
           SELECT OPTIONAL TRAVCHST-FILE ASSIGN TO UT-S-TRAVCHST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVCHST-STATUS.
           SELECT OPTIONAL TRAVVNDR-FILE ASSIGN TO UT-S-TRAVVNDR
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-TRAVVNDR-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT SORT-WORK ASSIGN TO UT-S-SORTWK.
           SELECT TRAVARC-FILE ASSIGN TO UT-S-TRAVARC
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARC-RPT ASSIGN TO UT-S-ARCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAVMAST-FILE
           RECORD CONTAINS 166 CHARACTERS.
       COPY "TRAVELREC.CPY".
       FD  TRAVSEG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 99 CHARACTERS.
       01  TRAVSEG-REC.
           05  SG-KEY.
               10  SG-BOOK-NO  PIC 9(5).
               10  SG-SEQ      PIC 9(2).
           05  SG-TYPE         PIC 9.
           05  SG-VENDOR       PIC X(15).
           05  SG-VENDOR-R     REDEFINES SG-VENDOR.
               10  SG-VENDOR-CODE  PIC X(6).
               10  FILLER          PIC X(9).
           05  SG-DEPART       PIC 9(8).
           05  SG-RETURN       PIC 9(8).
           05  SG-COST         PIC 9(5)V99.
           05  SG-CONF-NO      PIC X(10).
           05  SG-CONF-DATE    PIC 9(8).
           05  SG-DEST-CITY    PIC X(20).
           05  SG-DEST-COUNTRY PIC X(15).
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
       FD  TRAVVNDR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
       COPY "TRAVVNDR.CPY".
       FD  PROCDATE-FILE.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
      * One ticket movement for the week: S a sale, R a refund, V a
      * void.  SR-AMOUNT is the ticket value, taxes included.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-AIRLINE      PIC X(6).
           05  SR-BOOK-NO      PIC 9(5).
           05  SR-SEQ          PIC 9(2).
           05  SR-KIND         PIC X.
               88  SR-SALE             VALUE "S".
               88  SR-REFUND           VALUE "R".
               88  SR-VOID             VALUE "V".
           05  SR-TKT-DATE     PIC 9(8).
           05  SR-CONF-NO      PIC X(10).
           05  SR-AMOUNT       PIC 9(5)V99.
      * The settlement extract.  Detail records (AX-REC-TYPE D)
      * carry unsigned amounts; AX-KIND says which way they run.
      * The trailer (T) carries the week ending in AX-TKT-DATE, the
      * week's totals, and AX-KIND D when the net is remitted to the
      * airlines or C when it is a credit due back from them.
       FD  TRAVARC-FILE.
       01  TRAVARC-REC.
           05  AX-REC-TYPE     PIC X.
           05  AX-KIND         PIC X.
           05  AX-AIRLINE      PIC X(6).
           05  AX-BOOK-NO      PIC 9(5).
           05  AX-SEQ          PIC 9(2).
           05  AX-TKT-DATE     PIC 9(8).
           05  AX-CONF-NO      PIC X(10).
           05  AX-FARE         PIC 9(7)V99.
           05  AX-TAXES        PIC 9(7)V99.
           05  AX-COMM         PIC 9(7)V99.
           05  AX-NET          PIC 9(7)V99.
       FD  ARC-RPT.
       01  RPT-OUT             PIC X(120).

       WORKING-STORAGE SECTION.
       77 UT-S-TRAVMAST        PIC X(50) VALUE "C:\Cobol\travmast.dat".
       77 UT-S-TRAVSEG         PIC X(50) VALUE "C:\Cobol\travseg.dat".
       77 UT-S-TRAVCHST        PIC X(50) VALUE "C:\Cobol\travchst.dat".
       77 UT-S-TRAVVNDR        PIC X(50) VALUE "C:\Cobol\travvndr.dat".
       77 UT-S-PROCDATE        PIC X(50) VALUE "C:\COBOL\PROCDATE.DAT".
       77 UT-S-SORTWK          PIC X(50) VALUE "C:\Cobol\travarc.tmp".
       77 UT-S-TRAVARC         PIC X(50) VALUE "C:\Cobol\travarc.dat".
       77 UT-S-ARCRPT          PIC X(50) VALUE "C:\Cobol\travarc.rpt".
       77 WS-TRAVMAST-STATUS   PIC XX    VALUE SPACES.
       77 WS-TRAVSEG-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVCHST-STATUS   PIC XX    VALUE SPACES.
       77 WS-TRAVVNDR-STATUS   PIC XX    VALUE SPACES.
       77 WS-PROCDATE-STATUS   PIC XX    VALUE SPACES.
       77 WS-SEG-OPEN          PIC X     VALUE "N".
       77 WS-VNDR-OPEN         PIC X     VALUE "N".
       77 WS-MAST-EOF          PIC X     VALUE "N".
       77 WS-SEG-EOF           PIC X     VALUE "N".
       77 WS-HIST-EOF          PIC X     VALUE "N".
       77 WS-SORT-EOF          PIC X     VALUE "N".
       77 WS-AIR-SEGS          PIC 9(3)  VALUE ZEROS.
       77 WS-TODAY-NUM         PIC 9(8)  VALUE ZEROS.
       77 WS-TODAY-INT         PIC S9(9) VALUE ZEROS.
       77 WS-WEEK-DAY          PIC 9     VALUE ZEROS.
       77 WS-WEEK-START        PIC 9(8)  VALUE ZEROS.
       77 WS-WEEK-END          PIC 9(8)  VALUE ZEROS.
       77 WS-CANCEL-INT        PIC S9(9) VALUE ZEROS.
       77 WS-CONF-INT          PIC S9(9) VALUE ZEROS.
      * The reporting week runs Monday through Sunday and is settled
      * on the Tuesday (day 2 counting Sunday as 0).
       77 ARC-REPORT-DAY       PIC 9     VALUE 2.
      * A ticket cancelled within this many days of being issued is
      * voided with the airline rather than refunded.
       77 ARC-VOID-DAYS        PIC 9     VALUE 1.
      * Taxes are not keyed separately on air bookings: the ticket
      * price is taken as fare plus the federal transportation tax.
       77 ARC-TAX-RATE         PIC V999  VALUE .075.
       77 WS-CUR-AIRLINE       PIC X(6)  VALUE SPACES.
       77 WS-COMM-RATE         PIC V999  VALUE ZEROS.
       77 WS-AIRLINE-NAME      PIC X(30) VALUE SPACES.
       77 WS-FARE              PIC S9(7)V99 VALUE ZEROS.
       77 WS-TAXES             PIC S9(7)V99 VALUE ZEROS.
       77 WS-COMM              PIC S9(7)V99 VALUE ZEROS.
       77 WS-NET               PIC S9(7)V99 VALUE ZEROS.
       77 WS-AL-FARE           PIC S9(9)V99 VALUE ZEROS.
       77 WS-AL-TAXES          PIC S9(9)V99 VALUE ZEROS.
       77 WS-AL-COMM           PIC S9(9)V99 VALUE ZEROS.
       77 WS-AL-NET            PIC S9(9)V99 VALUE ZEROS.
       77 WS-GT-FARE           PIC S9(9)V99 VALUE ZEROS.
       77 WS-GT-TAXES          PIC S9(9)V99 VALUE ZEROS.
       77 WS-GT-COMM           PIC S9(9)V99 VALUE ZEROS.
       77 WS-GT-NET            PIC S9(9)V99 VALUE ZEROS.
       77 WS-SALES             PIC 9(5)  VALUE ZEROS.
       77 WS-REFUNDS           PIC 9(5)  VALUE ZEROS.
       77 WS-VOIDS             PIC 9(5)  VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER          PIC X(36)
               VALUE "AIRLINE SALES SETTLEMENT - WEEK OF ".
           05  TTL-START       PIC 9(8).
           05  FILLER          PIC X(4)   VALUE " TO ".
           05  TTL-END         PIC 9(8).
       01  AIRLINE-HEAD.
           05  FILLER          PIC X(9)   VALUE "AIRLINE: ".
           05  AH-CODE         PIC X(6).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  AH-NAME         PIC X(30).
       01  COL-HEAD.
           05  FILLER          PIC X(40)
               VALUE "KIND    BOOKING   DATE      CONF NO     ".
           05  FILLER          PIC X(26)
               VALUE "       FARE        TAXES  ".
           05  FILLER          PIC X(24)
               VALUE " COMMISSION   NET REMIT".
       01  DTL-LINE.
           05  DTL-KIND        PIC X(6).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-BOOK-NO     PIC 9(5).
           05  FILLER          PIC X      VALUE "-".
           05  DTL-SEQ         PIC 9(2).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-DATE        PIC 9(8).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-CONF-NO     PIC X(10).
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  DTL-FARE        PIC $$$,$$9.99-.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-TAXES       PIC $$$,$$9.99-.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-COMM        PIC $$$,$$9.99-.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-NET         PIC $$$,$$9.99-.
       01  SUB-LINE.
           05  SUB-LABEL       PIC X(38).
           05  SUB-FARE        PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  SUB-TAXES       PIC $$$,$$9.99-.
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  SUB-COMM        PIC $$,$$$,$$9.99-.
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  SUB-NET         PIC $$,$$$,$$9.99-.
       01  COUNT-LINE.
           05  FILLER          PIC X(14)  VALUE "TICKETS SOLD: ".
           05  CNT-SALES       PIC ZZZZ9.
           05  FILLER          PIC X(12)  VALUE "  REFUNDED: ".
           05  CNT-REFUNDS     PIC ZZZZ9.
           05  FILLER          PIC X(10)  VALUE "  VOIDED: ".
           05  CNT-VOIDS       PIC ZZZZ9.
       01  REMIT-LINE.
           05  REMIT-LABEL     PIC X(38).
           05  REMIT-AMOUNT    PIC $$,$$$,$$9.99.
       01  SKIP-LINE           PIC X(48)  VALUE
           "NOT THE WEEKLY SETTLEMENT NIGHT - NOTHING TO DO".
       PROCEDURE DIVISION.
      * Settles the week just ended on the Tuesday night; any other
      * night the report says so and the extract is left alone.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE-NUM TO WS-TODAY-NUM.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-TODAY-NUM
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           COMPUTE WS-WEEK-DAY = FUNCTION MOD(WS-TODAY-INT, 7).
           OPEN OUTPUT ARC-RPT.
           IF WS-WEEK-DAY NOT = ARC-REPORT-DAY
               MOVE SKIP-LINE TO RPT-OUT
               WRITE RPT-OUT
               CLOSE ARC-RPT
               STOP RUN.
           COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - ARC-REPORT-DAY).
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - ARC-REPORT-DAY - 6).
           MOVE WS-WEEK-START TO TTL-START.
           MOVE WS-WEEK-END TO TTL-END.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           OPEN INPUT TRAVSEG-FILE.
           IF WS-TRAVSEG-STATUS = "00"
               MOVE "Y" TO WS-SEG-OPEN.
           OPEN INPUT TRAVVNDR-FILE.
           IF WS-TRAVVNDR-STATUS = "00"
               MOVE "Y" TO WS-VNDR-OPEN.
           OPEN OUTPUT TRAVARC-FILE.
           SORT SORT-WORK
               ON ASCENDING KEY SR-AIRLINE SR-BOOK-NO SR-SEQ SR-KIND
               INPUT PROCEDURE IS 100-SELECT-TICKETS THRU 100-EXIT
               OUTPUT PROCEDURE IS 300-SETTLE-PASS THRU 300-EXIT.
           CLOSE TRAVSEG-FILE TRAVVNDR-FILE TRAVARC-FILE ARC-RPT.
           STOP RUN.

      * Feeds the sort: the week's air tickets off the booking
      * master and its segments, then the week's air cancellations
      * off the cancellation history.
       100-SELECT-TICKETS.
           OPEN INPUT TRAVMAST-FILE.
           PERFORM 110-AIR-BOOKING THRU 110-EXIT
               UNTIL WS-MAST-EOF = "Y".
           CLOSE TRAVMAST-FILE.
           OPEN INPUT TRAVCHST-FILE.
           IF WS-TRAVCHST-STATUS NOT = "00"
               MOVE "Y" TO WS-HIST-EOF.
           PERFORM 200-AIR-CANCEL THRU 200-EXIT
               UNTIL WS-HIST-EOF = "Y".
           CLOSE TRAVCHST-FILE.
       100-EXIT.
           EXIT.
      * An air booking's tickets are its air segments; one keyed
      * without segments is a single ticket on the booking itself.
       110-AIR-BOOKING.
           READ TRAVMAST-FILE
               AT END
                   MOVE "Y" TO WS-MAST-EOF
                   GO TO 110-EXIT
           END-READ.
           IF NOT AIR
               GO TO 110-EXIT.
           MOVE 0 TO WS-AIR-SEGS.
           MOVE "Y" TO WS-SEG-EOF.
           IF WS-SEG-OPEN = "Y"
               MOVE "N" TO WS-SEG-EOF
               MOVE TR-BOOK-NO TO SG-BOOK-NO
               MOVE 0 TO SG-SEQ
               START TRAVSEG-FILE KEY IS NOT LESS THAN SG-KEY
                   INVALID KEY MOVE "Y" TO WS-SEG-EOF
               END-START
           END-IF.
           PERFORM 120-AIR-SEGMENT THRU 120-EXIT
               UNTIL WS-SEG-EOF = "Y".
           IF WS-AIR-SEGS > 0
               GO TO 110-EXIT.
           IF TR-CONF-NO = SPACES
               OR TR-CONF-DATE < WS-WEEK-START
               OR TR-CONF-DATE > WS-WEEK-END
               GO TO 110-EXIT.
           MOVE TR-VENDOR-CODE TO SR-AIRLINE.
           MOVE TR-BOOK-NO TO SR-BOOK-NO.
           MOVE 0 TO SR-SEQ.
           MOVE "S" TO SR-KIND.
           MOVE TR-CONF-DATE TO SR-TKT-DATE.
           MOVE TR-CONF-NO TO SR-CONF-NO.
           MOVE TR-COST TO SR-AMOUNT.
           RELEASE SORT-REC.
       110-EXIT.
           EXIT.
       120-AIR-SEGMENT.
           READ TRAVSEG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SEG-EOF
                   GO TO 120-EXIT
           END-READ.
           IF SG-BOOK-NO NOT = TR-BOOK-NO
               MOVE "Y" TO WS-SEG-EOF
               GO TO 120-EXIT.
           IF SG-TYPE NOT = 2
               GO TO 120-EXIT.
           ADD 1 TO WS-AIR-SEGS.
           IF SG-CONF-NO = SPACES
               OR SG-CONF-DATE < WS-WEEK-START
               OR SG-CONF-DATE > WS-WEEK-END
               GO TO 120-EXIT.
           MOVE SG-VENDOR-CODE TO SR-AIRLINE.
           MOVE SG-BOOK-NO TO SR-BOOK-NO.
           MOVE SG-SEQ TO SR-SEQ.
           MOVE "S" TO SR-KIND.
           MOVE SG-CONF-DATE TO SR-TKT-DATE.
           MOVE SG-CONF-NO TO SR-CONF-NO.
           MOVE SG-COST TO SR-AMOUNT.
           RELEASE SORT-REC.
       120-EXIT.
           EXIT.
      * An air cancellation applied during the week.  Never ticketed,
      * the airline never saw it; cancelled inside the void window,
      * the whole ticket is voided; otherwise the ticket is refunded
      * less the cancellation fee kept.
       200-AIR-CANCEL.
           READ TRAVCHST-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF
                   GO TO 200-EXIT
           END-READ.
           IF CH-TYPE NOT = 2
               OR CH-CANCEL-DATE < WS-WEEK-START
               OR CH-CANCEL-DATE > WS-WEEK-END
               GO TO 200-EXIT.
           IF CH-CONF-NO = SPACES
               OR CH-CONF-DATE NOT NUMERIC OR CH-CONF-DATE = 0
               GO TO 200-EXIT.
           MOVE CH-VENDOR-CODE TO SR-AIRLINE.
           MOVE CH-BOOK-NO TO SR-BOOK-NO.
           MOVE 0 TO SR-SEQ.
           MOVE CH-CANCEL-DATE TO SR-TKT-DATE.
           MOVE CH-CONF-NO TO SR-CONF-NO.
           COMPUTE WS-CANCEL-INT =
               FUNCTION INTEGER-OF-DATE(CH-CANCEL-DATE).
           COMPUTE WS-CONF-INT =
               FUNCTION INTEGER-OF-DATE(CH-CONF-DATE).
           IF WS-CANCEL-INT - WS-CONF-INT NOT > ARC-VOID-DAYS
               MOVE "V" TO SR-KIND
               MOVE CH-COST TO SR-AMOUNT
           ELSE
               IF CH-FEE NOT < CH-COST
                   GO TO 200-EXIT
               END-IF
               MOVE "R" TO SR-KIND
               COMPUTE SR-AMOUNT = CH-COST - CH-FEE.
           RELEASE SORT-REC.
       200-EXIT.
           EXIT.

      * Prices each ticket into fare, taxes, commission, and net
      * remit, breaking on airline.
       300-SETTLE-PASS.
           PERFORM 310-RETURN-ONE THRU 310-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF WS-CUR-AIRLINE NOT = SPACES
               PERFORM 350-AIRLINE-TOTAL THRU 350-EXIT.
           PERFORM 400-WEEK-TOTAL THRU 400-EXIT.
       300-EXIT.
           EXIT.
       310-RETURN-ONE.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 310-EXIT
           END-RETURN.
           IF SR-AIRLINE NOT = WS-CUR-AIRLINE
               IF WS-CUR-AIRLINE NOT = SPACES
                   PERFORM 350-AIRLINE-TOTAL THRU 350-EXIT
               END-IF
               PERFORM 320-AIRLINE-HEAD THRU 320-EXIT
           END-IF.
           COMPUTE WS-FARE ROUNDED = SR-AMOUNT / (1 + ARC-TAX-RATE).
           COMPUTE WS-TAXES = SR-AMOUNT - WS-FARE.
           COMPUTE WS-COMM ROUNDED = WS-FARE * WS-COMM-RATE.
           COMPUTE WS-NET = SR-AMOUNT - WS-COMM.
           MOVE "D" TO AX-REC-TYPE.
           MOVE SR-KIND TO AX-KIND.
           MOVE SR-AIRLINE TO AX-AIRLINE.
           MOVE SR-BOOK-NO TO AX-BOOK-NO.
           MOVE SR-SEQ TO AX-SEQ.
           MOVE SR-TKT-DATE TO AX-TKT-DATE.
           MOVE SR-CONF-NO TO AX-CONF-NO.
           MOVE WS-FARE TO AX-FARE.
           MOVE WS-TAXES TO AX-TAXES.
           MOVE WS-COMM TO AX-COMM.
           MOVE WS-NET TO AX-NET.
           WRITE TRAVARC-REC.
           EVALUATE TRUE
               WHEN SR-SALE
                   MOVE "SALE  " TO DTL-KIND
                   ADD 1 TO WS-SALES
               WHEN SR-REFUND
                   MOVE "REFUND" TO DTL-KIND
                   ADD 1 TO WS-REFUNDS
               WHEN OTHER
                   MOVE "VOID  " TO DTL-KIND
                   ADD 1 TO WS-VOIDS
           END-EVALUATE.
           IF NOT SR-SALE
               COMPUTE WS-FARE = 0 - WS-FARE
               COMPUTE WS-TAXES = 0 - WS-TAXES
               COMPUTE WS-COMM = 0 - WS-COMM
               COMPUTE WS-NET = 0 - WS-NET.
           MOVE SR-BOOK-NO TO DTL-BOOK-NO.
           MOVE SR-SEQ TO DTL-SEQ.
           MOVE SR-TKT-DATE TO DTL-DATE.
           MOVE SR-CONF-NO TO DTL-CONF-NO.
           MOVE WS-FARE TO DTL-FARE.
           MOVE WS-TAXES TO DTL-TAXES.
           MOVE WS-COMM TO DTL-COMM.
           MOVE WS-NET TO DTL-NET.
           MOVE DTL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           ADD WS-FARE TO WS-AL-FARE.
           ADD WS-TAXES TO WS-AL-TAXES.
           ADD WS-COMM TO WS-AL-COMM.
           ADD WS-NET TO WS-AL-NET.
       310-EXIT.
           EXIT.
      * Starts a new airline: its name and commission rate come off
      * the vendor master; an airline not on file earns nothing.
       320-AIRLINE-HEAD.
           MOVE SR-AIRLINE TO WS-CUR-AIRLINE.
           MOVE 0 TO WS-COMM-RATE.
           MOVE "*** NOT ON VENDOR MASTER" TO WS-AIRLINE-NAME.
           IF WS-VNDR-OPEN = "Y"
               MOVE SR-AIRLINE TO VM-CODE
               READ TRAVVNDR-FILE
                   NOT INVALID KEY
                       MOVE VM-NAME TO WS-AIRLINE-NAME
                       IF VM-COMM-RATE NUMERIC
                           MOVE VM-COMM-RATE TO WS-COMM-RATE
                       END-IF
               END-READ
           END-IF.
           MOVE SR-AIRLINE TO AH-CODE.
           MOVE WS-AIRLINE-NAME TO AH-NAME.
           MOVE AIRLINE-HEAD TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 3 LINES.
           MOVE COL-HEAD TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
       320-EXIT.
           EXIT.
       350-AIRLINE-TOTAL.
           MOVE SPACES TO SUB-LABEL.
           STRING "TOTAL " WS-CUR-AIRLINE
               DELIMITED BY SIZE INTO SUB-LABEL.
           MOVE WS-AL-FARE TO SUB-FARE.
           MOVE WS-AL-TAXES TO SUB-TAXES.
           MOVE WS-AL-COMM TO SUB-COMM.
           MOVE WS-AL-NET TO SUB-NET.
           MOVE SUB-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           ADD WS-AL-FARE TO WS-GT-FARE.
           ADD WS-AL-TAXES TO WS-GT-TAXES.
           ADD WS-AL-COMM TO WS-GT-COMM.
           ADD WS-AL-NET TO WS-GT-NET.
           MOVE 0 TO WS-AL-FARE WS-AL-TAXES WS-AL-COMM WS-AL-NET.
       350-EXIT.
           EXIT.
      * The week's totals and the remittance due, on the report and
      * on the extract's trailer.
       400-WEEK-TOTAL.
           MOVE "WEEK TOTAL" TO SUB-LABEL.
           MOVE WS-GT-FARE TO SUB-FARE.
           MOVE WS-GT-TAXES TO SUB-TAXES.
           MOVE WS-GT-COMM TO SUB-COMM.
           MOVE WS-GT-NET TO SUB-NET.
           MOVE SUB-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 3 LINES.
           MOVE WS-SALES TO CNT-SALES.
           MOVE WS-REFUNDS TO CNT-REFUNDS.
           MOVE WS-VOIDS TO CNT-VOIDS.
           MOVE COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE "T" TO AX-REC-TYPE.
           MOVE SPACES TO AX-AIRLINE AX-CONF-NO.
           MOVE 0 TO AX-BOOK-NO AX-SEQ.
           MOVE WS-WEEK-END TO AX-TKT-DATE.
           MOVE WS-GT-FARE TO AX-FARE.
           MOVE WS-GT-TAXES TO AX-TAXES.
           MOVE WS-GT-COMM TO AX-COMM.
           MOVE WS-GT-NET TO AX-NET.
           IF WS-GT-NET < 0
               MOVE "C" TO AX-KIND
               MOVE "CREDIT DUE FROM AIRLINES:" TO REMIT-LABEL
           ELSE
               MOVE "D" TO AX-KIND
               MOVE "REMITTANCE DUE TO AIRLINES:" TO REMIT-LABEL.
           WRITE TRAVARC-REC.
           MOVE WS-GT-NET TO REMIT-AMOUNT.
           MOVE REMIT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
       400-EXIT.
           EXIT.
       END PROGRAM TRAVARC.

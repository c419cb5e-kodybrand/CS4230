       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVAUDR.
       AUTHOR. KODY BRAND.
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.  WEEKLY REVIEW OF BOOKING
      *                 COST REDUCTIONS: ON THE SUNDAY NIGHT, EVERY
      *                 TRAVBKNG MODIFY ON THE TRAVAUD AUDIT FILE IN
      *                 THE SEVEN DAYS ENDING THAT DAY THAT LOWERED
      *                 THE COST OF A BOOKING THE CLIENT HAD ALREADY
      *                 PAID A DEPOSIT ON LISTS WITH THE OPERATOR WHO
      *                 MADE IT, FOR MANAGEMENT TO REVIEW.  OTHER
      *                 NIGHTS THE PROGRAM REPORTS NOTHING.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL TRAVAUD-FILE ASSIGN TO UT-S-TRAVAUD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-TRAVAUD-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT AUDR-RPT ASSIGN TO UT-S-AUDRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAVAUD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 137 CHARACTERS.
       COPY "TRAVAUD.CPY".
       FD  PROCDATE-FILE.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  AUDR-RPT.
       01  RPT-OUT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 UT-S-TRAVAUD         PIC X(50) VALUE "C:\Cobol\travaud.dat".
       77 UT-S-PROCDATE        PIC X(50) VALUE "C:\COBOL\PROCDATE.DAT".
       77 UT-S-AUDRRPT         PIC X(50) VALUE "C:\Cobol\travaudr.rpt".
       77 WS-TRAVAUD-STATUS    PIC XX    VALUE SPACES.
       77 WS-PROCDATE-STATUS   PIC XX    VALUE SPACES.
       77 WS-AUD-EOF           PIC X     VALUE "N".
       77 WS-TODAY-NUM         PIC 9(8)  VALUE ZEROS.
       77 WS-TODAY-INT         PIC S9(9) VALUE ZEROS.
       77 WS-WEEK-DAY          PIC 9     VALUE ZEROS.
       77 WS-WEEK-START        PIC 9(8)  VALUE ZEROS.
      * The review runs on the Sunday night (day 0) over the week
      * ending that day.
       77 AUDR-REPORT-DAY      PIC 9     VALUE 0.
       77 WS-REDUCTION         PIC 9(5)V99  VALUE ZEROS.
       77 WS-LISTED            PIC 9(5)     VALUE ZEROS.
       77 WS-TOTAL-REDUCED     PIC 9(7)V99  VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER          PIC X(38)
               VALUE "COST REDUCTIONS AFTER DEPOSIT - WEEK ".
           05  TTL-START       PIC 9(8).
           05  FILLER          PIC X(4)   VALUE " TO ".
           05  TTL-END         PIC 9(8).
       01  COL-HEAD.
           05  FILLER          PIC X(35)
               VALUE "BOOKING  CHANGED   TIME      OPER  ".
           05  FILLER          PIC X(44)
               VALUE "DEPOSIT   COST WAS     COST NOW   REDUCED BY".
       01  DTL-LINE.
           05  DTL-BOOK-NO     PIC 9(5).
           05  FILLER          PIC X(4)   VALUE SPACES.
           05  DTL-DATE        PIC 9(8).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-TIME        PIC 9(8).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-OPER        PIC X(3).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-DEPOSIT     PIC $$,$$9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-WAS         PIC $$,$$9.99.
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  DTL-NOW         PIC $$,$$9.99.
           05  FILLER          PIC X(3)   VALUE SPACES.
           05  DTL-REDUCED     PIC $$,$$9.99.
       01  TOTAL-LINE.
           05  FILLER          PIC X(20)  VALUE "REDUCTIONS LISTED: ".
           05  TL-COUNT        PIC ZZZZ9.
           05  FILLER          PIC X(18)  VALUE "   TOTAL REDUCED: ".
           05  TL-AMOUNT       PIC $$,$$$,$$9.99.
       01  SKIP-LINE           PIC X(44)  VALUE
           "NOT THE WEEKLY REVIEW NIGHT - NOTHING TO DO".
       PROCEDURE DIVISION.
      * Lists the week's cost reductions on the Sunday night.
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
           OPEN OUTPUT AUDR-RPT.
           IF WS-WEEK-DAY NOT = AUDR-REPORT-DAY
               MOVE SKIP-LINE TO RPT-OUT
               WRITE RPT-OUT
               CLOSE AUDR-RPT
               STOP RUN.
           COMPUTE WS-WEEK-START = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - 6).
           MOVE WS-WEEK-START TO TTL-START.
           MOVE WS-TODAY-NUM TO TTL-END.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE COL-HEAD TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           OPEN INPUT TRAVAUD-FILE.
           IF WS-TRAVAUD-STATUS NOT = "00"
               MOVE "Y" TO WS-AUD-EOF.
           PERFORM 100-ONE-CHANGE THRU 100-EXIT
               UNTIL WS-AUD-EOF = "Y".
           CLOSE TRAVAUD-FILE.
           MOVE WS-LISTED TO TL-COUNT.
           MOVE WS-TOTAL-REDUCED TO TL-AMOUNT.
           MOVE TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           CLOSE AUDR-RPT.
           STOP RUN.

      * A modify inside the week that lowered the cost of a booking
      * already carrying a deposit.
       100-ONE-CHANGE.
           READ TRAVAUD-FILE
               AT END
                   MOVE "Y" TO WS-AUD-EOF
                   GO TO 100-EXIT
           END-READ.
           IF NOT BA-MODIFY
               GO TO 100-EXIT.
           IF BA-DATE < WS-WEEK-START OR BA-DATE > WS-TODAY-NUM
               GO TO 100-EXIT.
           IF BA-B-DEPOSIT = 0 OR BA-A-COST NOT < BA-B-COST
               GO TO 100-EXIT.
           COMPUTE WS-REDUCTION = BA-B-COST - BA-A-COST.
           ADD 1 TO WS-LISTED.
           ADD WS-REDUCTION TO WS-TOTAL-REDUCED.
           MOVE BA-BOOK-NO TO DTL-BOOK-NO.
           MOVE BA-DATE TO DTL-DATE.
           MOVE BA-TIME TO DTL-TIME.
           MOVE BA-OPER TO DTL-OPER.
           MOVE BA-B-DEPOSIT TO DTL-DEPOSIT.
           MOVE BA-B-COST TO DTL-WAS.
           MOVE BA-A-COST TO DTL-NOW.
           MOVE WS-REDUCTION TO DTL-REDUCED.
           MOVE DTL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       100-EXIT.
           EXIT.
       END PROGRAM TRAVAUDR.

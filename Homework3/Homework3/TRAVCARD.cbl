       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVCARD.
       AUTHOR. KODY BRAND.
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.  CARD SETTLEMENT
      *                 RECONCILIATION: MATCHES EACH ITEM ON THE CARD
      *                 PROCESSOR'S DAILY SETTLEMENT FILE (CARDSTL)
      *                 TO THE CARD RECEIPT TRAVRCPTP FILED ON
      *                 CARDRCPT, BY BOOKING, RECEIPT DATE, AND
      *                 AMOUNT.  REPORTS SETTLEMENTS WITH NO RECEIPT,
      *                 RECEIPTS THE PROCESSOR HAS STILL NOT SETTLED
      *                 AFTER THE SETTLEMENT LAG, AND THE PROCESSOR'S
      *                 FEES.  A CHARGEBACK TAKES THE MONEY BACK OFF
      *                 THE BOOKING'S DEPOSIT SO THE BALANCE DUE
      *                 REOPENS FOR THE TRAVDEP FINAL-PAYMENT CHASE.
      *                 FEES AND CHARGEBACKS GO TO THE TRAVGL
      *                 EXTRACT, SO THE CASH LINE AGREES WITH WHAT
      *                 THE PROCESSOR ACTUALLY DEPOSITS.
      * 2026-10-15  KB  KEEP THE PROCESSOR'S FEE ON EACH SETTLED CHARGE
      *                 ON ITS CARDRCPT RECEIPT (NOW 38 BYTES) SO THE
      *                 FEE CAN BE CHARGED TO THE BOOKING IT WAS TAKEN
      *                 ON.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL CARDSTL-FILE ASSIGN TO UT-S-CARDSTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARDSTL-STATUS.
           SELECT OPTIONAL CARDRCPT-FILE ASSIGN TO UT-S-CARDRCPT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CARDRCPT-STATUS.
           SELECT TRAVMAST-FILE ASSIGN TO DYNAMIC UT-S-TRAVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TR-BOOK-NO
               FILE STATUS IS WS-TRAVMAST-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL TRAVGL-FILE ASSIGN TO UT-S-TRAVGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARD-RPT ASSIGN TO UT-S-CARDRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One line of the processor's settlement.  S is a settled
      * charge, C a chargeback, F a fee not tied to any one charge
      * (the monthly statement fee); the per-item discount on a
      * charge rides in ST-FEE.  ST-BOOK-NO is the merchant
      * reference the agent keyed at the terminal.
       FD  CARDSTL-FILE.
       01  CARDSTL-REC.
           05  ST-TYPE         PIC X.
               88  ST-SETTLED          VALUE "S".
               88  ST-CHARGEBACK       VALUE "C".
               88  ST-FEE-ONLY         VALUE "F".
           05  ST-TXN-DATE     PIC 9(8).
           05  ST-BOOK-NO      PIC 9(5).
           05  ST-AMOUNT       PIC 9(5)V99.
           05  ST-FEE          PIC 9(3)V99.
           05  ST-REFERENCE    PIC X(12).
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
       FD  TRAVMAST-FILE
           RECORD CONTAINS 166 CHARACTERS.
       COPY "TRAVELREC.CPY".
       FD  PROCDATE-FILE.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  TRAVGL-FILE.
       01  TRAVGL-REC.
           05  TG-ACCOUNT      PIC X(8).
           05  TG-DESC         PIC X(24).
           05  TG-DEBIT        PIC 9(9)V99.
           05  TG-CREDIT       PIC 9(9)V99.
       FD  CARD-RPT.
       01  RPT-OUT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 UT-S-CARDSTL         PIC X(50) VALUE "C:\Cobol\cardstl.dat".
       77 UT-S-CARDRCPT        PIC X(50) VALUE "C:\Cobol\cardrcpt.dat".
       77 UT-S-TRAVMAST        PIC X(50) VALUE "C:\Cobol\travmast.dat".
       77 UT-S-PROCDATE        PIC X(50) VALUE "C:\COBOL\PROCDATE.DAT".
       77 UT-S-TRAVGL          PIC X(50) VALUE "C:\Cobol\travgl.dat".
       77 UT-S-CARDRPT         PIC X(50) VALUE "C:\Cobol\travcard.rpt".
       77 WS-CARDSTL-STATUS    PIC XX    VALUE SPACES.
       77 WS-CARDRCPT-STATUS   PIC XX    VALUE SPACES.
       77 WS-TRAVMAST-STATUS   PIC XX    VALUE SPACES.
       77 WS-PROCDATE-STATUS   PIC XX    VALUE SPACES.
       77 WS-CARD-OPEN         PIC X     VALUE "N".
       77 WS-STL-EOF           PIC X     VALUE "N".
       77 WS-CP-EOF            PIC X     VALUE "N".
       77 WS-FOUND             PIC X     VALUE "N".
       77 WS-WANT-STATUS       PIC X     VALUE SPACE.
       77 WS-TODAY-NUM         PIC 9(8)  VALUE ZEROS.
       77 WS-TODAY-INT         PIC S9(9) VALUE ZEROS.
       77 WS-AGE-DAYS          PIC S9(5) VALUE ZEROS.
      * A receipt the processor has not settled within this many
      * days lists as unmatched; inside it, settlement is in transit.
       77 CARD-SETTLE-LAG      PIC 9(2)  VALUE 3.
       77 WS-TAKE-BACK         PIC 9(5)V99  VALUE ZEROS.
       77 WS-MATCH-COUNT       PIC 9(5)     VALUE ZEROS.
       77 WS-MATCH-TOTAL       PIC 9(9)V99  VALUE ZEROS.
       77 WS-NOMATCH-COUNT     PIC 9(5)     VALUE ZEROS.
       77 WS-NOMATCH-TOTAL     PIC 9(9)V99  VALUE ZEROS.
       77 WS-CB-COUNT          PIC 9(5)     VALUE ZEROS.
       77 WS-CB-TOTAL          PIC 9(9)V99  VALUE ZEROS.
       77 WS-FEE-TOTAL         PIC 9(9)V99  VALUE ZEROS.
       77 WS-OPEN-COUNT        PIC 9(5)     VALUE ZEROS.
       77 WS-OPEN-TOTAL        PIC 9(9)V99  VALUE ZEROS.
       77 WS-NET-DEPOSIT       PIC S9(9)V99 VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER          PIC X(40)
               VALUE "CARD SETTLEMENT RECONCILIATION".
       01  STL-HEAD.
           05  FILLER          PIC X(30)
               VALUE "T  BOOK   TXN DATE      AMOUNT".
           05  FILLER          PIC X(20)
               VALUE "      FEE  REFERENCE".
       01  STL-LINE.
           05  STL-TYPE        PIC X.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  STL-BOOK-NO     PIC 9(5).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  STL-DATE        PIC 9(8).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  STL-AMOUNT      PIC $$,$$9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  STL-FEE         PIC $$$9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  STL-REFERENCE   PIC X(12).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  STL-RESULT      PIC X(34).
       01  OPEN-TITLE.
           05  FILLER          PIC X(50)
               VALUE "CARD RECEIPTS NOT SETTLED BY THE PROCESSOR".
       01  OPEN-LINE.
           05  OPN-BOOK-NO     PIC 9(5).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  OPN-DATE        PIC 9(8).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  OPN-METHOD      PIC X(2).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  OPN-AMOUNT      PIC $$,$$9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  OPN-DAYS        PIC ZZZ9.
           05  FILLER          PIC X(5)   VALUE " DAYS".
       01  TOT-LINE.
           05  TOT-LABEL       PIC X(30).
           05  TOT-COUNT       PIC ZZZZ9.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  TOT-AMOUNT      PIC $$$,$$$,$$9.99-.
       PROCEDURE DIVISION.
      * Matches the day's settlement, lists the receipts still
      * unsettled, and carries fees and chargebacks to the GL.
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
           OPEN OUTPUT CARD-RPT.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE STL-HEAD TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           OPEN I-O CARDRCPT-FILE.
           IF WS-CARDRCPT-STATUS = "00"
               MOVE "Y" TO WS-CARD-OPEN.
           OPEN I-O TRAVMAST-FILE.
           OPEN INPUT CARDSTL-FILE.
           IF WS-CARDSTL-STATUS NOT = "00"
               MOVE "Y" TO WS-STL-EOF.
           PERFORM 100-ONE-SETTLEMENT THRU 100-EXIT
               UNTIL WS-STL-EOF = "Y".
           CLOSE CARDSTL-FILE.
           PERFORM 400-UNSETTLED-RECEIPTS THRU 400-EXIT.
           PERFORM 500-TOTALS THRU 500-EXIT.
           PERFORM 600-GL-ENTRIES THRU 600-EXIT.
           CLOSE CARDRCPT-FILE TRAVMAST-FILE CARD-RPT.
           IF WS-NOMATCH-COUNT > 0 OR WS-OPEN-COUNT > 0
               MOVE 4 TO RETURN-CODE.
           STOP RUN.
      * Routes one settlement line by its type.
       100-ONE-SETTLEMENT.
           READ CARDSTL-FILE
               AT END
                   MOVE "Y" TO WS-STL-EOF
                   GO TO 100-EXIT
           END-READ.
           MOVE ST-TYPE TO STL-TYPE.
           MOVE ST-BOOK-NO TO STL-BOOK-NO.
           MOVE ST-TXN-DATE TO STL-DATE.
           MOVE ST-AMOUNT TO STL-AMOUNT.
           MOVE ST-FEE TO STL-FEE.
           MOVE ST-REFERENCE TO STL-REFERENCE.
           IF ST-FEE NUMERIC
               ADD ST-FEE TO WS-FEE-TOTAL.
           EVALUATE TRUE
               WHEN ST-SETTLED
                   PERFORM 200-MATCH-SETTLEMENT THRU 200-EXIT
               WHEN ST-CHARGEBACK
                   PERFORM 300-CHARGEBACK THRU 300-EXIT
               WHEN ST-FEE-ONLY
                   ADD ST-AMOUNT TO WS-FEE-TOTAL
                   MOVE "PROCESSOR FEE" TO STL-RESULT
                   PERFORM 350-STL-LINE THRU 350-EXIT
               WHEN OTHER
                   MOVE "*** UNKNOWN SETTLEMENT TYPE" TO STL-RESULT
                   ADD 1 TO WS-NOMATCH-COUNT
                   PERFORM 350-STL-LINE THRU 350-EXIT
           END-EVALUATE.
       100-EXIT.
           EXIT.
      * A settled charge clears the unsettled card receipt for the
      * same booking, date, and amount.  Matches do not print; the
      * report is for what does not match.
       200-MATCH-SETTLEMENT.
           MOVE "O" TO WS-WANT-STATUS.
           PERFORM 250-FIND-RECEIPT THRU 250-EXIT.
           IF WS-FOUND NOT = "Y"
               ADD 1 TO WS-NOMATCH-COUNT
               ADD ST-AMOUNT TO WS-NOMATCH-TOTAL
               MOVE "*** NO MATCHING CARD RECEIPT" TO STL-RESULT
               PERFORM 350-STL-LINE THRU 350-EXIT
               GO TO 200-EXIT.
           MOVE "M" TO CP-STATUS.
           MOVE WS-TODAY-NUM TO CP-SETTLE-DATE.
           MOVE 0 TO CP-FEE.
           IF ST-FEE NUMERIC
               MOVE ST-FEE TO CP-FEE.
           REWRITE CARDRCPT-REC.
           ADD 1 TO WS-MATCH-COUNT.
           ADD ST-AMOUNT TO WS-MATCH-TOTAL.
       200-EXIT.
           EXIT.
      * Finds the booking's card receipt of the settlement's date
      * and amount in the status wanted.
       250-FIND-RECEIPT.
           MOVE "N" TO WS-FOUND.
           IF WS-CARD-OPEN NOT = "Y"
               GO TO 250-EXIT.
           MOVE ST-BOOK-NO TO CP-BOOK-NO.
           MOVE ST-TXN-DATE TO CP-DATE.
           MOVE 0 TO CP-SEQ.
           MOVE "N" TO WS-CP-EOF.
           START CARDRCPT-FILE KEY IS NOT LESS THAN CP-KEY
               INVALID KEY MOVE "Y" TO WS-CP-EOF
           END-START.
           PERFORM 260-NEXT-RECEIPT THRU 260-EXIT
               UNTIL WS-CP-EOF = "Y" OR WS-FOUND = "Y".
       250-EXIT.
           EXIT.
       260-NEXT-RECEIPT.
           READ CARDRCPT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CP-EOF
                   GO TO 260-EXIT
           END-READ.
           IF CP-BOOK-NO NOT = ST-BOOK-NO
               OR CP-DATE NOT = ST-TXN-DATE
               MOVE "Y" TO WS-CP-EOF
               GO TO 260-EXIT.
           IF CP-AMOUNT = ST-AMOUNT AND CP-STATUS = WS-WANT-STATUS
               MOVE "Y" TO WS-FOUND.
       260-EXIT.
           EXIT.
      * A chargeback: the processor took the client's money back.
      * The receipt it reverses is marked, and the amount comes
      * back off the booking's deposit so the balance due reopens
      * and the client lands on the final-payment chase again.
       300-CHARGEBACK.
           ADD 1 TO WS-CB-COUNT.
           ADD ST-AMOUNT TO WS-CB-TOTAL.
           MOVE "M" TO WS-WANT-STATUS.
           PERFORM 250-FIND-RECEIPT THRU 250-EXIT.
           IF WS-FOUND = "Y"
               MOVE "B" TO CP-STATUS
               REWRITE CARDRCPT-REC
           END-IF.
           MOVE ST-BOOK-NO TO TR-BOOK-NO.
           READ TRAVMAST-FILE
               INVALID KEY
                   MOVE "*** CHARGEBACK - NO SUCH BOOKING"
                       TO STL-RESULT
                   PERFORM 350-STL-LINE THRU 350-EXIT
                   GO TO 300-EXIT
           END-READ.
           IF ST-AMOUNT > TR-DEPOSIT-PAID
               MOVE TR-DEPOSIT-PAID TO WS-TAKE-BACK
           ELSE
               MOVE ST-AMOUNT TO WS-TAKE-BACK.
           SUBTRACT WS-TAKE-BACK FROM TR-DEPOSIT-PAID.
           IF BOOKING-ACTIVE
               COMPUTE TR-BALANCE-DUE = TR-COST - TR-DEPOSIT-PAID.
           REWRITE TRAVEL-REC.
           IF BOOKING-ACTIVE
               MOVE "CHARGEBACK - BALANCE REOPENED" TO STL-RESULT
           ELSE
               MOVE "*** CHARGEBACK ON CANCELLED BKG"
                   TO STL-RESULT.
           PERFORM 350-STL-LINE THRU 350-EXIT.
       300-EXIT.
           EXIT.
       350-STL-LINE.
           MOVE STL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       350-EXIT.
           EXIT.
      * Lists every card receipt the processor has still not
      * settled once the settlement lag has passed.
       400-UNSETTLED-RECEIPTS.
           MOVE OPEN-TITLE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 3 LINES.
           IF WS-CARD-OPEN NOT = "Y"
               GO TO 400-EXIT.
           MOVE LOW-VALUES TO CP-KEY.
           MOVE "N" TO WS-CP-EOF.
           START CARDRCPT-FILE KEY IS NOT LESS THAN CP-KEY
               INVALID KEY MOVE "Y" TO WS-CP-EOF
           END-START.
           PERFORM 420-UNSETTLED-ONE THRU 420-EXIT
               UNTIL WS-CP-EOF = "Y".
       400-EXIT.
           EXIT.
       420-UNSETTLED-ONE.
           READ CARDRCPT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CP-EOF
                   GO TO 420-EXIT
           END-READ.
           IF NOT CP-UNSETTLED
               GO TO 420-EXIT.
           IF CP-DATE NOT NUMERIC OR CP-DATE = 0
               MOVE 999 TO WS-AGE-DAYS
           ELSE
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
                   FUNCTION INTEGER-OF-DATE(CP-DATE).
           IF WS-AGE-DAYS NOT > CARD-SETTLE-LAG
               GO TO 420-EXIT.
           ADD 1 TO WS-OPEN-COUNT.
           ADD CP-AMOUNT TO WS-OPEN-TOTAL.
           MOVE CP-BOOK-NO TO OPN-BOOK-NO.
           MOVE CP-DATE TO OPN-DATE.
           MOVE CP-METHOD TO OPN-METHOD.
           MOVE CP-AMOUNT TO OPN-AMOUNT.
           MOVE WS-AGE-DAYS TO OPN-DAYS.
           MOVE OPEN-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       420-EXIT.
           EXIT.
      * Summary, ending with what the processor's deposit should
      * be: settled charges less its fees and chargebacks.
       500-TOTALS.
           MOVE "SETTLEMENTS MATCHED:" TO TOT-LABEL.
           MOVE WS-MATCH-COUNT TO TOT-COUNT.
           MOVE WS-MATCH-TOTAL TO TOT-AMOUNT.
           MOVE TOT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 3 LINES.
           MOVE "SETTLEMENTS WITH NO RECEIPT:" TO TOT-LABEL.
           MOVE WS-NOMATCH-COUNT TO TOT-COUNT.
           MOVE WS-NOMATCH-TOTAL TO TOT-AMOUNT.
           MOVE TOT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "CHARGEBACKS:" TO TOT-LABEL.
           MOVE WS-CB-COUNT TO TOT-COUNT.
           MOVE WS-CB-TOTAL TO TOT-AMOUNT.
           MOVE TOT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "PROCESSOR FEES:" TO TOT-LABEL.
           MOVE 0 TO TOT-COUNT.
           MOVE WS-FEE-TOTAL TO TOT-AMOUNT.
           MOVE TOT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "RECEIPTS NOT SETTLED:" TO TOT-LABEL.
           MOVE WS-OPEN-COUNT TO TOT-COUNT.
           MOVE WS-OPEN-TOTAL TO TOT-AMOUNT.
           MOVE TOT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           COMPUTE WS-NET-DEPOSIT = WS-MATCH-TOTAL + WS-NOMATCH-TOTAL
               - WS-FEE-TOTAL - WS-CB-TOTAL.
           MOVE "EXPECTED PROCESSOR DEPOSIT:" TO TOT-LABEL.
           MOVE 0 TO TOT-COUNT.
           MOVE WS-NET-DEPOSIT TO TOT-AMOUNT.
           MOVE TOT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
       500-EXIT.
           EXIT.
      * Fees are an expense out of cash; a chargeback puts the
      * client's payment back as owed and takes the cash back out.
       600-GL-ENTRIES.
           IF WS-FEE-TOTAL = 0 AND WS-CB-TOTAL = 0
               GO TO 600-EXIT.
           OPEN EXTEND TRAVGL-FILE.
           IF WS-FEE-TOTAL > 0
               MOVE "TRVCDFEE" TO TG-ACCOUNT
               MOVE "CARD PROCESSOR FEES" TO TG-DESC
               MOVE WS-FEE-TOTAL TO TG-DEBIT
               MOVE 0 TO TG-CREDIT
               WRITE TRAVGL-REC
               MOVE "TRVCASH " TO TG-ACCOUNT
               MOVE "FEES HELD BY PROCESSOR" TO TG-DESC
               MOVE 0 TO TG-DEBIT
               MOVE WS-FEE-TOTAL TO TG-CREDIT
               WRITE TRAVGL-REC
           END-IF.
           IF WS-CB-TOTAL > 0
               MOVE "TRVDEPOS" TO TG-ACCOUNT
               MOVE "CARD CHARGEBACKS" TO TG-DESC
               MOVE WS-CB-TOTAL TO TG-DEBIT
               MOVE 0 TO TG-CREDIT
               WRITE TRAVGL-REC
               MOVE "TRVCASH " TO TG-ACCOUNT
               MOVE "CHARGEBACKS TAKEN BACK" TO TG-DESC
               MOVE 0 TO TG-DEBIT
               MOVE WS-CB-TOTAL TO TG-CREDIT
               WRITE TRAVGL-REC
           END-IF.
           CLOSE TRAVGL-FILE.
       600-EXIT.
           EXIT.
       END PROGRAM TRAVCARD.

      *                 FOR THE TRAVRCHK REFUND-CHECK RUN, SO THE
      *                 CLIENT'S MONEY ACTUALLY GOES BACK OUT
      *                 THROUGH THE SYSTEM INSTEAD OF AROUND IT.
      * 2026-10-15  KB  THE CANCELLATION TRANSACTION CHOOSES REFUND
      *                 OR FUTURE-TRAVEL CREDIT.  A CREDIT IS ISSUED
      *                 ON THE TRAVFTC FILE UNDER THE NEXT TRVFTCNO
      *                 NUMBER, GOOD FOR A YEAR FROM CANCELLATION,
      *                 INSTEAD OF A TRAVRFND REFUND CHECK, AND THE
      *                 DEPOSIT MOVES TO THE FUTURE-CREDIT LIABILITY
      *                 ON TRAVGL.
      * 2026-10-15  KB  APPEND EVERY CANCELLATION APPLIED TO THE
      *                 TRAVCHST CANCELLATION HISTORY -- TYPE, VENDOR,
      *                 TICKETING DATE, COST, FEE KEPT, AND WHAT WENT
      *                 BACK -- SO THE WEEKLY AIRLINE SETTLEMENT CAN
      *                 SHOW THE WEEK'S REFUNDS AND VOIDS.  THE
      *                 FUTURE-CREDIT GL DESCRIPTION IS SHORTENED TO
      *                 FIT TG-DESC.

       ENVIRONMENT DIVISION.

               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAVRFND-FILE ASSIGN TO UT-S-TRAVRFND
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAVFTC-FILE ASSIGN TO UT-S-TRAVFTC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS FC-CREDIT-NO
               FILE STATUS IS WS-TRAVFTC-STATUS.
           SELECT OPTIONAL TRVFTCNO-FILE ASSIGN TO UT-S-TRVFTCNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRVFTCNO-STATUS.
           SELECT TRAVGL-FILE ASSIGN TO UT-S-TRAVGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAVCHST-FILE ASSIGN TO UT-S-TRAVCHST
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  CANX-REC.
           05  CX-BOOK-NO      PIC 9(5).
           05  CX-CANCEL-DATE  PIC 9(8).
           05  CX-DISPOSITION  PIC X.
               88  CX-TAKE-CREDIT      VALUE "F".
       FD  CANC-RPT.
       01  CANC-OUT            PIC X(100).
       FD  TRAVRFND-FILE.
           05  RF-NAME         PIC X(15).
           05  RF-AMOUNT       PIC 9(5)V99.
           05  RF-CANCEL-DATE  PIC 9(8).
       FD  TRAVFTC-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 65 CHARACTERS.
       01  TRAVFTC-REC.
           05  FC-CREDIT-NO    PIC 9(6).
           05  FC-CLIENT       PIC 9(3).
           05  FC-NAME         PIC X(15).
           05  FC-AMOUNT       PIC 9(5)V99.
           05  FC-USED         PIC 9(5)V99.
           05  FC-ISSUE-DATE   PIC 9(8).
           05  FC-EXPIRY       PIC 9(8).
           05  FC-ORIG-BOOK    PIC 9(5).
           05  FC-LAST-BOOK    PIC 9(5).
           05  FC-STATUS       PIC X.
               88  FC-OPEN             VALUE "O".
               88  FC-USED-UP          VALUE "U".
               88  FC-EXPIRED          VALUE "E".
       FD  TRVFTCNO-FILE.
       01  TRVFTCNO-REC.
           05  FN-NEXT-CREDIT  PIC 9(6).
       FD  TRAVGL-FILE.
       01  TRAVGL-REC.
           05  TG-ACCOUNT      PIC X(8).
           05  TG-DESC         PIC X(24).
           05  TG-DEBIT        PIC 9(9)V99.
           05  TG-CREDIT       PIC 9(9)V99.
      * One line per cancellation applied, kept for good.  CH-RESULT
      * is R when the client is refunded, F when a future-travel
      * credit was issued, and C when the fee kept it all.
       FD  TRAVCHST-FILE.
       01  TRAVCHST-REC.
           05  CH-BOOK-NO      PIC 9(5).
           05  CH-CANCEL-DATE  PIC 9(8).
           05  CH-TYPE         PIC 9.
           05  CH-VENDOR       PIC X(15).
           05  CH-AGENT        PIC X(3).
           05  CH-CONF-NO      PIC X(10).
           05  CH-CONF-DATE    PIC 9(8).
           05  CH-COST         PIC 9(5)V99.
           05  CH-FEE          PIC 9(5)V99.
           05  CH-RETURNED     PIC 9(5)V99.
           05  CH-RESULT       PIC X.

       WORKING-STORAGE SECTION.
       77 UT-S-TRAVMAST        PIC X(50) VALUE "C:\Cobol\travmast.dat".
       77 UT-S-TRAVRFND        PIC X(50) VALUE "C:\Cobol\travrfnd.dat".
       77 WS-TRAVMAST-STATUS   PIC XX    VALUE SPACES.
       77 WS-TRAVCANX-STATUS   PIC XX    VALUE SPACES.
       77 UT-S-TRAVFTC         PIC X(50) VALUE "C:\Cobol\travftc.dat".
       77 UT-S-TRVFTCNO        PIC X(50) VALUE "C:\Cobol\trvftcno.dat".
       77 UT-S-TRAVGL          PIC X(50) VALUE "C:\Cobol\travgl.dat".
       77 UT-S-TRAVCHST        PIC X(50) VALUE "C:\Cobol\travchst.dat".
       77 WS-TRAVFTC-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRVFTCNO-STATUS   PIC XX    VALUE SPACES.
       77 WS-NEXT-CREDIT       PIC 9(6)     VALUE 1.
       77 WS-TOTAL-CREDITS     PIC 9(7)V99  VALUE ZERO.
      * A future-travel credit is good this many days from the
      * cancellation date.
       77 FTC-VALID-DAYS       PIC 9(3)     VALUE 365.
       01  WS-SWITCHES.
           05 WS-CANX-EOF-SW               PIC X(3).
               88  WS-CANX-EOF                       VALUE "YES".
           05  CNC-T-FEES      PIC $$$,$$9.99.
           05  FILLER          PIC X(15)  VALUE "  REFUNDS OWED:".
           05  CNC-T-REFUNDS   PIC $$$,$$9.99.
           05  FILLER          PIC X(17)  VALUE "  CREDITS ISSUED:".
           05  CNC-T-CREDITS   PIC $$$,$$9.99.
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN I-O TRAVMAST-FILE.
           OPEN INPUT TRAVCANX-FILE.
           OPEN OUTPUT CANC-RPT.
           OPEN OUTPUT TRAVRFND-FILE.
           OPEN I-O TRAVFTC-FILE.
           OPEN EXTEND TRAVCHST-FILE.
           PERFORM 050-LOAD-NEXT-CREDIT THRU 050-EXIT.
           MOVE CANC-TITLE TO CANC-OUT.
           WRITE CANC-OUT.
           MOVE "NO" TO WS-CANX-EOF-SW.
           MOVE WS-CANCELLED TO CNC-T-COUNT.
           MOVE WS-TOTAL-FEES TO CNC-T-FEES.
           MOVE WS-TOTAL-REFUNDS TO CNC-T-REFUNDS.
           MOVE WS-TOTAL-CREDITS TO CNC-T-CREDITS.
           MOVE CANC-TOTAL-LINE TO CANC-OUT.
           WRITE CANC-OUT AFTER ADVANCING 2 LINES.
           PERFORM 060-SAVE-NEXT-CREDIT THRU 060-EXIT.
           PERFORM 500-GL-CREDITS THRU 500-EXIT.
           CLOSE TRAVMAST-FILE TRAVCANX-FILE CANC-RPT
                 TRAVRFND-FILE TRAVFTC-FILE TRAVCHST-FILE.
           STOP RUN.

      * Reads the next future-travel credit number from its control
      * file.
       050-LOAD-NEXT-CREDIT.
           OPEN INPUT TRVFTCNO-FILE.
           IF WS-TRVFTCNO-STATUS = "00"
               READ TRVFTCNO-FILE
                   NOT AT END MOVE FN-NEXT-CREDIT TO WS-NEXT-CREDIT
               END-READ
           END-IF.
           CLOSE TRVFTCNO-FILE.
       050-EXIT.
           EXIT.
      * Writes the next credit number back for the next run.
       060-SAVE-NEXT-CREDIT.
           OPEN OUTPUT TRVFTCNO-FILE.
           MOVE WS-NEXT-CREDIT TO FN-NEXT-CREDIT.
           WRITE TRVFTCNO-REC.
           CLOSE TRVFTCNO-FILE.
       060-EXIT.
           EXIT.

      * Reads one cancellation, finds its booking on the master,
      * applies the fee schedule, and rewrites the booking.
       100-POST-CANX.
           IF WS-FEE-AMT > TR-DEPOSIT-PAID
               MOVE TR-DEPOSIT-PAID TO WS-FEE-AMT.
           COMPUTE WS-REFUND-AMT = TR-DEPOSIT-PAID - WS-FEE-AMT.
           MOVE "CANCELLED" TO CNC-RESULT.
           IF WS-REFUND-AMT > 0 AND CX-TAKE-CREDIT
               PERFORM 200-ISSUE-CREDIT THRU 200-EXIT
           ELSE
           IF WS-REFUND-AMT > 0
               MOVE "R" TO TR-STATUS
               MOVE TR-BOOK-NO TO RF-BOOK-NO
           REWRITE TRAVEL-REC.
           ADD 1 TO WS-CANCELLED.
           ADD WS-FEE-AMT TO WS-TOTAL-FEES.
           IF NOT CX-TAKE-CREDIT
               ADD WS-REFUND-AMT TO WS-TOTAL-REFUNDS.
           MOVE TR-C-NAME TO CNC-NAME.
           MOVE TR-COST TO CNC-COST.
           MOVE WS-FEE-AMT TO CNC-FEE.
           MOVE WS-REFUND-AMT TO CNC-REFUND.
           PERFORM 300-REGISTER-LINE THRU 300-EXIT.
           PERFORM 350-HISTORY THRU 350-EXIT.
       100-EXIT.
           EXIT.

      * Issues the client a future-travel credit for what would
      * have been refunded.  The deposit leaves the booking with
      * it, so no refund check is cut and the booking closes as
      * cancelled.
       200-ISSUE-CREDIT.
           MOVE WS-NEXT-CREDIT TO FC-CREDIT-NO.
           MOVE TR-C-NUMBER TO FC-CLIENT.
           MOVE TR-C-NAME TO FC-NAME.
           MOVE WS-REFUND-AMT TO FC-AMOUNT.
           MOVE 0 TO FC-USED.
           MOVE CX-CANCEL-DATE TO FC-ISSUE-DATE.
           COMPUTE FC-EXPIRY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(CX-CANCEL-DATE)
               + FTC-VALID-DAYS).
           MOVE TR-BOOK-NO TO FC-ORIG-BOOK.
           MOVE 0 TO FC-LAST-BOOK.
           MOVE "O" TO FC-STATUS.
           WRITE TRAVFTC-REC
               INVALID KEY
                   MOVE "R" TO TR-STATUS
                   MOVE TR-BOOK-NO TO RF-BOOK-NO
                   MOVE TR-C-NUMBER TO RF-CLIENT
                   MOVE TR-C-NAME TO RF-NAME
                   MOVE WS-REFUND-AMT TO RF-AMOUNT
                   MOVE CX-CANCEL-DATE TO RF-CANCEL-DATE
                   WRITE TRAVRFND-REC
                   ADD WS-REFUND-AMT TO WS-TOTAL-REFUNDS
                   MOVE "CREDIT FAILED - REFUNDED" TO CNC-RESULT
                   GO TO 200-EXIT
           END-WRITE.
           ADD 1 TO WS-NEXT-CREDIT.
           ADD WS-REFUND-AMT TO WS-TOTAL-CREDITS.
           MOVE "C" TO TR-STATUS.
           MOVE 0 TO TR-DEPOSIT-PAID.
           MOVE SPACES TO CNC-RESULT.
           STRING "CREDIT " FC-CREDIT-NO " ISSUED"
               DELIMITED BY SIZE INTO CNC-RESULT.
       200-EXIT.
           EXIT.

       300-REGISTER-LINE.
           MOVE CANC-LINE TO CANC-OUT.
           WRITE CANC-OUT AFTER ADVANCING 1 LINES.
       300-EXIT.
           EXIT.
      * Keeps the cancellation on the history file.
       350-HISTORY.
           MOVE TR-BOOK-NO TO CH-BOOK-NO.
           MOVE CX-CANCEL-DATE TO CH-CANCEL-DATE.
           MOVE TR-TYPE TO CH-TYPE.
           MOVE TR-VENDOR TO CH-VENDOR.
           MOVE TR-AGENT TO CH-AGENT.
           MOVE TR-CONF-NO TO CH-CONF-NO.
           MOVE TR-CONF-DATE TO CH-CONF-DATE.
           MOVE TR-COST TO CH-COST.
           MOVE WS-FEE-AMT TO CH-FEE.
           MOVE WS-REFUND-AMT TO CH-RETURNED.
           IF WS-REFUND-AMT = 0
               MOVE "C" TO CH-RESULT
           ELSE
           IF TR-STATUS = "R"
               MOVE "R" TO CH-RESULT
           ELSE
               MOVE "F" TO CH-RESULT.
           WRITE TRAVCHST-REC.
       350-EXIT.
           EXIT.
      * Moves the run's credited deposits to the future-travel
      * credit liability on the TRAVGL extract.
       500-GL-CREDITS.
           IF WS-TOTAL-CREDITS = 0
               GO TO 500-EXIT.
           OPEN EXTEND TRAVGL-FILE.
           MOVE "TRVDEPOS" TO TG-ACCOUNT.
           MOVE "DEPOSIT TO FUTURE CREDIT" TO TG-DESC.
           MOVE WS-TOTAL-CREDITS TO TG-DEBIT.
           MOVE 0 TO TG-CREDIT.
           WRITE TRAVGL-REC.
           MOVE "TRVFTCL " TO TG-ACCOUNT.
           MOVE "FUTURE TRAVEL CREDITS" TO TG-DESC.
           MOVE 0 TO TG-DEBIT.
           MOVE WS-TOTAL-CREDITS TO TG-CREDIT.
           WRITE TRAVGL-REC.
           CLOSE TRAVGL-FILE.
       500-EXIT.
           EXIT.
       END PROGRAM TRAVCANC.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVFTCR.
       AUTHOR. KODY BRAND.
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.  MONTH-END REPORT OF THE
      *                 FUTURE-TRAVEL CREDITS STILL OWED TO CLIENTS
      *                 ON THE TRAVFTC FILE: EVERY OPEN CREDIT WITH
      *                 WHAT IS LEFT ON IT, THOSE EXPIRING WITHIN
      *                 THE NEXT 60 DAYS FLAGGED FOR THE AGENTS TO
      *                 CALL, AND THOSE PAST THEIR EXPIRY CLOSED OUT
      *                 WITH THE UNUSED BALANCE MOVED FROM THE
      *                 CREDIT LIABILITY TO EXPIRED-CREDIT INCOME ON
      *                 TRAVGL.  THE OUTSTANDING TOTAL SHOULD AGREE
      *                 WITH THE TRVFTCL LIABILITY.  ON ANY NIGHT
      *                 BUT THE CALENDAR MONTH-END THE PROGRAM
      *                 WRITES ITS HEADING AND GOES HOME.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL TRAVFTC-FILE ASSIGN TO UT-S-TRAVFTC
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS FC-CREDIT-NO
               FILE STATUS IS WS-TRAVFTC-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT TRAVGL-FILE ASSIGN TO UT-S-TRAVGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FTC-RPT ASSIGN TO UT-S-FTCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  FTC-RPT.
       01  RPT-OUT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 UT-S-TRAVFTC         PIC X(50) VALUE "C:\Cobol\travftc.dat".
       77 UT-S-PROCDATE        PIC X(50) VALUE "C:\COBOL\PROCDATE.DAT".
       77 UT-S-TRAVGL          PIC X(50) VALUE "C:\Cobol\travgl.dat".
       77 UT-S-FTCRPT          PIC X(50) VALUE "C:\Cobol\travftcr.rpt".
       77 WS-TRAVFTC-STATUS    PIC XX    VALUE SPACES.
       77 WS-PROCDATE-STATUS   PIC XX    VALUE SPACES.
       77 WS-FTC-EOF           PIC X     VALUE "N".
       77 WS-MONTH-END         PIC X     VALUE "N".
       77 WS-TODAY-NUM         PIC 9(8)  VALUE ZEROS.
       77 WS-WARN-NUM          PIC 9(8)  VALUE ZEROS.
      * A credit expiring within this many days flags for a call.
       77 FTC-WARN-DAYS        PIC 9(3)  VALUE 60.
       77 WS-LEFT              PIC 9(5)V99  VALUE ZEROS.
       77 WS-OPEN-COUNT        PIC 9(5)     VALUE ZEROS.
       77 WS-OPEN-TOTAL        PIC 9(9)V99  VALUE ZEROS.
       77 WS-WARN-COUNT        PIC 9(5)     VALUE ZEROS.
       77 WS-WARN-TOTAL        PIC 9(9)V99  VALUE ZEROS.
       77 WS-EXP-COUNT         PIC 9(5)     VALUE ZEROS.
       77 WS-EXP-TOTAL         PIC 9(9)V99  VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER          PIC X(40)
               VALUE "OUTSTANDING FUTURE-TRAVEL CREDITS AS OF ".
           05  RPT-T-DATE      PIC 9(8).
       01  RPT-NOT-MONTH-END.
           05  FILLER          PIC X(42)
               VALUE "NOT A MONTH-END NIGHT - NOTHING TO REPORT".
       01  RPT-HEAD.
           05  FILLER          PIC X(34)
               VALUE "CREDIT  CLIENT                 ".
           05  FILLER          PIC X(30)
               VALUE "ISSUED    EXPIRES      ISSUED".
           05  FILLER          PIC X(30)
               VALUE "       LEFT".
       01  RPT-LINE.
           05  RPT-CREDIT-NO   PIC 9(6).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  RPT-CLIENT      PIC 9(3).
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  RPT-NAME        PIC X(15).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  RPT-ISSUE       PIC 9(8).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  RPT-EXPIRY      PIC 9(8).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  RPT-AMOUNT      PIC $$,$$9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  RPT-LEFT        PIC $$,$$9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  RPT-FLAG        PIC X(24).
       01  RPT-OPEN-TOTAL.
           05  FILLER          PIC X(28)
               VALUE "OPEN CREDITS OUTSTANDING:   ".
           05  RPT-O-COUNT     PIC ZZZZ9.
           05  FILLER          PIC X(10)  VALUE "  AMOUNT: ".
           05  RPT-O-TOTAL     PIC $$$,$$$,$$9.99.
       01  RPT-WARN-TOTAL.
           05  FILLER          PIC X(28)
               VALUE "EXPIRING WITHIN 60 DAYS:    ".
           05  RPT-W-COUNT     PIC ZZZZ9.
           05  FILLER          PIC X(10)  VALUE "  AMOUNT: ".
           05  RPT-W-TOTAL     PIC $$$,$$$,$$9.99.
       01  RPT-EXP-TOTAL.
           05  FILLER          PIC X(28)
               VALUE "EXPIRED AND CLOSED TONIGHT: ".
           05  RPT-E-COUNT     PIC ZZZZ9.
           05  FILLER          PIC X(10)  VALUE "  AMOUNT: ".
           05  RPT-E-TOTAL     PIC $$$,$$$,$$9.99.
       PROCEDURE DIVISION.
      * On the month-end night lists every open credit, closes the
      * expired ones, and posts the expired balances to the GL.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE-NUM TO WS-TODAY-NUM.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       MOVE PD-RUN-DATE TO WS-TODAY-NUM
                       MOVE PD-MONTH-END TO WS-MONTH-END
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           OPEN OUTPUT FTC-RPT.
           MOVE WS-TODAY-NUM TO RPT-T-DATE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           IF WS-MONTH-END NOT = "Y"
               MOVE RPT-NOT-MONTH-END TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 2 LINES
               CLOSE FTC-RPT
               STOP RUN.
           COMPUTE WS-WARN-NUM = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
               + FTC-WARN-DAYS).
           MOVE RPT-HEAD TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           OPEN I-O TRAVFTC-FILE.
           IF WS-TRAVFTC-STATUS NOT = "00"
               MOVE "Y" TO WS-FTC-EOF.
           PERFORM 100-ONE-CREDIT THRU 100-EXIT
               UNTIL WS-FTC-EOF = "Y".
           CLOSE TRAVFTC-FILE.
           MOVE WS-OPEN-COUNT TO RPT-O-COUNT.
           MOVE WS-OPEN-TOTAL TO RPT-O-TOTAL.
           MOVE RPT-OPEN-TOTAL TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE WS-WARN-COUNT TO RPT-W-COUNT.
           MOVE WS-WARN-TOTAL TO RPT-W-TOTAL.
           MOVE RPT-WARN-TOTAL TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE WS-EXP-COUNT TO RPT-E-COUNT.
           MOVE WS-EXP-TOTAL TO RPT-E-TOTAL.
           MOVE RPT-EXP-TOTAL TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           PERFORM 500-GL-EXPIRED THRU 500-EXIT.
           CLOSE FTC-RPT.
           STOP RUN.
      * Lists one open credit.  A credit past its expiry closes
      * here with its unused balance; one expiring soon flags.
       100-ONE-CREDIT.
           READ TRAVFTC-FILE
               AT END
                   MOVE "Y" TO WS-FTC-EOF
                   GO TO 100-EXIT
           END-READ.
           IF NOT FC-OPEN
               GO TO 100-EXIT.
           COMPUTE WS-LEFT = FC-AMOUNT - FC-USED.
           MOVE FC-CREDIT-NO TO RPT-CREDIT-NO.
           MOVE FC-CLIENT TO RPT-CLIENT.
           MOVE FC-NAME TO RPT-NAME.
           MOVE FC-ISSUE-DATE TO RPT-ISSUE.
           MOVE FC-EXPIRY TO RPT-EXPIRY.
           MOVE FC-AMOUNT TO RPT-AMOUNT.
           MOVE WS-LEFT TO RPT-LEFT.
           MOVE SPACES TO RPT-FLAG.
           IF FC-EXPIRY < WS-TODAY-NUM
               MOVE "E" TO FC-STATUS
               REWRITE TRAVFTC-REC
               ADD 1 TO WS-EXP-COUNT
               ADD WS-LEFT TO WS-EXP-TOTAL
               MOVE "*** EXPIRED - CLOSED" TO RPT-FLAG
           ELSE
               ADD 1 TO WS-OPEN-COUNT
               ADD WS-LEFT TO WS-OPEN-TOTAL
               IF FC-EXPIRY NOT > WS-WARN-NUM
                   ADD 1 TO WS-WARN-COUNT
                   ADD WS-LEFT TO WS-WARN-TOTAL
                   MOVE "EXPIRING - CALL CLIENT" TO RPT-FLAG
               END-IF
           END-IF.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       100-EXIT.
           EXIT.
      * Moves the expired credits' unused balance out of the
      * future-credit liability and into income.
       500-GL-EXPIRED.
           IF WS-EXP-TOTAL = 0
               GO TO 500-EXIT.
           OPEN EXTEND TRAVGL-FILE.
           MOVE "TRVFTCL " TO TG-ACCOUNT.
           MOVE "FUTURE CREDITS EXPIRED" TO TG-DESC.
           MOVE WS-EXP-TOTAL TO TG-DEBIT.
           MOVE 0 TO TG-CREDIT.
           WRITE TRAVGL-REC.
           MOVE "TRVFTCEX" TO TG-ACCOUNT.
           MOVE "EXPIRED CREDIT INCOME" TO TG-DESC.
           MOVE 0 TO TG-DEBIT.
           MOVE WS-EXP-TOTAL TO TG-CREDIT.
           WRITE TRAVGL-REC.
           CLOSE TRAVGL-FILE.
       500-EXIT.
           EXIT.
       END PROGRAM TRAVFTCR.

      ***********************************************************
      * STOP-PAYMENT ORDER MAINTENANCE
      * KODY BRAND
      * This program is the branch's screen onto the STOPPAY
      * stop-payment orders.  Any signed-on operator can list the
      * orders on an account.  An operator with update authority
      * places a stop -- a single check or a range of check
      * numbers, optionally for one exact amount, with the payee
      * and the customer's reason -- or releases one at the
      * customer's request.  A stop runs 180 days from the day it
      * is placed and then lapses on its own.  BANK returns any
      * presented check an active stop covers; the hit count and
      * last hit date on the order show what it has caught.  Every
      * stop placed or released is stamped to the access-audit
      * log with the operator's ID; denials go to the same log.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CARRY THE OVERDRAFT AMOUNT, OVERDRAWN-
      *                 SINCE DATE, AND NOTICE FLAG ON BEGBAL-REC.
      * 2026-10-15  KB  INQUIRIES AND STOP CHANGES STAMPED TO THE
      *                 OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOPMNT.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT STOPPAY-FILE ASSIGN TO UT-S-STOPPAY
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SP-KEY
                FILE STATUS IS WS-STOPPAY-STATUS.
            SELECT BEGBAL-FILE ASSIGN TO UT-S-BEGBAL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS BB-ACCT
                FILE STATUS IS WS-BEGBAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STOPPAY-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 121 CHARACTERS.
       COPY "STOPPAY.CPY".
       FD  BEGBAL-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  BEGBAL-REC.
           05  BB-ACCT      PIC X(5).
           05  BB-BAL       PIC 9(5)V99.
           05  BB-WAIVER    PIC X.
           05  BB-LAST-ACT  PIC 9(8).
           05  BB-LINK-ACCT PIC X(5).
           05  BB-BRANCH    PIC X(3).
           05  BB-AVAIL-BAL PIC 9(5)V99.
           05  BB-CUST-NO   PIC X(6).
           05  BB-KODE      PIC X.
           05  BB-CD-TERM   PIC 9(3).
           05  BB-CD-ISSUE  PIC 9(8).
           05  BB-CD-MATURE PIC 9(8).
           05  BB-CD-RATE   PIC 9V9999.
           05  BB-CD-INSTR  PIC X.
               88  BB-CD-PAYOUT       VALUE "P".
           05  BB-CD-PAY-ACCT PIC X(5).
           05  BB-CD-NOTICE PIC 9(8).
           05  BB-CD-GRACE-END PIC 9(8).
           05  BB-ACCR-INT  PIC 9(5)V99.
           05  BB-ACCR-DATE PIC 9(8).
           05  BB-OD-AMT    PIC 9(5)V99.
           05  BB-OD-SINCE  PIC 9(8).
           05  BB-OD-NOTICE PIC X.
       WORKING-STORAGE SECTION.
       77  UT-S-STOPPAY PIC X(50) VALUE 'C:\CS4230\STOPPAY.DAT'.
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  WS-STOPPAY-STATUS PIC XX   VALUE SPACES.
       77  WS-BEGBAL-STATUS PIC XX    VALUE SPACES.
       77  WS-ACTION    PIC X         VALUE SPACE.
       77  WS-CONFIRM   PIC X         VALUE SPACE.
       77  WS-OPER-ID   PIC X(3)      VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9        VALUE 0.
       77  WS-SIGNON-OK PIC X         VALUE "N".
       77  WS-VIOL-FUNCTION PIC X(30) VALUE SPACES.
       77  WS-ACT-PROGRAM   PIC X(8)  VALUE "STOPMNT".
       77  WS-ACT-FUNCTION  PIC X(20) VALUE SPACES.
       77  WS-ACT-KEY       PIC X(20) VALUE SPACES.
       77  WS-ACT-OWNER     PIC X(3)  VALUE SPACES.
       77  WS-VALID-SW  PIC X         VALUE "Y".
           88  WS-ENTRY-VALID         VALUE "Y".
       77  WS-ACCT-IN   PIC X(5)      VALUE SPACES.
       77  WS-CHECK-IN  PIC X(6)      VALUE SPACES.
       77  WS-CHECK-FROM PIC 9(6)     VALUE 0.
       77  WS-CHECK-TO  PIC 9(6)      VALUE 0.
       77  WS-AMOUNT-IN PIC X(10)     VALUE SPACES.
       77  WS-AMOUNT-NUM PIC 9(7)V99  VALUE 0.
       77  WS-EDIT-IDX  PIC 9(2)      VALUE 0.
       77  WS-EDIT-CHAR PIC X         VALUE SPACE.
       77  WS-POINT-SEEN PIC X        VALUE "N".
       77  WS-WHOLE-PART PIC 9(7)     VALUE 0.
       77  WS-FRAC-DIGITS PIC 9       VALUE 0.
       77  WS-FRAC-PART PIC 99        VALUE 0.
       77  WS-LIST-EOF  PIC 9         VALUE 0.
       77  WS-LIST-CNT  PIC 9(5)      VALUE 0.
      * Days a stop-payment order stays in force once placed.
       77  STOP-LIFE-DAYS PIC 9(3)    VALUE 180.
       77  STOP-MAX-AMT PIC 9(5)V99   VALUE 99999.99.
       77  WS-EXPIRE-DATE PIC 9(8)    VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  WS-DISPLAY-AMT   PIC $$,$$$,$$9.99.
       01  WS-STATUS-DESC   PIC X(8)   VALUE SPACES.
       PROCEDURE DIVISION.
      * Signs the operator on and takes actions until X.
       000-MAIN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT BEGBAL-FILE.
           IF WS-BEGBAL-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
                   WS-BEGBAL-STATUS
               STOP RUN.
           OPEN I-O STOPPAY-FILE.
           IF WS-STOPPAY-STATUS NOT = "00"
               OPEN OUTPUT STOPPAY-FILE
               CLOSE STOPPAY-FILE
               OPEN I-O STOPPAY-FILE.
           DISPLAY "STOP-PAYMENT ORDER MAINTENANCE".
           PERFORM 100-ONE-ACTION THRU E-100-ONE-ACTION
               UNTIL WS-ACTION = "X".
           CLOSE STOPPAY-FILE BEGBAL-FILE.
           STOP RUN.
      * Accepts and routes one action.  Placing or releasing a
      * stop needs update authority; a denial is logged.
       100-ONE-ACTION.
           DISPLAY "ACTION - L LIST, A ADD STOP, R RELEASE STOP, "
               "X EXIT: " WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           IF WS-ACTION = "l" MOVE "L" TO WS-ACTION.
           IF WS-ACTION = "a" MOVE "A" TO WS-ACTION.
           IF WS-ACTION = "r" MOVE "R" TO WS-ACTION.
           IF WS-ACTION = "x" MOVE "X" TO WS-ACTION.
           IF (WS-ACTION = "A" OR WS-ACTION = "R")
               AND WS-AUTH-LEVEL < 2
               DISPLAY "UPDATE AUTHORITY REQUIRED"
               MOVE "STOP PAYMENT DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               GO TO E-100-ONE-ACTION.
           IF WS-ACTION = "L"
               PERFORM 200-LIST-STOPS THRU E-200-LIST-STOPS
           ELSE
           IF WS-ACTION = "A"
               PERFORM 300-ADD-STOP THRU E-300-ADD-STOP
           ELSE
           IF WS-ACTION = "R"
               PERFORM 400-RELEASE-STOP THRU E-400-RELEASE-STOP
           ELSE
           IF WS-ACTION NOT = "X"
               DISPLAY "INVALID ACTION".
       E-100-ONE-ACTION.
       EXIT.
      * Keys an account number and checks it is on the master.
       150-GET-ACCT.
           MOVE "N" TO WS-VALID-SW.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ACCT-IN.
           MOVE WS-ACCT-IN TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON MASTER"
                   GO TO E-150-GET-ACCT
           END-READ.
           MOVE "Y" TO WS-VALID-SW.
       E-150-GET-ACCT.
       EXIT.
      * Keys a six-digit check number into WS-CHECK-IN.
       160-GET-CHECK.
           MOVE "N" TO WS-VALID-SW.
           ACCEPT WS-CHECK-IN.
           IF WS-CHECK-IN NOT NUMERIC
               DISPLAY "NON-NUMERIC CHECK (KEY ALL SIX DIGITS)"
               GO TO E-160-GET-CHECK.
           IF WS-CHECK-IN = "000000"
               DISPLAY "CHECK NUMBER CANNOT BE ZERO"
               GO TO E-160-GET-CHECK.
           MOVE "Y" TO WS-VALID-SW.
       E-160-GET-CHECK.
       EXIT.
      * Lists every stop-payment order on one account, active,
      * lapsed, or released.
       200-LIST-STOPS.
           PERFORM 150-GET-ACCT THRU E-150-GET-ACCT.
           IF NOT WS-ENTRY-VALID
               GO TO E-200-LIST-STOPS.
           MOVE "VIEW STOP LIST" TO WS-ACT-FUNCTION.
           MOVE WS-ACCT-IN TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           MOVE 0 TO WS-LIST-EOF.
           MOVE 0 TO WS-LIST-CNT.
           MOVE WS-ACCT-IN TO SP-ACCT.
           MOVE 0 TO SP-CHECK-FROM.
           START STOPPAY-FILE KEY IS NOT LESS THAN SP-KEY
               INVALID KEY MOVE 1 TO WS-LIST-EOF
           END-START.
           PERFORM 210-LIST-ONE THRU E-210-LIST-ONE
               UNTIL WS-LIST-EOF = 1.
           DISPLAY WS-LIST-CNT " STOP ORDER(S) ON ACCOUNT " WS-ACCT-IN.
       E-200-LIST-STOPS.
       EXIT.
       210-LIST-ONE.
           READ STOPPAY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LIST-EOF
                   GO TO E-210-LIST-ONE
           END-READ.
           IF SP-ACCT NOT = WS-ACCT-IN
               MOVE 1 TO WS-LIST-EOF
               GO TO E-210-LIST-ONE.
           ADD 1 TO WS-LIST-CNT.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           IF SP-AMOUNT = 0
               DISPLAY "CHECKS " SP-CHECK-FROM "-" SP-CHECK-TO
                   "  ANY AMOUNT      " WS-STATUS-DESC
                   "  EXPIRES " SP-EXPIRE-DATE "  HITS " SP-HIT-CNT
           ELSE
               MOVE SP-AMOUNT TO WS-DISPLAY-AMT
               DISPLAY "CHECKS " SP-CHECK-FROM "-" SP-CHECK-TO
                   "  " WS-DISPLAY-AMT "  " WS-STATUS-DESC
                   "  EXPIRES " SP-EXPIRE-DATE "  HITS " SP-HIT-CNT
           END-IF.
           DISPLAY "       PAYEE " SP-PAYEE "  PLACED "
               SP-PLACED-DATE " BY " SP-PLACED-OPER.
       E-210-LIST-ONE.
       EXIT.
      * Keys and places one stop-payment order.  Nothing is
      * written until every field passes and the operator
      * confirms.
       300-ADD-STOP.
           PERFORM 150-GET-ACCT THRU E-150-GET-ACCT.
           IF NOT WS-ENTRY-VALID
               GO TO E-300-ADD-STOP.
           MOVE SPACES TO STOPPAY-REC.
           MOVE WS-ACCT-IN TO SP-ACCT.
           DISPLAY "FIRST CHECK NUMBER (6 DIGITS): "
               WITH NO ADVANCING.
           PERFORM 160-GET-CHECK THRU E-160-GET-CHECK.
           IF NOT WS-ENTRY-VALID
               GO TO E-300-ADD-STOP.
           MOVE WS-CHECK-IN TO WS-CHECK-FROM.
           DISPLAY "LAST CHECK NUMBER (BLANK = SINGLE CHECK): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CHECK-IN.
           ACCEPT WS-CHECK-IN.
           IF WS-CHECK-IN = SPACES
               MOVE WS-CHECK-FROM TO WS-CHECK-TO
           ELSE
               IF WS-CHECK-IN NOT NUMERIC
                   DISPLAY "NON-NUMERIC CHECK (KEY ALL SIX DIGITS)"
                   GO TO E-300-ADD-STOP
               END-IF
               MOVE WS-CHECK-IN TO WS-CHECK-TO
           END-IF.
           IF WS-CHECK-TO < WS-CHECK-FROM
               DISPLAY "LAST CHECK IS BEFORE THE FIRST"
               GO TO E-300-ADD-STOP.
           MOVE WS-CHECK-FROM TO SP-CHECK-FROM.
           MOVE WS-CHECK-TO TO SP-CHECK-TO.
           MOVE 0 TO SP-AMOUNT.
           IF WS-CHECK-FROM = WS-CHECK-TO
               DISPLAY "CHECK AMOUNT (BLANK = ANY AMOUNT): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-AMOUNT-IN
               ACCEPT WS-AMOUNT-IN
               IF WS-AMOUNT-IN NOT = SPACES
                   PERFORM 510-EDIT-AMOUNT THRU E-510-EDIT-AMOUNT
                   IF NOT WS-ENTRY-VALID
                      OR WS-AMOUNT-NUM > STOP-MAX-AMT
                       DISPLAY "NON-NUMERIC OR ZERO AMOUNT"
                       GO TO E-300-ADD-STOP
                   END-IF
                   MOVE WS-AMOUNT-NUM TO SP-AMOUNT
               END-IF
           END-IF.
           DISPLAY "PAYEE: " WITH NO ADVANCING.
           ACCEPT SP-PAYEE.
           DISPLAY "REASON: " WITH NO ADVANCING.
           ACCEPT SP-REASON.
           IF SP-REASON = SPACES
               DISPLAY "REASON REQUIRED TO PLACE A STOP"
               GO TO E-300-ADD-STOP.
           COMPUTE WS-EXPIRE-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
               + STOP-LIFE-DAYS).
           DISPLAY "STOP " SP-ACCT " CHECKS " SP-CHECK-FROM "-"
               SP-CHECK-TO " EXPIRES " WS-EXPIRE-DATE.
           DISPLAY "PLACE THIS STOP (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "STOP NOT PLACED"
               GO TO E-300-ADD-STOP.
           MOVE WS-CURRENT-DATE-NUM TO SP-PLACED-DATE.
           MOVE WS-OPER-ID TO SP-PLACED-OPER.
           MOVE WS-EXPIRE-DATE TO SP-EXPIRE-DATE.
           MOVE "A" TO SP-STATUS.
           MOVE 0 TO SP-REL-DATE.
           MOVE SPACES TO SP-REL-OPER.
           MOVE 0 TO SP-HIT-CNT.
           MOVE 0 TO SP-LAST-HIT.
           WRITE STOPPAY-REC
               INVALID KEY
                   DISPLAY "A STOP STARTING AT THIS CHECK IS ALREADY "
                       "ON FILE"
                   GO TO E-300-ADD-STOP
           END-WRITE.
           DISPLAY "STOP PLACED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "STOP ADD " SP-ACCT " " SP-CHECK-FROM
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "ADD STOP" TO WS-ACT-FUNCTION.
           MOVE SP-KEY TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-300-ADD-STOP.
       EXIT.
      * Releases an active stop at the customer's request.  The
      * order stays on file, marked released, for the record.
       400-RELEASE-STOP.
           PERFORM 150-GET-ACCT THRU E-150-GET-ACCT.
           IF NOT WS-ENTRY-VALID
               GO TO E-400-RELEASE-STOP.
           DISPLAY "FIRST CHECK NUMBER OF THE STOP: "
               WITH NO ADVANCING.
           PERFORM 160-GET-CHECK THRU E-160-GET-CHECK.
           IF NOT WS-ENTRY-VALID
               GO TO E-400-RELEASE-STOP.
           MOVE WS-ACCT-IN TO SP-ACCT.
           MOVE WS-CHECK-IN TO SP-CHECK-FROM.
           READ STOPPAY-FILE
               INVALID KEY
                   DISPLAY "NO STOP STARTING AT THIS CHECK"
                   GO TO E-400-RELEASE-STOP
           END-READ.
           IF NOT SP-IS-ACTIVE
               DISPLAY "STOP ALREADY RELEASED - NOT CHANGED"
               GO TO E-400-RELEASE-STOP.
           DISPLAY "STOP " SP-ACCT " CHECKS " SP-CHECK-FROM "-"
               SP-CHECK-TO " PAYEE " SP-PAYEE.
           DISPLAY "RELEASE THIS STOP (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "STOP NOT RELEASED"
               GO TO E-400-RELEASE-STOP.
           MOVE "R" TO SP-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO SP-REL-DATE.
           MOVE WS-OPER-ID TO SP-REL-OPER.
           REWRITE STOPPAY-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS "
                       WS-STOPPAY-STATUS
                   GO TO E-400-RELEASE-STOP
           END-REWRITE.
           DISPLAY "STOP RELEASED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "STOP RELEASE " SP-ACCT " " SP-CHECK-FROM
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "RELEASE STOP" TO WS-ACT-FUNCTION.
           MOVE SP-KEY TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-400-RELEASE-STOP.
       EXIT.
      * Describes the order's standing: active, lapsed past its
      * expiry date, or released.
       500-DESCRIBE.
           IF SP-IS-RELEASED
               MOVE "RELEASED" TO WS-STATUS-DESC
           ELSE
           IF SP-EXPIRE-DATE < WS-CURRENT-DATE-NUM
               MOVE "EXPIRED" TO WS-STATUS-DESC
           ELSE
               MOVE "ACTIVE" TO WS-STATUS-DESC.
       E-500-DESCRIBE.
       EXIT.
      * Edits the keyed amount character by character -- digits
      * with one optional decimal point and at most two decimal
      * places -- so a typo fails the entry instead of taking the
      * whole session down.
       510-EDIT-AMOUNT.
           MOVE "Y" TO WS-VALID-SW.
           MOVE 0 TO WS-AMOUNT-NUM.
           MOVE 0 TO WS-WHOLE-PART.
           MOVE 0 TO WS-FRAC-PART.
           MOVE 0 TO WS-FRAC-DIGITS.
           MOVE "N" TO WS-POINT-SEEN.
           IF WS-AMOUNT-IN = SPACES
               MOVE "N" TO WS-VALID-SW
               GO TO E-510-EDIT-AMOUNT.
           PERFORM 520-EDIT-CHAR THRU E-520-EDIT-CHAR
               VARYING WS-EDIT-IDX FROM 1 BY 1
               UNTIL WS-EDIT-IDX > 10
                  OR WS-VALID-SW = "N".
           IF WS-VALID-SW = "N"
               GO TO E-510-EDIT-AMOUNT.
           IF WS-FRAC-DIGITS = 1
               MULTIPLY 10 BY WS-FRAC-PART.
           COMPUTE WS-AMOUNT-NUM =
               WS-WHOLE-PART + (WS-FRAC-PART / 100)
               ON SIZE ERROR MOVE "N" TO WS-VALID-SW
           END-COMPUTE.
           IF WS-AMOUNT-NUM = 0
               MOVE "N" TO WS-VALID-SW.
       E-510-EDIT-AMOUNT.
       EXIT.
      * Edits one character of the keyed amount.
       520-EDIT-CHAR.
           MOVE WS-AMOUNT-IN(WS-EDIT-IDX:1) TO WS-EDIT-CHAR.
           IF WS-EDIT-CHAR = SPACE
               GO TO E-520-EDIT-CHAR.
           IF WS-EDIT-CHAR = "."
               IF WS-POINT-SEEN = "Y"
                   MOVE "N" TO WS-VALID-SW
               ELSE
                   MOVE "Y" TO WS-POINT-SEEN
               END-IF
               GO TO E-520-EDIT-CHAR.
           IF WS-EDIT-CHAR < "0" OR WS-EDIT-CHAR > "9"
               MOVE "N" TO WS-VALID-SW
               GO TO E-520-EDIT-CHAR.
           IF WS-POINT-SEEN = "N"
               COMPUTE WS-WHOLE-PART = WS-WHOLE-PART * 10
                   + FUNCTION NUMVAL(WS-EDIT-CHAR)
                   ON SIZE ERROR MOVE "N" TO WS-VALID-SW
               END-COMPUTE
           ELSE
           IF WS-FRAC-DIGITS < 2
               ADD 1 TO WS-FRAC-DIGITS
               COMPUTE WS-FRAC-PART = WS-FRAC-PART * 10
                   + FUNCTION NUMVAL(WS-EDIT-CHAR)
           ELSE
               MOVE "N" TO WS-VALID-SW.
       E-520-EDIT-CHAR.
       EXIT.
       END PROGRAM STOPMNT.

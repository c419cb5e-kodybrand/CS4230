      ***********************************************************
      * STANDING-ORDER (RECURRING TRANSFER) MAINTENANCE
      * KODY BRAND
      * This program is the branch's screen onto the STANDORD
      * standing orders -- the customer's "move 200 from checking
      * to savings on the 1st and 15th".  Any signed-on operator
      * can list the orders drawn on an account.  An operator with
      * update authority sets up an order -- the from and to
      * accounts, the amount, how often (weekly, every two weeks,
      * twice a month, monthly, or quarterly), the first transfer
      * date and an optional last date -- or cancels one at the
      * customer's request.  The nightly STANDGEN run writes each
      * transfer as it comes due and moves the order to its next
      * date.  Every order set up or cancelled is stamped to the
      * access-audit log with the operator's ID; denials go to the
      * same log.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  INQUIRIES AND ORDER CHANGES STAMPED TO THE
      *                 OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDMNT.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT STANDORD-FILE ASSIGN TO UT-S-STANDORD
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SO-KEY
                FILE STATUS IS WS-STANDORD-STATUS.
            SELECT BEGBAL-FILE ASSIGN TO UT-S-BEGBAL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS BB-ACCT
                FILE STATUS IS WS-BEGBAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDORD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 114 CHARACTERS.
       COPY "STANDORD.CPY".
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
       77  UT-S-STANDORD PIC X(50) VALUE 'C:\CS4230\STANDORD.DAT'.
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  WS-STANDORD-STATUS PIC XX  VALUE SPACES.
       77  WS-BEGBAL-STATUS PIC XX    VALUE SPACES.
       77  WS-ACTION    PIC X         VALUE SPACE.
       77  WS-CONFIRM   PIC X         VALUE SPACE.
       77  WS-OPER-ID   PIC X(3)      VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9        VALUE 0.
       77  WS-SIGNON-OK PIC X         VALUE "N".
       77  WS-VIOL-FUNCTION PIC X(30) VALUE SPACES.
       77  WS-ACT-PROGRAM   PIC X(8)  VALUE "STANDMNT".
       77  WS-ACT-FUNCTION  PIC X(20) VALUE SPACES.
       77  WS-ACT-KEY       PIC X(20) VALUE SPACES.
       77  WS-ACT-OWNER     PIC X(3)  VALUE SPACES.
       77  WS-VALID-SW  PIC X         VALUE "Y".
           88  WS-ENTRY-VALID         VALUE "Y".
       77  WS-ACCT-IN   PIC X(5)      VALUE SPACES.
       77  WS-TO-ACCT   PIC X(5)      VALUE SPACES.
       77  WS-SEQ-IN    PIC X(2)      VALUE SPACES.
       77  WS-DAY-IN    PIC X(2)      VALUE SPACES.
       77  WS-AMOUNT-IN PIC X(10)     VALUE SPACES.
       77  WS-AMOUNT-NUM PIC 9(7)V99  VALUE 0.
       77  WS-EDIT-IDX  PIC 9(2)      VALUE 0.
       77  WS-EDIT-CHAR PIC X         VALUE SPACE.
       77  WS-POINT-SEEN PIC X        VALUE "N".
       77  WS-WHOLE-PART PIC 9(7)     VALUE 0.
       77  WS-FRAC-DIGITS PIC 9       VALUE 0.
       77  WS-FRAC-PART PIC 99        VALUE 0.
       77  WS-DATE-IN   PIC X(8)      VALUE SPACES.
       77  WS-DATE-OK   PIC X         VALUE "N".
       01  WS-DATE-NUM  PIC 9(8)      VALUE 0.
       01  WS-DATE-PARTS REDEFINES WS-DATE-NUM.
           05  WS-DATE-YYYY PIC 9(4).
           05  WS-DATE-MM   PIC 9(2).
           05  WS-DATE-DD   PIC 9(2).
       77  WS-LAST-DAY  PIC 9(2)      VALUE 0.
       77  WS-QUOT      PIC 9(4)      VALUE 0.
       77  WS-REM-4     PIC 9(3)      VALUE 0.
       77  WS-REM-100   PIC 9(3)      VALUE 0.
       77  WS-REM-400   PIC 9(3)      VALUE 0.
       77  WS-FIRST-DATE PIC 9(8)     VALUE 0.
       77  WS-LIST-EOF  PIC 9         VALUE 0.
       77  WS-LIST-CNT  PIC 9(5)      VALUE 0.
       77  WS-NEXT-SEQ  PIC 9(3)      VALUE 0.
      * Largest single transfer, the same per-item limit BANK posts.
       77  MAX-TXN-AMT  PIC 9(4)V99   VALUE 9000.00.
       01  MONTH-DAYS-G.
           05  FILLER       PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-DAYS-T REDEFINES MONTH-DAYS-G.
           05  MONTH-DAYS   PIC 9(2) OCCURS 12 TIMES.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  WS-DISPLAY-AMT   PIC $$,$$$,$$9.99.
       01  WS-STATUS-DESC   PIC X(9)   VALUE SPACES.
       01  WS-FREQ-DESC     PIC X(14)  VALUE SPACES.
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
           OPEN I-O STANDORD-FILE.
           IF WS-STANDORD-STATUS NOT = "00"
               OPEN OUTPUT STANDORD-FILE
               CLOSE STANDORD-FILE
               OPEN I-O STANDORD-FILE.
           DISPLAY "STANDING-ORDER TRANSFER MAINTENANCE".
           PERFORM 100-ONE-ACTION THRU E-100-ONE-ACTION
               UNTIL WS-ACTION = "X".
           CLOSE STANDORD-FILE BEGBAL-FILE.
           STOP RUN.
      * Accepts and routes one action.  Setting up or cancelling
      * an order needs update authority; a denial is logged.
       100-ONE-ACTION.
           DISPLAY "ACTION - L LIST, A ADD ORDER, C CANCEL ORDER, "
               "X EXIT: " WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           IF WS-ACTION = "l" MOVE "L" TO WS-ACTION.
           IF WS-ACTION = "a" MOVE "A" TO WS-ACTION.
           IF WS-ACTION = "c" MOVE "C" TO WS-ACTION.
           IF WS-ACTION = "x" MOVE "X" TO WS-ACTION.
           IF (WS-ACTION = "A" OR WS-ACTION = "C")
               AND WS-AUTH-LEVEL < 2
               DISPLAY "UPDATE AUTHORITY REQUIRED"
               MOVE "STANDING ORDER DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               GO TO E-100-ONE-ACTION.
           IF WS-ACTION = "L"
               PERFORM 200-LIST-ORDERS THRU E-200-LIST-ORDERS
           ELSE
           IF WS-ACTION = "A"
               PERFORM 300-ADD-ORDER THRU E-300-ADD-ORDER
           ELSE
           IF WS-ACTION = "C"
               PERFORM 400-CANCEL-ORDER THRU E-400-CANCEL-ORDER
           ELSE
           IF WS-ACTION NOT = "X"
               DISPLAY "INVALID ACTION".
       E-100-ONE-ACTION.
       EXIT.
      * Keys an account number and checks it is on the master.
       150-GET-ACCT.
           MOVE "N" TO WS-VALID-SW.
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
      * Lists every standing order drawn on one account, active,
      * ended, or cancelled.
       200-LIST-ORDERS.
           DISPLAY "FROM ACCOUNT NUMBER: " WITH NO ADVANCING.
           PERFORM 150-GET-ACCT THRU E-150-GET-ACCT.
           IF NOT WS-ENTRY-VALID
               GO TO E-200-LIST-ORDERS.
           MOVE "VIEW ORDER LIST" TO WS-ACT-FUNCTION.
           MOVE WS-ACCT-IN TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           MOVE 0 TO WS-LIST-EOF.
           MOVE 0 TO WS-LIST-CNT.
           MOVE WS-ACCT-IN TO SO-FROM-ACCT.
           MOVE 0 TO SO-SEQ.
           START STANDORD-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY MOVE 1 TO WS-LIST-EOF
           END-START.
           PERFORM 210-LIST-ONE THRU E-210-LIST-ONE
               UNTIL WS-LIST-EOF = 1.
           DISPLAY WS-LIST-CNT " STANDING ORDER(S) ON ACCOUNT "
               WS-ACCT-IN.
       E-200-LIST-ORDERS.
       EXIT.
       210-LIST-ONE.
           READ STANDORD-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LIST-EOF
                   GO TO E-210-LIST-ONE
           END-READ.
           IF SO-FROM-ACCT NOT = WS-ACCT-IN
               MOVE 1 TO WS-LIST-EOF
               GO TO E-210-LIST-ONE.
           ADD 1 TO WS-LIST-CNT.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           MOVE SO-AMOUNT TO WS-DISPLAY-AMT.
           DISPLAY "ORDER " SO-SEQ "  TO " SO-TO-ACCT "  "
               WS-DISPLAY-AMT "  " WS-FREQ-DESC "  " WS-STATUS-DESC.
           IF SO-IS-ACTIVE
               DISPLAY "         NEXT " SO-NEXT-RUN "  ENDS "
                   SO-END-DATE "  POSTED " SO-RUN-CNT
                   "  SKIPPED " SO-SKIP-CNT
           ELSE
               DISPLAY "         LAST " SO-LAST-RUN "  POSTED "
                   SO-RUN-CNT "  SKIPPED " SO-SKIP-CNT.
           DISPLAY "         " SO-MEMO "  SET UP " SO-PLACED-DATE
               " BY " SO-PLACED-OPER.
       E-210-LIST-ONE.
       EXIT.
      * Keys and sets up one standing order.  Nothing is written
      * until every field passes and the operator confirms.
       300-ADD-ORDER.
           DISPLAY "FROM ACCOUNT NUMBER: " WITH NO ADVANCING.
           PERFORM 150-GET-ACCT THRU E-150-GET-ACCT.
           IF NOT WS-ENTRY-VALID
               GO TO E-300-ADD-ORDER.
      * A CD withdrawal draws the early-withdrawal penalty, so a CD
      * cannot fund a standing order.
           IF BB-KODE = "D"
               DISPLAY "A CD CANNOT FUND A STANDING ORDER"
               GO TO E-300-ADD-ORDER.
           MOVE WS-ACCT-IN TO WS-TO-ACCT.
           MOVE SPACES TO STANDORD-REC.
           MOVE WS-ACCT-IN TO SO-FROM-ACCT.
           PERFORM 350-NEXT-SEQ THRU E-350-NEXT-SEQ.
           IF WS-NEXT-SEQ > 99
               DISPLAY "ACCOUNT ALREADY HAS 99 STANDING ORDERS"
               GO TO E-300-ADD-ORDER.
           MOVE WS-TO-ACCT TO SO-FROM-ACCT.
           MOVE WS-NEXT-SEQ TO SO-SEQ.
           DISPLAY "TO ACCOUNT NUMBER: " WITH NO ADVANCING.
           PERFORM 150-GET-ACCT THRU E-150-GET-ACCT.
           IF NOT WS-ENTRY-VALID
               GO TO E-300-ADD-ORDER.
           IF WS-ACCT-IN = SO-FROM-ACCT
               DISPLAY "TO ACCOUNT IS THE FROM ACCOUNT"
               GO TO E-300-ADD-ORDER.
           MOVE WS-ACCT-IN TO SO-TO-ACCT.
           DISPLAY "AMOUNT: " WITH NO ADVANCING.
           MOVE SPACES TO WS-AMOUNT-IN.
           ACCEPT WS-AMOUNT-IN.
           PERFORM 510-EDIT-AMOUNT THRU E-510-EDIT-AMOUNT.
           IF NOT WS-ENTRY-VALID
               DISPLAY "NON-NUMERIC OR ZERO AMOUNT"
               GO TO E-300-ADD-ORDER.
           IF WS-AMOUNT-NUM > MAX-TXN-AMT
               DISPLAY "AMOUNT OVER THE PER-ITEM LIMIT"
               GO TO E-300-ADD-ORDER.
           MOVE WS-AMOUNT-NUM TO SO-AMOUNT.
           DISPLAY "FREQUENCY - W WEEKLY, B EVERY TWO WEEKS, "
               "S TWICE A MONTH, M MONTHLY, Q QUARTERLY: "
               WITH NO ADVANCING.
           ACCEPT SO-FREQ.
           IF SO-FREQ = "w" MOVE "W" TO SO-FREQ.
           IF SO-FREQ = "b" MOVE "B" TO SO-FREQ.
           IF SO-FREQ = "s" MOVE "S" TO SO-FREQ.
           IF SO-FREQ = "m" MOVE "M" TO SO-FREQ.
           IF SO-FREQ = "q" MOVE "Q" TO SO-FREQ.
           IF NOT SO-FREQ-VALID
               DISPLAY "INVALID FREQUENCY"
               GO TO E-300-ADD-ORDER.
           DISPLAY "FIRST TRANSFER DATE (YYYYMMDD): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           PERFORM 540-EDIT-DATE THRU E-540-EDIT-DATE.
           IF WS-DATE-OK NOT = "Y"
               DISPLAY "INVALID DATE"
               GO TO E-300-ADD-ORDER.
           IF WS-DATE-NUM < WS-CURRENT-DATE-NUM
               DISPLAY "FIRST TRANSFER DATE IS IN THE PAST"
               GO TO E-300-ADD-ORDER.
           MOVE WS-DATE-NUM TO WS-FIRST-DATE.
           MOVE WS-DATE-DD TO SO-DAY-1.
           MOVE 0 TO SO-DAY-2.
           IF SO-IS-SEMIMONTHLY
               DISPLAY "SECOND DAY OF THE MONTH (01-31): "
                   WITH NO ADVANCING
               MOVE SPACES TO WS-DAY-IN
               ACCEPT WS-DAY-IN
               IF WS-DAY-IN NOT NUMERIC
                   DISPLAY "KEY THE DAY AS TWO DIGITS"
                   GO TO E-300-ADD-ORDER
               END-IF
               MOVE WS-DAY-IN TO SO-DAY-2
               IF SO-DAY-2 < 1 OR SO-DAY-2 > 31
                   OR SO-DAY-2 = SO-DAY-1
                   DISPLAY "INVALID SECOND DAY"
                   GO TO E-300-ADD-ORDER
               END-IF
           END-IF.
           DISPLAY "LAST TRANSFER DATE (YYYYMMDD, BLANK = NONE): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           MOVE 0 TO SO-END-DATE.
           IF WS-DATE-IN NOT = SPACES
               PERFORM 540-EDIT-DATE THRU E-540-EDIT-DATE
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY "INVALID DATE"
                   GO TO E-300-ADD-ORDER
               END-IF
               IF WS-DATE-NUM < WS-FIRST-DATE
                   DISPLAY "LAST TRANSFER IS BEFORE THE FIRST"
                   GO TO E-300-ADD-ORDER
               END-IF
               MOVE WS-DATE-NUM TO SO-END-DATE
           END-IF.
           DISPLAY "MEMO: " WITH NO ADVANCING.
           ACCEPT SO-MEMO.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           MOVE SO-AMOUNT TO WS-DISPLAY-AMT.
           DISPLAY "ORDER " SO-FROM-ACCT "-" SO-SEQ " TO " SO-TO-ACCT
               " " WS-DISPLAY-AMT " " WS-FREQ-DESC " FROM "
               WS-FIRST-DATE.
           DISPLAY "SET UP THIS ORDER (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "ORDER NOT SET UP"
               GO TO E-300-ADD-ORDER.
           MOVE WS-FIRST-DATE TO SO-START-DATE.
           MOVE WS-FIRST-DATE TO SO-NEXT-SCHED.
           MOVE WS-FIRST-DATE TO SO-NEXT-RUN.
           MOVE "A" TO SO-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO SO-PLACED-DATE.
           MOVE WS-OPER-ID TO SO-PLACED-OPER.
           MOVE 0 TO SO-CANC-DATE.
           MOVE SPACES TO SO-CANC-OPER.
           MOVE 0 TO SO-LAST-RUN.
           MOVE SPACE TO SO-LAST-RESULT.
           MOVE 0 TO SO-RUN-CNT.
           MOVE 0 TO SO-SKIP-CNT.
           WRITE STANDORD-REC
               INVALID KEY
                   DISPLAY "WRITE FAILED - STATUS " WS-STANDORD-STATUS
                   GO TO E-300-ADD-ORDER
           END-WRITE.
           DISPLAY "ORDER SET UP".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "STANDING ORDER ADD " SO-FROM-ACCT " " SO-SEQ
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "ADD STANDING ORDER" TO WS-ACT-FUNCTION.
           MOVE SO-KEY TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-300-ADD-ORDER.
       EXIT.
      * Finds the next free order number on the from account.
       350-NEXT-SEQ.
           MOVE 1 TO WS-NEXT-SEQ.
           MOVE 0 TO WS-LIST-EOF.
           MOVE 0 TO SO-SEQ.
           START STANDORD-FILE KEY IS NOT LESS THAN SO-KEY
               INVALID KEY MOVE 1 TO WS-LIST-EOF
           END-START.
           PERFORM 355-SEQ-ONE THRU E-355-SEQ-ONE
               UNTIL WS-LIST-EOF = 1.
       E-350-NEXT-SEQ.
       EXIT.
       355-SEQ-ONE.
           READ STANDORD-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LIST-EOF
                   GO TO E-355-SEQ-ONE
           END-READ.
           IF SO-FROM-ACCT NOT = WS-TO-ACCT
               MOVE 1 TO WS-LIST-EOF
               GO TO E-355-SEQ-ONE.
           COMPUTE WS-NEXT-SEQ = SO-SEQ + 1.
       E-355-SEQ-ONE.
       EXIT.
      * Cancels an active order at the customer's request.  The
      * order stays on file, marked cancelled, for the record.
       400-CANCEL-ORDER.
           DISPLAY "FROM ACCOUNT NUMBER: " WITH NO ADVANCING.
           PERFORM 150-GET-ACCT THRU E-150-GET-ACCT.
           IF NOT WS-ENTRY-VALID
               GO TO E-400-CANCEL-ORDER.
           DISPLAY "ORDER NUMBER (2 DIGITS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-SEQ-IN.
           ACCEPT WS-SEQ-IN.
           IF WS-SEQ-IN NOT NUMERIC
               DISPLAY "KEY THE ORDER NUMBER AS TWO DIGITS"
               GO TO E-400-CANCEL-ORDER.
           MOVE WS-ACCT-IN TO SO-FROM-ACCT.
           MOVE WS-SEQ-IN TO SO-SEQ.
           READ STANDORD-FILE
               INVALID KEY
                   DISPLAY "NO SUCH STANDING ORDER"
                   GO TO E-400-CANCEL-ORDER
           END-READ.
           IF NOT SO-IS-ACTIVE
               DISPLAY "ORDER NOT ACTIVE - NOT CHANGED"
               GO TO E-400-CANCEL-ORDER.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           MOVE SO-AMOUNT TO WS-DISPLAY-AMT.
           DISPLAY "ORDER " SO-FROM-ACCT "-" SO-SEQ " TO " SO-TO-ACCT
               " " WS-DISPLAY-AMT " " WS-FREQ-DESC " NEXT "
               SO-NEXT-RUN.
           DISPLAY "CANCEL THIS ORDER (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "ORDER NOT CANCELLED"
               GO TO E-400-CANCEL-ORDER.
           MOVE "C" TO SO-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO SO-CANC-DATE.
           MOVE WS-OPER-ID TO SO-CANC-OPER.
           REWRITE STANDORD-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS "
                       WS-STANDORD-STATUS
                   GO TO E-400-CANCEL-ORDER
           END-REWRITE.
           DISPLAY "ORDER CANCELLED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "STANDING ORDER CANCEL " SO-FROM-ACCT " " SO-SEQ
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "CANCEL STANDING ORD" TO WS-ACT-FUNCTION.
           MOVE SO-KEY TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-400-CANCEL-ORDER.
       EXIT.
      * Describes the order's frequency and standing.
       500-DESCRIBE.
           IF SO-IS-WEEKLY
               MOVE "WEEKLY" TO WS-FREQ-DESC
           ELSE
           IF SO-IS-BIWEEKLY
               MOVE "EVERY 2 WEEKS" TO WS-FREQ-DESC
           ELSE
           IF SO-IS-SEMIMONTHLY
               MOVE "DAYS" TO WS-FREQ-DESC
               MOVE SO-DAY-1 TO WS-FREQ-DESC(6:2)
               MOVE "/" TO WS-FREQ-DESC(8:1)
               MOVE SO-DAY-2 TO WS-FREQ-DESC(9:2)
           ELSE
           IF SO-IS-MONTHLY
               MOVE "MONTHLY" TO WS-FREQ-DESC
           ELSE
               MOVE "QUARTERLY" TO WS-FREQ-DESC.
           IF SO-IS-CANCELLED
               MOVE "CANCELLED" TO WS-STATUS-DESC
           ELSE
           IF SO-IS-ENDED
               MOVE "ENDED" TO WS-STATUS-DESC
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
      * Edits the date sitting in WS-DATE-IN: all digits with a
      * real month and a day that month has.
       540-EDIT-DATE.
           MOVE "N" TO WS-DATE-OK.
           IF WS-DATE-IN NOT NUMERIC
               GO TO E-540-EDIT-DATE.
           MOVE WS-DATE-IN TO WS-DATE-NUM.
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
               GO TO E-540-EDIT-DATE.
           MOVE MONTH-DAYS(WS-DATE-MM) TO WS-LAST-DAY.
           IF WS-DATE-MM = 2
               DIVIDE WS-DATE-YYYY BY 4 GIVING WS-QUOT
                   REMAINDER WS-REM-4
               DIVIDE WS-DATE-YYYY BY 100 GIVING WS-QUOT
                   REMAINDER WS-REM-100
               DIVIDE WS-DATE-YYYY BY 400 GIVING WS-QUOT
                   REMAINDER WS-REM-400
               IF WS-REM-4 = 0
                   AND (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
                   MOVE 29 TO WS-LAST-DAY
               END-IF
           END-IF.
           IF WS-DATE-DD < 1 OR WS-DATE-DD > WS-LAST-DAY
               GO TO E-540-EDIT-DATE.
           MOVE "Y" TO WS-DATE-OK.
       E-540-EDIT-DATE.
       EXIT.
       END PROGRAM STANDMNT.

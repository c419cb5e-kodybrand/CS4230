      ***********************************************************
      * INSTALLMENT LOAN BOOKING AND INQUIRY
      * KODY BRAND
      * This program is the loan officer's screen onto the LOANMAST
      * installment loan master.  A signed-on operator with update
      * authority books a new loan: the principal, annual rate,
      * term in months, and first due date are keyed and edited,
      * the level monthly payment is computed from the standard
      * amortization formula and shown for confirmation, and the
      * loan is written active with interest running from the
      * booking date.  Any signed-on operator can display a loan.
      * Every booking is stamped to the access-audit log with the
      * operator's ID; denials go to the same log.  Payments post
      * nightly through BANK (TXN-CODE "L"); LOANAMRT prints the
      * amortization schedule for each loan booked that day.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  INQUIRIES AND BOOKINGS STAMPED TO THE
      *                 OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMNT.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT LOANMAST-FILE ASSIGN TO UT-S-LOANMAST
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS LN-LOAN
                FILE STATUS IS WS-LOANMAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOANMAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 152 CHARACTERS.
       COPY "LOANREC.CPY".
       WORKING-STORAGE SECTION.
       77  UT-S-LOANMAST PIC X(50) VALUE 'C:\CS4230\LOANMAST.DAT'.
       77  WS-LOANMAST-STATUS PIC XX  VALUE SPACES.
       77  WS-ACTION    PIC X         VALUE SPACE.
       77  WS-CONFIRM   PIC X         VALUE SPACE.
       77  WS-OPER-ID   PIC X(3)      VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9        VALUE 0.
       77  WS-SIGNON-OK PIC X         VALUE "N".
       77  WS-VIOL-FUNCTION PIC X(30) VALUE SPACES.
       77  WS-ACT-PROGRAM   PIC X(8)  VALUE "LOANMNT".
       77  WS-ACT-FUNCTION  PIC X(20) VALUE SPACES.
       77  WS-ACT-KEY       PIC X(20) VALUE SPACES.
       77  WS-ACT-OWNER     PIC X(3)  VALUE SPACES.
       77  WS-VALID-SW  PIC X         VALUE "Y".
           88  WS-ENTRY-VALID         VALUE "Y".
       77  WS-LOAN-IN   PIC X(5)      VALUE SPACES.
       77  WS-TERM-IN   PIC X(3)      VALUE SPACES.
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
      * Longest term and highest annual rate a booking may carry.
       77  LOAN-MAX-TERM PIC 9(3)     VALUE 360.
       77  LOAN-MAX-RATE PIC 9V9999   VALUE .3600.
      * Payment work fields: the monthly rate and the compounding
      * factor carry nine places so the rounded payment comes out
      * to the cent on a thirty-year term.
       77  WS-MRATE     PIC 9V9(9)    VALUE 0.
       77  WS-FACTOR    PIC 9(5)V9(9) VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  WS-DISPLAY-AMT   PIC $$,$$$,$$9.99.
       01  WS-DISPLAY-PMT   PIC $$,$$9.99.
       01  WS-DISPLAY-RATE  PIC Z9.99.
       PROCEDURE DIVISION.
      * Signs the operator on and takes actions until X.
       000-MAIN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN I-O LOANMAST-FILE.
           IF WS-LOANMAST-STATUS NOT = "00"
               OPEN OUTPUT LOANMAST-FILE
               CLOSE LOANMAST-FILE
               OPEN I-O LOANMAST-FILE.
           DISPLAY "INSTALLMENT LOAN BOOKING AND INQUIRY".
           PERFORM 100-ONE-ACTION THRU E-100-ONE-ACTION
               UNTIL WS-ACTION = "X".
           CLOSE LOANMAST-FILE.
           STOP RUN.
      * Accepts and routes one action.  Booking needs update
      * authority; a denial is logged.
       100-ONE-ACTION.
           DISPLAY "ACTION - B BOOK LOAN, D DISPLAY, X EXIT: "
               WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           IF WS-ACTION = "b" MOVE "B" TO WS-ACTION.
           IF WS-ACTION = "d" MOVE "D" TO WS-ACTION.
           IF WS-ACTION = "x" MOVE "X" TO WS-ACTION.
           IF WS-ACTION = "B" AND WS-AUTH-LEVEL < 2
               DISPLAY "UPDATE AUTHORITY REQUIRED"
               MOVE "LOAN BOOKING DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               GO TO E-100-ONE-ACTION.
           IF WS-ACTION = "B"
               PERFORM 200-BOOK-LOAN THRU E-200-BOOK-LOAN
           ELSE
           IF WS-ACTION = "D"
               PERFORM 300-DISPLAY-LOAN THRU E-300-DISPLAY-LOAN
           ELSE
           IF WS-ACTION NOT = "X"
               DISPLAY "INVALID ACTION".
       E-100-ONE-ACTION.
       EXIT.
      * Keys, edits, prices, and writes one new loan.  Nothing is
      * written until every field passes and the officer confirms
      * the computed payment.
       200-BOOK-LOAN.
           MOVE SPACES TO LOANMAST-REC.
           DISPLAY "LOAN NUMBER (5 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-LOAN-IN.
           IF WS-LOAN-IN NOT NUMERIC
               DISPLAY "NON-NUMERIC LOAN NUMBER"
               GO TO E-200-BOOK-LOAN.
           MOVE WS-LOAN-IN TO LN-LOAN.
           READ LOANMAST-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "LOAN NUMBER ALREADY ON MASTER"
                   GO TO E-200-BOOK-LOAN
           END-READ.
           MOVE SPACES TO LOANMAST-REC.
           MOVE WS-LOAN-IN TO LN-LOAN.
           DISPLAY "BORROWER NAME: " WITH NO ADVANCING.
           ACCEPT LN-NAME.
           IF LN-NAME = SPACES
               DISPLAY "BORROWER NAME IS REQUIRED"
               GO TO E-200-BOOK-LOAN.
           DISPLAY "CUSTOMER NUMBER (BLANK = NONE): "
               WITH NO ADVANCING.
           ACCEPT LN-CUST-NO.
           DISPLAY "BRANCH CODE: " WITH NO ADVANCING.
           ACCEPT LN-BRANCH.
           DISPLAY "PRINCIPAL (9999999.99, NO COMMAS): "
               WITH NO ADVANCING.
           PERFORM 500-ACCEPT-AMOUNT THRU E-500-ACCEPT-AMOUNT.
           IF NOT WS-ENTRY-VALID
               DISPLAY "NON-NUMERIC OR ZERO PRINCIPAL"
               GO TO E-200-BOOK-LOAN.
           MOVE WS-AMOUNT-NUM TO LN-ORIG-PRIN.
           MOVE WS-AMOUNT-NUM TO LN-PRIN-BAL.
           DISPLAY "ANNUAL RATE PERCENT (E.G. 7.25): "
               WITH NO ADVANCING.
           PERFORM 500-ACCEPT-AMOUNT THRU E-500-ACCEPT-AMOUNT.
           IF NOT WS-ENTRY-VALID
               DISPLAY "NON-NUMERIC OR ZERO RATE"
               GO TO E-200-BOOK-LOAN.
           COMPUTE LN-RATE = WS-AMOUNT-NUM / 100
               ON SIZE ERROR
                   DISPLAY "RATE OUT OF RANGE"
                   GO TO E-200-BOOK-LOAN
           END-COMPUTE.
           IF LN-RATE > LOAN-MAX-RATE
               DISPLAY "RATE OUT OF RANGE"
               GO TO E-200-BOOK-LOAN.
           DISPLAY "TERM IN MONTHS: " WITH NO ADVANCING.
           ACCEPT WS-TERM-IN.
           IF WS-TERM-IN NOT NUMERIC
               DISPLAY "NON-NUMERIC TERM (KEY ALL THREE DIGITS)"
               GO TO E-200-BOOK-LOAN.
           MOVE WS-TERM-IN TO LN-TERM.
           IF LN-TERM = 0 OR LN-TERM > LOAN-MAX-TERM
               DISPLAY "TERM OUT OF RANGE"
               GO TO E-200-BOOK-LOAN.
           DISPLAY "FIRST DUE DATE YYYYMMDD (DAY 01-28): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           PERFORM 540-EDIT-DATE THRU E-540-EDIT-DATE.
           IF WS-DATE-OK NOT = "Y"
               DISPLAY "INVALID FIRST DUE DATE"
               GO TO E-200-BOOK-LOAN.
           IF WS-DATE-DD > 28
               DISPLAY "DUE DAY MUST BE 01-28"
               GO TO E-200-BOOK-LOAN.
           IF WS-DATE-NUM NOT > WS-CURRENT-DATE-NUM
               DISPLAY "FIRST DUE DATE MUST BE AFTER TODAY"
               GO TO E-200-BOOK-LOAN.
           MOVE WS-DATE-NUM TO LN-FIRST-DUE.
           MOVE WS-DATE-NUM TO LN-NEXT-DUE.
           PERFORM 250-COMPUTE-PAYMENT THRU E-250-COMPUTE-PAYMENT.
           IF NOT WS-ENTRY-VALID
               DISPLAY "PAYMENT OUT OF RANGE - CHECK TERMS"
               GO TO E-200-BOOK-LOAN.
           MOVE LN-ORIG-PRIN TO WS-DISPLAY-AMT.
           MOVE LN-PMT-AMT TO WS-DISPLAY-PMT.
           DISPLAY "PRINCIPAL " WS-DISPLAY-AMT "  TERM " LN-TERM
               "  MONTHLY PAYMENT " WS-DISPLAY-PMT.
           DISPLAY "BOOK THIS LOAN (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "LOAN NOT BOOKED"
               GO TO E-200-BOOK-LOAN.
           MOVE "A" TO LN-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO LN-ORIG-DATE.
           MOVE WS-CURRENT-DATE-NUM TO LN-PAID-TO.
           MOVE 0 TO LN-INT-UNPAID.
           MOVE 0 TO LN-UNAPPLIED.
           MOVE 0 TO LN-FEES-DUE.
           MOVE 0 TO LN-LATE-DUE.
           MOVE 0 TO LN-INT-YTD.
           MOVE 0 TO LN-LAST-PMT-DATE.
           MOVE 0 TO LN-LAST-PMT-SEQ.
           WRITE LOANMAST-REC
               INVALID KEY
                   DISPLAY "LOAN NUMBER ALREADY ON MASTER"
                   GO TO E-200-BOOK-LOAN
           END-WRITE.
           DISPLAY "LOAN " LN-LOAN " BOOKED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "LOAN BOOKED " LN-LOAN
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "ADD LOAN" TO WS-ACT-FUNCTION.
           MOVE LN-LOAN TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-200-BOOK-LOAN.
       EXIT.
      * Computes the level monthly payment that retires the
      * principal over the term:  P x r x (1+r)**n / ((1+r)**n - 1)
      * with r the monthly rate.  The last installment absorbs the
      * rounding, which the payment posting handles by paying the
      * loan off and refunding any excess.
       250-COMPUTE-PAYMENT.
           MOVE "Y" TO WS-VALID-SW.
           COMPUTE WS-MRATE ROUNDED = LN-RATE / 12.
           COMPUTE WS-FACTOR ROUNDED = (1 + WS-MRATE) ** LN-TERM
               ON SIZE ERROR
                   MOVE "N" TO WS-VALID-SW
                   GO TO E-250-COMPUTE-PAYMENT
           END-COMPUTE.
           COMPUTE LN-PMT-AMT ROUNDED =
               LN-ORIG-PRIN * WS-MRATE * WS-FACTOR
               / (WS-FACTOR - 1)
               ON SIZE ERROR
                   MOVE "N" TO WS-VALID-SW
           END-COMPUTE.
       E-250-COMPUTE-PAYMENT.
       EXIT.
      * Displays one loan from the master.
       300-DISPLAY-LOAN.
           DISPLAY "LOAN NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-LOAN-IN.
           MOVE WS-LOAN-IN TO LN-LOAN.
           READ LOANMAST-FILE
               INVALID KEY
                   DISPLAY "LOAN NOT ON MASTER"
                   GO TO E-300-DISPLAY-LOAN
           END-READ.
           MOVE "VIEW LOAN" TO WS-ACT-FUNCTION.
           MOVE LN-LOAN TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           DISPLAY "LOAN " LN-LOAN "  " LN-NAME "  CUSTOMER "
               LN-CUST-NO "  BRANCH " LN-BRANCH "  STATUS "
               LN-STATUS.
           MOVE LN-ORIG-PRIN TO WS-DISPLAY-AMT.
           COMPUTE WS-DISPLAY-RATE = LN-RATE * 100.
           DISPLAY "BOOKED " LN-ORIG-DATE "  ORIGINAL "
               WS-DISPLAY-AMT "  RATE " WS-DISPLAY-RATE
               "%  TERM " LN-TERM.
           MOVE LN-PRIN-BAL TO WS-DISPLAY-AMT.
           MOVE LN-PMT-AMT TO WS-DISPLAY-PMT.
           DISPLAY "PRINCIPAL BALANCE " WS-DISPLAY-AMT
               "  PAYMENT " WS-DISPLAY-PMT.
           DISPLAY "NEXT DUE " LN-NEXT-DUE "  INTEREST PAID TO "
               LN-PAID-TO "  LAST PAYMENT " LN-LAST-PMT-DATE.
           MOVE LN-FEES-DUE TO WS-DISPLAY-PMT.
           DISPLAY "LATE FEES DUE " WS-DISPLAY-PMT.
       E-300-DISPLAY-LOAN.
       EXIT.
      * Accepts an amount into WS-AMOUNT-NUM, flagging bad entries.
       500-ACCEPT-AMOUNT.
           ACCEPT WS-AMOUNT-IN.
           PERFORM 510-EDIT-AMOUNT THRU E-510-EDIT-AMOUNT.
       E-500-ACCEPT-AMOUNT.
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
      * sane month and day.
       540-EDIT-DATE.
           MOVE "N" TO WS-DATE-OK.
           IF WS-DATE-IN NOT NUMERIC
               GO TO E-540-EDIT-DATE.
           MOVE WS-DATE-IN TO WS-DATE-NUM.
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
               GO TO E-540-EDIT-DATE.
           IF WS-DATE-DD < 1 OR WS-DATE-DD > 31
               GO TO E-540-EDIT-DATE.
           MOVE "Y" TO WS-DATE-OK.
       E-540-EDIT-DATE.
       EXIT.
       END PROGRAM LOANMNT.

      ***********************************************************
      * CD TERMS AND MATURITY INSTRUCTIONS
      * KODY BRAND
      * This program is the branch's screen onto the CD terms the
      * BEGBAL master carries for each CD/IRA (KODE "D") account.
      * Any signed-on operator can display a CD's term, issue and
      * maturity dates, rate, and standing maturity instruction.
      * An operator with update authority can set the term the
      * customer bought (the maturity date is computed from the
      * issue date) and the instruction CDMATUR follows at
      * maturity: renew for the same term, or pay out to another
      * account on the master.  Every change is stamped to the
      * access-audit log with the operator's ID; denials go to the
      * same log.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CARRY THE ACCRUED-INTEREST BALANCE AND
      *                 LAST ACCRUAL DATE ON BEGBAL-REC.
      * 2026-10-15  KB  CARRY THE OVERDRAFT AMOUNT, OVERDRAWN-
      *                 SINCE DATE, AND NOTICE FLAG ON BEGBAL-REC.
      * 2026-10-15  KB  INQUIRIES AND CD UPDATES STAMPED TO THE
      *                 OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMAINT.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BEGBAL-FILE ASSIGN TO UT-S-BEGBAL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS BB-ACCT
                FILE STATUS IS WS-BEGBAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  WS-BEGBAL-STATUS PIC XX    VALUE SPACES.
       77  WS-ACTION    PIC X         VALUE SPACE.
       77  WS-CONFIRM   PIC X         VALUE SPACE.
       77  WS-OPER-ID   PIC X(3)      VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9        VALUE 0.
       77  WS-SIGNON-OK PIC X         VALUE "N".
       77  WS-VIOL-FUNCTION PIC X(30) VALUE SPACES.
       77  WS-ACT-PROGRAM   PIC X(8)  VALUE "CDMAINT".
       77  WS-ACT-FUNCTION  PIC X(20) VALUE SPACES.
       77  WS-ACT-KEY       PIC X(20) VALUE SPACES.
       77  WS-ACT-OWNER     PIC X(3)  VALUE SPACES.
       77  WS-VALID-SW  PIC X         VALUE "Y".
           88  WS-ENTRY-VALID         VALUE "Y".
       77  WS-ACCT-IN   PIC X(5)      VALUE SPACES.
       77  WS-PAY-IN    PIC X(5)      VALUE SPACES.
       77  WS-INSTR-IN  PIC X         VALUE SPACE.
       77  WS-TERM-IN   PIC X(3)      VALUE SPACES.
       77  WS-NEW-TERM  PIC 9(3)      VALUE 0.
       77  WS-NEW-ISSUE PIC 9(8)      VALUE 0.
       77  WS-NEW-RATE  PIC 9V9999    VALUE 0.
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
      * Longest term and highest annual rate a CD may carry.
       77  CD-MAX-TERM  PIC 9(3)      VALUE 120.
       77  CD-MAX-RATE  PIC 9V9999    VALUE .2000.
       01  WS-CD-DATE-G.
           05  WS-CD-YYYY   PIC 9(4)    VALUE 0.
           05  WS-CD-MM     PIC 9(2)    VALUE 0.
           05  WS-CD-DD     PIC 9(2)    VALUE 0.
       01  WS-CD-DATE REDEFINES WS-CD-DATE-G PIC 9(8).
       77  WS-CD-MONTHS PIC 9(3)        VALUE 0.
       77  WS-CD-MM-TOTAL PIC 9(4)      VALUE 0.
       77  WS-CD-YRS    PIC 9(3)        VALUE 0.
       77  WS-CD-MM-REM PIC 9(2)        VALUE 0.
       77  WS-CD-LAST-DAY PIC 9(2)      VALUE 0.
       77  WS-CD-QUOT   PIC 9(4)        VALUE 0.
       77  WS-CD-REM-4  PIC 9(3)        VALUE 0.
       77  WS-CD-REM-100 PIC 9(3)       VALUE 0.
       77  WS-CD-REM-400 PIC 9(3)       VALUE 0.
       01  CD-MONTH-DAYS-G.
           05  FILLER       PIC X(24)
               VALUE "312831303130313130313031".
       01  CD-MONTH-DAYS-T REDEFINES CD-MONTH-DAYS-G.
           05  CD-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  WS-DISPLAY-AMT   PIC $$,$$$,$$9.99.
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
           OPEN I-O BEGBAL-FILE.
           IF WS-BEGBAL-STATUS NOT = "00"
               DISPLAY "BEGBAL MASTER NOT AVAILABLE - STATUS "
                   WS-BEGBAL-STATUS
               STOP RUN.
           DISPLAY "CD TERMS AND MATURITY INSTRUCTIONS".
           PERFORM 100-ONE-ACTION THRU E-100-ONE-ACTION
               UNTIL WS-ACTION = "X".
           CLOSE BEGBAL-FILE.
           STOP RUN.
      * Accepts and routes one action.  Changes need update
      * authority; a denial is logged.
       100-ONE-ACTION.
           DISPLAY "ACTION - D DISPLAY, T SET TERM, I SET "
               "INSTRUCTION, X EXIT: " WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           IF WS-ACTION = "d" MOVE "D" TO WS-ACTION.
           IF WS-ACTION = "t" MOVE "T" TO WS-ACTION.
           IF WS-ACTION = "i" MOVE "I" TO WS-ACTION.
           IF WS-ACTION = "x" MOVE "X" TO WS-ACTION.
           IF (WS-ACTION = "T" OR WS-ACTION = "I")
               AND WS-AUTH-LEVEL < 2
               DISPLAY "UPDATE AUTHORITY REQUIRED"
               MOVE "CD TERMS CHANGE DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               GO TO E-100-ONE-ACTION.
           IF WS-ACTION = "D"
               PERFORM 200-DISPLAY-CD THRU E-200-DISPLAY-CD
           ELSE
           IF WS-ACTION = "T"
               PERFORM 300-SET-TERM THRU E-300-SET-TERM
           ELSE
           IF WS-ACTION = "I"
               PERFORM 400-SET-INSTR THRU E-400-SET-INSTR
           ELSE
           IF WS-ACTION NOT = "X"
               DISPLAY "INVALID ACTION".
       E-100-ONE-ACTION.
       EXIT.
      * Keys a CD account number and reads it from the master.
      * Anything but a KODE "D" account is refused.
       150-GET-CD.
           MOVE "N" TO WS-VALID-SW.
           DISPLAY "CD ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ACCT-IN.
           MOVE WS-ACCT-IN TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON MASTER"
                   GO TO E-150-GET-CD
           END-READ.
           IF BB-KODE NOT = "D"
               DISPLAY "ACCOUNT IS NOT A CD"
               GO TO E-150-GET-CD.
           MOVE "Y" TO WS-VALID-SW.
       E-150-GET-CD.
       EXIT.
      * Displays one CD's terms.
       200-DISPLAY-CD.
           PERFORM 150-GET-CD THRU E-150-GET-CD.
           IF NOT WS-ENTRY-VALID
               GO TO E-200-DISPLAY-CD.
           MOVE "VIEW CD" TO WS-ACT-FUNCTION.
           MOVE BB-ACCT TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           MOVE BB-BAL TO WS-DISPLAY-AMT.
           DISPLAY "CD " BB-ACCT "  BRANCH " BB-BRANCH
               "  BALANCE " WS-DISPLAY-AMT.
           IF BB-CD-TERM NOT NUMERIC OR BB-CD-TERM = 0
               DISPLAY "NO CD TERM ON MASTER"
               GO TO E-200-DISPLAY-CD.
           COMPUTE WS-DISPLAY-RATE = BB-CD-RATE * 100.
           DISPLAY "TERM " BB-CD-TERM " MONTHS  ISSUED "
               BB-CD-ISSUE "  RATE " WS-DISPLAY-RATE "%".
           IF BB-CD-MATURE = 0
               DISPLAY "PAID OUT AT MATURITY"
           ELSE
               DISPLAY "MATURES " BB-CD-MATURE
                   "  NOTICE SENT FOR " BB-CD-NOTICE
           END-IF.
           IF BB-CD-PAYOUT
               DISPLAY "AT MATURITY: PAY OUT TO ACCOUNT "
                   BB-CD-PAY-ACCT
           ELSE
               DISPLAY "AT MATURITY: RENEW FOR THE SAME TERM"
           END-IF.
           IF BB-CD-GRACE-END NUMERIC AND BB-CD-GRACE-END > 0
               DISPLAY "PENALTY-FREE GRACE THROUGH " BB-CD-GRACE-END.
       E-200-DISPLAY-CD.
       EXIT.
      * Sets the term the customer bought.  The issue date defaults
      * to the one on file (today for a CD with none) and the rate
      * to the one on file; the maturity date is computed, shown
      * for confirmation, and the notice stamp cleared so the new
      * maturity gets its own letter.
       300-SET-TERM.
           PERFORM 150-GET-CD THRU E-150-GET-CD.
           IF NOT WS-ENTRY-VALID
               GO TO E-300-SET-TERM.
           IF BB-CD-TERM NOT NUMERIC
               MOVE 0 TO BB-CD-TERM BB-CD-ISSUE BB-CD-MATURE
                   BB-CD-RATE BB-CD-NOTICE BB-CD-GRACE-END
               MOVE "R" TO BB-CD-INSTR
               MOVE SPACES TO BB-CD-PAY-ACCT.
           DISPLAY "TERM IN MONTHS (3 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-TERM-IN.
           IF WS-TERM-IN NOT NUMERIC
               DISPLAY "NON-NUMERIC TERM (KEY ALL THREE DIGITS)"
               GO TO E-300-SET-TERM.
           MOVE WS-TERM-IN TO WS-NEW-TERM.
           IF WS-NEW-TERM = 0 OR WS-NEW-TERM > CD-MAX-TERM
               DISPLAY "TERM OUT OF RANGE"
               GO TO E-300-SET-TERM.
           DISPLAY "ISSUE DATE YYYYMMDD (BLANK = ON FILE): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN = SPACES
               IF BB-CD-ISSUE > 0
                   MOVE BB-CD-ISSUE TO WS-NEW-ISSUE
               ELSE
                   MOVE WS-CURRENT-DATE-NUM TO WS-NEW-ISSUE
               END-IF
           ELSE
               PERFORM 540-EDIT-DATE THRU E-540-EDIT-DATE
               IF WS-DATE-OK NOT = "Y"
                   DISPLAY "INVALID ISSUE DATE"
                   GO TO E-300-SET-TERM
               END-IF
               IF WS-DATE-NUM > WS-CURRENT-DATE-NUM
                   DISPLAY "ISSUE DATE CANNOT BE IN THE FUTURE"
                   GO TO E-300-SET-TERM
               END-IF
               MOVE WS-DATE-NUM TO WS-NEW-ISSUE
           END-IF.
           DISPLAY "ANNUAL RATE PERCENT (BLANK = ON FILE): "
               WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN = SPACES
               MOVE BB-CD-RATE TO WS-NEW-RATE
           ELSE
               PERFORM 510-EDIT-AMOUNT THRU E-510-EDIT-AMOUNT
               IF NOT WS-ENTRY-VALID
                   DISPLAY "NON-NUMERIC OR ZERO RATE"
                   GO TO E-300-SET-TERM
               END-IF
               COMPUTE WS-NEW-RATE = WS-AMOUNT-NUM / 100
                   ON SIZE ERROR
                       DISPLAY "RATE OUT OF RANGE"
                       GO TO E-300-SET-TERM
               END-COMPUTE
           END-IF.
           IF WS-NEW-RATE = 0 OR WS-NEW-RATE > CD-MAX-RATE
               DISPLAY "RATE MISSING OR OUT OF RANGE"
               GO TO E-300-SET-TERM.
           MOVE WS-NEW-ISSUE TO WS-CD-DATE.
           MOVE WS-NEW-TERM TO WS-CD-MONTHS.
           PERFORM 600-ADD-MONTHS THRU E-600-ADD-MONTHS.
           IF WS-CD-DATE NOT > WS-CURRENT-DATE-NUM
               DISPLAY "TERM ENDS ON OR BEFORE TODAY"
               GO TO E-300-SET-TERM.
           COMPUTE WS-DISPLAY-RATE = WS-NEW-RATE * 100.
           DISPLAY "TERM " WS-NEW-TERM "  ISSUED " WS-NEW-ISSUE
               "  MATURES " WS-CD-DATE "  RATE " WS-DISPLAY-RATE "%".
           DISPLAY "SAVE THESE TERMS (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "TERMS NOT CHANGED"
               GO TO E-300-SET-TERM.
           MOVE WS-NEW-TERM TO BB-CD-TERM.
           MOVE WS-NEW-ISSUE TO BB-CD-ISSUE.
           MOVE WS-CD-DATE TO BB-CD-MATURE.
           MOVE WS-NEW-RATE TO BB-CD-RATE.
           MOVE 0 TO BB-CD-NOTICE.
           IF BB-CD-INSTR NOT = "P"
               MOVE "R" TO BB-CD-INSTR.
           REWRITE BEGBAL-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS " WS-BEGBAL-STATUS
                   GO TO E-300-SET-TERM
           END-REWRITE.
           DISPLAY "CD " BB-ACCT " TERMS SAVED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "CD TERMS SET " BB-ACCT
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "CHANGE CD TERMS" TO WS-ACT-FUNCTION.
           MOVE BB-ACCT TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-300-SET-TERM.
       EXIT.
      * Sets the maturity instruction: R renews for the same term,
      * P pays out to another account, which must be on the master
      * and must not itself be a CD.
       400-SET-INSTR.
           PERFORM 150-GET-CD THRU E-150-GET-CD.
           IF NOT WS-ENTRY-VALID
               GO TO E-400-SET-INSTR.
           IF BB-CD-TERM NOT NUMERIC OR BB-CD-TERM = 0
               DISPLAY "SET THE CD TERM FIRST"
               GO TO E-400-SET-INSTR.
           DISPLAY "AT MATURITY - R RENEW, P PAY OUT: "
               WITH NO ADVANCING.
           ACCEPT WS-INSTR-IN.
           IF WS-INSTR-IN = "r" MOVE "R" TO WS-INSTR-IN.
           IF WS-INSTR-IN = "p" MOVE "P" TO WS-INSTR-IN.
           IF WS-INSTR-IN NOT = "R" AND WS-INSTR-IN NOT = "P"
               DISPLAY "INVALID INSTRUCTION"
               GO TO E-400-SET-INSTR.
           MOVE SPACES TO WS-PAY-IN.
           IF WS-INSTR-IN = "P"
               DISPLAY "PAY OUT TO ACCOUNT: " WITH NO ADVANCING
               ACCEPT WS-PAY-IN
               PERFORM 450-CHECK-PAY-ACCT THRU E-450-CHECK-PAY-ACCT
               IF NOT WS-ENTRY-VALID
                   GO TO E-400-SET-INSTR
               END-IF
           END-IF.
           MOVE WS-INSTR-IN TO BB-CD-INSTR.
           MOVE WS-PAY-IN TO BB-CD-PAY-ACCT.
           REWRITE BEGBAL-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS " WS-BEGBAL-STATUS
                   GO TO E-400-SET-INSTR
           END-REWRITE.
           DISPLAY "CD " BB-ACCT " INSTRUCTION SAVED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "CD INSTR " WS-INSTR-IN " " BB-ACCT " " WS-PAY-IN
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "CHANGE CD INSTR" TO WS-ACT-FUNCTION.
           MOVE BB-ACCT TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-400-SET-INSTR.
       EXIT.
      * Checks the payout account on the master, then reads the CD
      * back so the record area is the CD again for the rewrite.
       450-CHECK-PAY-ACCT.
           MOVE "N" TO WS-VALID-SW.
           IF WS-PAY-IN = SPACES OR WS-PAY-IN = WS-ACCT-IN
               DISPLAY "PAYOUT ACCOUNT MUST BE ANOTHER ACCOUNT"
               GO TO E-450-CHECK-PAY-ACCT.
           MOVE WS-PAY-IN TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   DISPLAY "PAYOUT ACCOUNT NOT ON MASTER"
                   GO TO E-450-CHECK-PAY-ACCT
           END-READ.
           IF BB-KODE = "D"
               DISPLAY "PAYOUT ACCOUNT CANNOT BE A CD"
               GO TO E-450-CHECK-PAY-ACCT.
           MOVE WS-ACCT-IN TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   DISPLAY "CD NO LONGER ON MASTER"
                   GO TO E-450-CHECK-PAY-ACCT
           END-READ.
           MOVE "Y" TO WS-VALID-SW.
       E-450-CHECK-PAY-ACCT.
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
      * Adds WS-CD-MONTHS months to the date in WS-CD-DATE.  A day
      * past the end of the new month (a CD opened on the 31st)
      * falls back to the month's last day.
       600-ADD-MONTHS.
           COMPUTE WS-CD-MM-TOTAL = WS-CD-MM - 1 + WS-CD-MONTHS.
           DIVIDE WS-CD-MM-TOTAL BY 12 GIVING WS-CD-YRS
               REMAINDER WS-CD-MM-REM.
           ADD WS-CD-YRS TO WS-CD-YYYY.
           COMPUTE WS-CD-MM = WS-CD-MM-REM + 1.
           MOVE CD-MONTH-DAYS(WS-CD-MM) TO WS-CD-LAST-DAY.
           IF WS-CD-MM = 2
               DIVIDE WS-CD-YYYY BY 4 GIVING WS-CD-QUOT
                   REMAINDER WS-CD-REM-4
               DIVIDE WS-CD-YYYY BY 100 GIVING WS-CD-QUOT
                   REMAINDER WS-CD-REM-100
               DIVIDE WS-CD-YYYY BY 400 GIVING WS-CD-QUOT
                   REMAINDER WS-CD-REM-400
               IF WS-CD-REM-4 = 0
                   AND (WS-CD-REM-100 NOT = 0 OR WS-CD-REM-400 = 0)
                   MOVE 29 TO WS-CD-LAST-DAY
               END-IF
           END-IF.
           IF WS-CD-DD > WS-CD-LAST-DAY
               MOVE WS-CD-LAST-DAY TO WS-CD-DD.
       E-600-ADD-MONTHS.
       EXIT.
       END PROGRAM CDMAINT.

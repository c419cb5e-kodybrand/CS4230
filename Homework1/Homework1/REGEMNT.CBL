      ***********************************************************
      * ELECTRONIC-TRANSACTION DISPUTE (REG E) CLAIM MAINTENANCE
      * KODY BRAND
      * This program is the branch's screen onto the DISPUTE file
      * of Regulation E claims.  Any signed-on operator can list
      * the claims still pending or display one claim.  An
      * operator with update authority opens a claim when a
      * customer disputes an ATM or ACH debit: the claim is tied
      * to the transaction's BANKHIST record (account, date, and
      * sequence), which must be on file, so the channel and the
      * amount come from the posted history and not from the
      * customer's memory.  The claim is stamped with the date it
      * was received, the provisional-credit deadline ten
      * business days out on the BUSCAL calendar, and the
      * resolution deadline forty-five days out.  A supervisor
      * closes the claim in the customer's favor, which makes the
      * credit permanent, or denies it, which has the nightly
      * REGEAGE run reverse any provisional credit and send the
      * customer the notice.  Every claim opened or closed is
      * stamped to the access-audit log with the operator's ID;
      * denials go to the same log.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  INQUIRIES, OPENINGS AND CLOSINGS STAMPED
      *                 TO THE OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGEMNT.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT DISPUTE-FILE ASSIGN TO UT-S-DISPUTE
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS DP-CLAIM-NO
                FILE STATUS IS WS-DISPUTE-STATUS.
            SELECT BEGBAL-FILE ASSIGN TO UT-S-BEGBAL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS BB-ACCT
                FILE STATUS IS WS-BEGBAL-STATUS.
            SELECT BANKHIST-FILE ASSIGN TO UT-S-BANKHIST
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS BH-KEY
                FILE STATUS IS WS-BANKHIST-STATUS.
            SELECT OPTIONAL BUSCAL-FILE ASSIGN TO UT-S-BUSCAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 169 CHARACTERS.
       COPY "DISPUTE.CPY".
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
       FD  BANKHIST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
       01  BANKHIST-REC.
           05  BH-KEY.
               10  BH-ACCT      PIC X(5).
               10  BH-DATE      PIC 9(8).
               10  BH-SEQ       PIC 9(5).
           05  BH-CHANNEL   PIC X(4).
           05  BH-DEP       PIC 9(4)V99.
           05  BH-WTH       PIC 9(4)V99.
           05  BH-FEE       PIC 9(4)V99.
           05  BH-BALANCE   PIC S9(7)V99.
           05  BH-TELLER    PIC X(3).
           05  BH-CHECK-NO  PIC 9(6).
       FD  BUSCAL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BUSCAL-REC.
           05  CAL-DATE            PIC 9(8).
           05  CAL-BUSINESS-DAY    PIC X.
               88  CAL-IS-BUSINESS-DAY     VALUE "Y".
           05  CAL-MONTH-END       PIC X.
       WORKING-STORAGE SECTION.
       77  UT-S-DISPUTE PIC X(50) VALUE 'C:\CS4230\DISPUTE.DAT'.
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  UT-S-BANKHIST PIC X(50) VALUE 'C:\CS4230\BANKHIST.DAT'.
       77  UT-S-BUSCAL  PIC X(50) VALUE 'C:\COBOL\BUSCAL.DAT'.
       77  WS-DISPUTE-STATUS PIC XX   VALUE SPACES.
       77  WS-BEGBAL-STATUS PIC XX    VALUE SPACES.
       77  WS-BANKHIST-STATUS PIC XX  VALUE SPACES.
       77  WS-BUSCAL-STATUS PIC XX    VALUE SPACES.
       77  WS-ACTION    PIC X         VALUE SPACE.
       77  WS-CONFIRM   PIC X         VALUE SPACE.
       77  WS-OPER-ID   PIC X(3)      VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9        VALUE 0.
       77  WS-SIGNON-OK PIC X         VALUE "N".
       77  WS-VIOL-FUNCTION PIC X(30) VALUE SPACES.
       77  WS-ACT-PROGRAM   PIC X(8)  VALUE "REGEMNT".
       77  WS-ACT-FUNCTION  PIC X(20) VALUE SPACES.
       77  WS-ACT-KEY       PIC X(20) VALUE SPACES.
       77  WS-ACT-OWNER     PIC X(3)  VALUE SPACES.
       77  WS-VALID-SW  PIC X         VALUE "Y".
           88  WS-ENTRY-VALID         VALUE "Y".
       77  WS-ACCT-IN   PIC X(5)      VALUE SPACES.
       77  WS-CLAIM-IN  PIC X(6)      VALUE SPACES.
       77  WS-SEQ-IN    PIC X(5)      VALUE SPACES.
       77  WS-REASON-IN PIC X(30)     VALUE SPACES.
       77  WS-NOTE-IN   PIC X(30)     VALUE SPACES.
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
       77  WS-LIST-EOF  PIC 9         VALUE 0.
       77  WS-LIST-CNT  PIC 9(5)      VALUE 0.
       77  WS-CAL-EOF   PIC 9         VALUE 0.
       77  WS-BUS-DAYS  PIC 9(3)      VALUE 0.
       77  WS-DUE-INT   PIC S9(9)     VALUE 0.
       77  WS-NEXT-CLAIM PIC 9(6)     VALUE 0.
       77  WS-DUP-FOUND PIC X         VALUE "N".
       77  WS-HOLD-CLAIM PIC 9(6)     VALUE 0.
       77  WS-NEW-STATUS PIC X        VALUE SPACE.
      * Reg E deadlines: provisional credit is due within PC-BUS-
      * DAYS business days of the claim, and the claim must be
      * resolved within RES-CAL-DAYS calendar days.  With no
      * business-day calendar on file the provisional-credit date
      * falls PC-CAL-DAYS calendar days out instead.
       77  PC-BUS-DAYS  PIC 9(3)      VALUE 10.
       77  PC-CAL-DAYS  PIC 9(3)      VALUE 14.
       77  RES-CAL-DAYS PIC 9(3)      VALUE 45.
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
       01  WS-DISPLAY-AMT   PIC $$,$$9.99.
       01  WS-DISPLAY-AMT-2 PIC $$,$$9.99.
       01  WS-STATUS-DESC   PIC X(20)  VALUE SPACES.
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
           OPEN INPUT BANKHIST-FILE.
           IF WS-BANKHIST-STATUS NOT = "00"
               DISPLAY "TRANSACTION HISTORY NOT AVAILABLE - STATUS "
                   WS-BANKHIST-STATUS
               CLOSE BEGBAL-FILE
               STOP RUN.
           OPEN I-O DISPUTE-FILE.
           IF WS-DISPUTE-STATUS NOT = "00"
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE.
           DISPLAY "REG E DISPUTE CLAIM MAINTENANCE".
           PERFORM 100-ONE-ACTION THRU E-100-ONE-ACTION
               UNTIL WS-ACTION = "X".
           CLOSE DISPUTE-FILE BANKHIST-FILE BEGBAL-FILE.
           STOP RUN.
      * Accepts and routes one action.  Opening a claim needs update
      * authority; closing one in the customer's favor or denying
      * it needs a supervisor.  A denial is logged.
       100-ONE-ACTION.
           DISPLAY "ACTION - L LIST, D DISPLAY, O OPEN, "
               "F FAVOR, N DENY, X EXIT: " WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           IF WS-ACTION = "l" MOVE "L" TO WS-ACTION.
           IF WS-ACTION = "d" MOVE "D" TO WS-ACTION.
           IF WS-ACTION = "o" MOVE "O" TO WS-ACTION.
           IF WS-ACTION = "f" MOVE "F" TO WS-ACTION.
           IF WS-ACTION = "n" MOVE "N" TO WS-ACTION.
           IF WS-ACTION = "x" MOVE "X" TO WS-ACTION.
           IF WS-ACTION = "O" AND WS-AUTH-LEVEL < 2
               DISPLAY "UPDATE AUTHORITY REQUIRED"
               MOVE "REG E CLAIM OPEN DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               GO TO E-100-ONE-ACTION.
           IF (WS-ACTION = "F" OR WS-ACTION = "N")
               AND WS-AUTH-LEVEL < 3
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
               MOVE "REG E CLAIM CLOSE DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               GO TO E-100-ONE-ACTION.
           IF WS-ACTION = "L"
               PERFORM 200-LIST-PENDING THRU E-200-LIST-PENDING
           ELSE
           IF WS-ACTION = "D"
               PERFORM 250-DISPLAY-CLAIM THRU E-250-DISPLAY-CLAIM
           ELSE
           IF WS-ACTION = "O"
               PERFORM 300-OPEN-CLAIM THRU E-300-OPEN-CLAIM
           ELSE
           IF WS-ACTION = "F" OR WS-ACTION = "N"
               PERFORM 400-CLOSE-CLAIM THRU E-400-CLOSE-CLAIM
           ELSE
           IF WS-ACTION NOT = "X"
               DISPLAY "INVALID ACTION".
       E-100-ONE-ACTION.
       EXIT.
      * Keys a claim number and reads the claim.
       150-GET-CLAIM.
           MOVE "N" TO WS-VALID-SW.
           DISPLAY "CLAIM NUMBER: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CLAIM-IN.
           ACCEPT WS-CLAIM-IN.
           IF WS-CLAIM-IN NOT NUMERIC
               DISPLAY "KEY THE CLAIM NUMBER AS SIX DIGITS"
               GO TO E-150-GET-CLAIM.
           MOVE WS-CLAIM-IN TO DP-CLAIM-NO.
           READ DISPUTE-FILE
               INVALID KEY
                   DISPLAY "CLAIM NOT ON FILE"
                   GO TO E-150-GET-CLAIM
           END-READ.
           MOVE "Y" TO WS-VALID-SW.
       E-150-GET-CLAIM.
       EXIT.
      * Lists every claim not yet closed, with its two deadlines.
       200-LIST-PENDING.
           MOVE 0 TO WS-LIST-EOF.
           MOVE 0 TO WS-LIST-CNT.
           MOVE 0 TO DP-CLAIM-NO.
           START DISPUTE-FILE KEY IS NOT LESS THAN DP-CLAIM-NO
               INVALID KEY MOVE 1 TO WS-LIST-EOF
           END-START.
           PERFORM 210-LIST-ONE THRU E-210-LIST-ONE
               UNTIL WS-LIST-EOF = 1.
           DISPLAY WS-LIST-CNT " CLAIM(S) PENDING".
       E-200-LIST-PENDING.
       EXIT.
       210-LIST-ONE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LIST-EOF
                   GO TO E-210-LIST-ONE
           END-READ.
           IF NOT DP-IS-PENDING
               GO TO E-210-LIST-ONE.
           ADD 1 TO WS-LIST-CNT.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           MOVE DP-AMOUNT TO WS-DISPLAY-AMT.
           DISPLAY DP-CLAIM-NO "  " DP-ACCT "  " DP-CHANNEL " "
               WS-DISPLAY-AMT "  " WS-STATUS-DESC "  PC DUE "
               DP-PC-DUE "  RESOLVE BY " DP-RES-DUE.
       E-210-LIST-ONE.
       EXIT.
      * Displays one claim in full.
       250-DISPLAY-CLAIM.
           PERFORM 150-GET-CLAIM THRU E-150-GET-CLAIM.
           IF NOT WS-ENTRY-VALID
               GO TO E-250-DISPLAY-CLAIM.
           MOVE "VIEW CLAIM" TO WS-ACT-FUNCTION.
           MOVE SPACES TO WS-ACT-OWNER.
           PERFORM 560-LOG-CLAIM THRU E-560-LOG-CLAIM.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           DISPLAY "CLAIM " DP-CLAIM-NO "  ACCOUNT " DP-ACCT
               "  " WS-STATUS-DESC.
           MOVE DP-TXN-AMT TO WS-DISPLAY-AMT.
           MOVE DP-AMOUNT TO WS-DISPLAY-AMT-2.
           DISPLAY "TRANSACTION " DP-TXN-DATE "-" DP-TXN-SEQ " "
               DP-CHANNEL " " WS-DISPLAY-AMT "  DISPUTED "
               WS-DISPLAY-AMT-2.
           DISPLAY "REASON " DP-REASON.
           DISPLAY "RECEIVED " DP-RECV-DATE " BY " DP-OPEN-OPER
               "  PC DUE " DP-PC-DUE "  RESOLVE BY " DP-RES-DUE.
           IF DP-PC-DATE NOT = 0
               MOVE DP-PC-AMT TO WS-DISPLAY-AMT
               DISPLAY "PROVISIONAL CREDIT " WS-DISPLAY-AMT
                   " POSTED " DP-PC-DATE.
           IF DP-RES-DATE NOT = 0
               DISPLAY "CLOSED " DP-RES-DATE " BY " DP-RES-OPER
                   "  " DP-RES-NOTE.
           IF DP-POST-DATE NOT = 0
               DISPLAY "SETTLED " DP-POST-DATE "  NOTICE SENT "
                   DP-NOTICE-DATE.
       E-250-DISPLAY-CLAIM.
       EXIT.
      * Opens a claim against a posted ATM or ACH debit.  Nothing
      * is written until every field passes and the operator
      * confirms.
       300-OPEN-CLAIM.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ACCT-IN.
           ACCEPT WS-ACCT-IN.
           MOVE WS-ACCT-IN TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON MASTER"
                   GO TO E-300-OPEN-CLAIM
           END-READ.
           DISPLAY "TRANSACTION DATE (YYYYMMDD): " WITH NO ADVANCING.
           MOVE SPACES TO WS-DATE-IN.
           ACCEPT WS-DATE-IN.
           PERFORM 540-EDIT-DATE THRU E-540-EDIT-DATE.
           IF WS-DATE-OK NOT = "Y"
               DISPLAY "INVALID DATE"
               GO TO E-300-OPEN-CLAIM.
           DISPLAY "HISTORY SEQUENCE NUMBER: " WITH NO ADVANCING.
           MOVE SPACES TO WS-SEQ-IN.
           ACCEPT WS-SEQ-IN.
           IF WS-SEQ-IN NOT NUMERIC
               DISPLAY "KEY THE SEQUENCE NUMBER AS FIVE DIGITS"
               GO TO E-300-OPEN-CLAIM.
           MOVE WS-ACCT-IN TO BH-ACCT.
           MOVE WS-DATE-NUM TO BH-DATE.
           MOVE WS-SEQ-IN TO BH-SEQ.
           READ BANKHIST-FILE
               INVALID KEY
                   DISPLAY "TRANSACTION NOT IN HISTORY"
                   GO TO E-300-OPEN-CLAIM
           END-READ.
      * Regulation E covers electronic transfers only; a teller,
      * check, or wire item is disputed another way.
           IF BH-CHANNEL NOT = "ATM " AND BH-CHANNEL NOT = "ACH "
               DISPLAY "NOT AN ELECTRONIC TRANSFER - CHANNEL "
                   BH-CHANNEL
               GO TO E-300-OPEN-CLAIM.
           IF BH-WTH = 0
               DISPLAY "ONLY A DEBIT MAY BE DISPUTED"
               GO TO E-300-OPEN-CLAIM.
           PERFORM 350-CHECK-DUP THRU E-350-CHECK-DUP.
           IF WS-DUP-FOUND = "Y"
               DISPLAY "TRANSACTION ALREADY UNDER CLAIM "
                   WS-HOLD-CLAIM
               GO TO E-300-OPEN-CLAIM.
           MOVE BH-WTH TO WS-DISPLAY-AMT.
           DISPLAY "DEBIT " BH-CHANNEL " " WS-DISPLAY-AMT " ON "
               BH-DATE.
           DISPLAY "AMOUNT DISPUTED (BLANK = ALL): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-AMOUNT-IN.
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN = SPACES
               MOVE BH-WTH TO WS-AMOUNT-NUM
           ELSE
               PERFORM 510-EDIT-AMOUNT THRU E-510-EDIT-AMOUNT
               IF NOT WS-ENTRY-VALID
                   DISPLAY "NON-NUMERIC OR ZERO AMOUNT"
                   GO TO E-300-OPEN-CLAIM
               END-IF
           END-IF.
           IF WS-AMOUNT-NUM > BH-WTH
               DISPLAY "AMOUNT MORE THAN THE DEBIT"
               GO TO E-300-OPEN-CLAIM.
           DISPLAY "REASON: " WITH NO ADVANCING.
           MOVE SPACES TO WS-REASON-IN.
           ACCEPT WS-REASON-IN.
           IF WS-REASON-IN = SPACES
               DISPLAY "REASON REQUIRED"
               GO TO E-300-OPEN-CLAIM.
           PERFORM 360-NEXT-CLAIM THRU E-360-NEXT-CLAIM.
           MOVE SPACES TO DISPUTE-REC.
           MOVE WS-NEXT-CLAIM TO DP-CLAIM-NO.
           MOVE BH-ACCT TO DP-ACCT.
           MOVE BH-DATE TO DP-TXN-DATE.
           MOVE BH-SEQ TO DP-TXN-SEQ.
           MOVE BH-CHANNEL TO DP-CHANNEL.
           MOVE BH-WTH TO DP-TXN-AMT.
           MOVE WS-AMOUNT-NUM TO DP-AMOUNT.
           MOVE WS-REASON-IN TO DP-REASON.
           MOVE WS-CURRENT-DATE-NUM TO DP-RECV-DATE.
           MOVE WS-OPER-ID TO DP-OPEN-OPER.
           PERFORM 600-PC-DUE THRU E-600-PC-DUE.
           COMPUTE WS-DUE-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
               + RES-CAL-DAYS.
           COMPUTE DP-RES-DUE = FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
           MOVE "O" TO DP-STATUS.
           MOVE 0 TO DP-PC-DATE.
           MOVE 0 TO DP-PC-AMT.
           MOVE 0 TO DP-RES-DATE.
           MOVE 0 TO DP-POST-DATE.
           MOVE 0 TO DP-NOTICE-DATE.
           MOVE DP-AMOUNT TO WS-DISPLAY-AMT.
           DISPLAY "CLAIM " DP-CLAIM-NO " ON " DP-ACCT " FOR "
               WS-DISPLAY-AMT.
           DISPLAY "PROVISIONAL CREDIT DUE " DP-PC-DUE
               "  RESOLVE BY " DP-RES-DUE.
           DISPLAY "OPEN THIS CLAIM (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "CLAIM NOT OPENED"
               GO TO E-300-OPEN-CLAIM.
           WRITE DISPUTE-REC
               INVALID KEY
                   DISPLAY "WRITE FAILED - STATUS " WS-DISPUTE-STATUS
                   GO TO E-300-OPEN-CLAIM
           END-WRITE.
           DISPLAY "CLAIM OPENED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "REG E CLAIM OPEN " DP-CLAIM-NO " " DP-ACCT
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "ADD CLAIM" TO WS-ACT-FUNCTION.
           MOVE SPACES TO WS-ACT-OWNER.
           PERFORM 560-LOG-CLAIM THRU E-560-LOG-CLAIM.
       E-300-OPEN-CLAIM.
       EXIT.
      * Looks for a claim already taken on the same transaction.
      * A denied claim does not stop a new one being opened.  The
      * file is keyed by claim number, so the whole file is read.
       350-CHECK-DUP.
           MOVE "N" TO WS-DUP-FOUND.
           MOVE 0 TO WS-LIST-EOF.
           MOVE 0 TO DP-CLAIM-NO.
           START DISPUTE-FILE KEY IS NOT LESS THAN DP-CLAIM-NO
               INVALID KEY MOVE 1 TO WS-LIST-EOF
           END-START.
           PERFORM 355-DUP-ONE THRU E-355-DUP-ONE
               UNTIL WS-LIST-EOF = 1.
       E-350-CHECK-DUP.
       EXIT.
       355-DUP-ONE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LIST-EOF
                   GO TO E-355-DUP-ONE
           END-READ.
           IF DP-ACCT = BH-ACCT AND DP-TXN-DATE = BH-DATE
               AND DP-TXN-SEQ = BH-SEQ AND NOT DP-IS-DENIED
               MOVE "Y" TO WS-DUP-FOUND
               MOVE DP-CLAIM-NO TO WS-HOLD-CLAIM
               MOVE 1 TO WS-LIST-EOF.
       E-355-DUP-ONE.
       EXIT.
      * Finds the next claim number, one past the highest on file.
       360-NEXT-CLAIM.
           MOVE 1 TO WS-NEXT-CLAIM.
           MOVE 0 TO WS-LIST-EOF.
           MOVE 0 TO DP-CLAIM-NO.
           START DISPUTE-FILE KEY IS NOT LESS THAN DP-CLAIM-NO
               INVALID KEY MOVE 1 TO WS-LIST-EOF
           END-START.
           PERFORM 365-NEXT-ONE THRU E-365-NEXT-ONE
               UNTIL WS-LIST-EOF = 1.
       E-360-NEXT-CLAIM.
       EXIT.
       365-NEXT-ONE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LIST-EOF
                   GO TO E-365-NEXT-ONE
           END-READ.
           COMPUTE WS-NEXT-CLAIM = DP-CLAIM-NO + 1.
       E-365-NEXT-ONE.
       EXIT.
      * Closes a pending claim.  In the customer's favor the credit
      * stands (or is posted final tonight if the provisional
      * credit never went); denied, any provisional credit is
      * reversed tonight.  Either way REGEAGE sends the notice.
       400-CLOSE-CLAIM.
           MOVE WS-ACTION TO WS-NEW-STATUS.
           PERFORM 250-DISPLAY-CLAIM THRU E-250-DISPLAY-CLAIM.
           IF NOT WS-ENTRY-VALID
               GO TO E-400-CLOSE-CLAIM.
           IF NOT DP-IS-PENDING
               DISPLAY "CLAIM ALREADY CLOSED - NOT CHANGED"
               GO TO E-400-CLOSE-CLAIM.
           DISPLAY "RESOLUTION NOTE: " WITH NO ADVANCING.
           MOVE SPACES TO WS-NOTE-IN.
           ACCEPT WS-NOTE-IN.
           IF WS-NOTE-IN = SPACES
               DISPLAY "NOTE REQUIRED"
               GO TO E-400-CLOSE-CLAIM.
           IF WS-NEW-STATUS = "F"
               DISPLAY "CLOSE IN CUSTOMER'S FAVOR (Y/N): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "DENY THIS CLAIM (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "CLAIM NOT CHANGED"
               GO TO E-400-CLOSE-CLAIM.
           IF WS-NEW-STATUS = "F"
               MOVE "F" TO DP-STATUS
           ELSE
               MOVE "D" TO DP-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO DP-RES-DATE.
           MOVE WS-OPER-ID TO DP-RES-OPER.
           MOVE WS-NOTE-IN TO DP-RES-NOTE.
           REWRITE DISPUTE-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS "
                       WS-DISPUTE-STATUS
                   GO TO E-400-CLOSE-CLAIM
           END-REWRITE.
           DISPLAY "CLAIM CLOSED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           IF DP-IS-FAVOR
               STRING "REG E CLAIM FAVOR " DP-CLAIM-NO
                   DELIMITED BY SIZE INTO WS-VIOL-FUNCTION
           ELSE
               STRING "REG E CLAIM DENY " DP-CLAIM-NO
                   DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           IF DP-IS-FAVOR
               MOVE "APPROVE CLAIM" TO WS-ACT-FUNCTION
           ELSE
               MOVE "DENY CLAIM" TO WS-ACT-FUNCTION.
           MOVE DP-OPEN-OPER TO WS-ACT-OWNER.
           PERFORM 560-LOG-CLAIM THRU E-560-LOG-CLAIM.
       E-400-CLOSE-CLAIM.
       EXIT.
      * Builds the status description.
       500-DESCRIBE.
           IF DP-IS-OPEN
               MOVE "OPEN" TO WS-STATUS-DESC
           ELSE
           IF DP-IS-PROVISIONAL
               MOVE "PROVISIONAL CREDIT" TO WS-STATUS-DESC
           ELSE
           IF DP-IS-FAVOR
               MOVE "CUSTOMER'S FAVOR" TO WS-STATUS-DESC
           ELSE
               MOVE "DENIED" TO WS-STATUS-DESC.
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
      * Sets the provisional-credit deadline: the tenth business
      * day on the BUSCAL calendar after the claim is received.
      * With no calendar, or one that runs out, the deadline falls
      * the fallback number of calendar days out.
       600-PC-DUE.
           MOVE 0 TO DP-PC-DUE.
           MOVE 0 TO WS-BUS-DAYS.
           OPEN INPUT BUSCAL-FILE.
           IF WS-BUSCAL-STATUS = "00"
               MOVE 0 TO WS-CAL-EOF
               PERFORM 610-CAL-DAY THRU E-610-CAL-DAY
                   UNTIL WS-CAL-EOF = 1
           END-IF.
           CLOSE BUSCAL-FILE.
           IF DP-PC-DUE = 0
               COMPUTE WS-DUE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
                   + PC-CAL-DAYS
               COMPUTE DP-PC-DUE =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INT).
       E-600-PC-DUE.
       EXIT.
       610-CAL-DAY.
           READ BUSCAL-FILE
               AT END
                   MOVE 1 TO WS-CAL-EOF
                   GO TO E-610-CAL-DAY
           END-READ.
           IF CAL-DATE NOT > WS-CURRENT-DATE-NUM
               OR NOT CAL-IS-BUSINESS-DAY
               GO TO E-610-CAL-DAY.
           ADD 1 TO WS-BUS-DAYS.
           IF WS-BUS-DAYS NOT < PC-BUS-DAYS
               MOVE CAL-DATE TO DP-PC-DUE
               MOVE 1 TO WS-CAL-EOF.
       E-610-CAL-DAY.
       EXIT.
      * Stamps one claim action to the operator activity journal,
      * keyed by claim number and account.  A closing carries the
      * operator who opened the claim as its owner.
       560-LOG-CLAIM.
           MOVE SPACES TO WS-ACT-KEY.
           STRING DP-CLAIM-NO " " DP-ACCT
               DELIMITED BY SIZE INTO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-560-LOG-CLAIM.
       EXIT.
       END PROGRAM REGEMNT.

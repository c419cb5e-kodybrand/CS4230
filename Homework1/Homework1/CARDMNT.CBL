      ***********************************************************
      * ATM/DEBIT CARD MAINTENANCE
      * KODY BRAND
      * This program is the branch's screen onto the CARDMAST
      * card master.  Any signed-on operator can list the cards
      * on an account or display one card with its last day's
      * usage.  An operator with update authority issues a card
      * against a checking, money-market, or business account
      * with its daily cash limit and expiry, changes a card's
      * daily limit, or hot-cards it when the customer reports it
      * lost or stolen (or closes it).  A hot or closed card stays
      * that way; the customer is issued a new card.  BANKEDIT
      * declines ATM withdrawals on a hot, closed, or expired card
      * or over the card's daily limit.  Every card issued or
      * changed is stamped to the access-audit log with the
      * operator's ID; denials go to the same log.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  INQUIRIES AND CARD UPDATES STAMPED TO THE
      *                 OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDMNT.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CARDMAST-FILE ASSIGN TO UT-S-CARDMAST
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS CA-CARD-NO
                FILE STATUS IS WS-CARDMAST-STATUS.
            SELECT BEGBAL-FILE ASSIGN TO UT-S-BEGBAL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS BB-ACCT
                FILE STATUS IS WS-BEGBAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARDMAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 109 CHARACTERS.
       COPY "CARDMAST.CPY".
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
       77  UT-S-CARDMAST PIC X(50) VALUE 'C:\CS4230\CARDMAST.DAT'.
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  WS-CARDMAST-STATUS PIC XX  VALUE SPACES.
       77  WS-BEGBAL-STATUS PIC XX    VALUE SPACES.
       77  WS-ACTION    PIC X         VALUE SPACE.
       77  WS-CONFIRM   PIC X         VALUE SPACE.
       77  WS-NEW-STATUS PIC X        VALUE SPACE.
       77  WS-OPER-ID   PIC X(3)      VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9        VALUE 0.
       77  WS-SIGNON-OK PIC X         VALUE "N".
       77  WS-VIOL-FUNCTION PIC X(30) VALUE SPACES.
       77  WS-ACT-PROGRAM   PIC X(8)  VALUE "CARDMNT".
       77  WS-ACT-FUNCTION  PIC X(20) VALUE SPACES.
       77  WS-ACT-KEY       PIC X(20) VALUE SPACES.
       77  WS-ACT-OWNER     PIC X(3)  VALUE SPACES.
       77  WS-VALID-SW  PIC X         VALUE "Y".
           88  WS-ENTRY-VALID         VALUE "Y".
       77  WS-ACCT-IN   PIC X(5)      VALUE SPACES.
       77  WS-CARD-IN   PIC X(16)     VALUE SPACES.
       77  WS-EXP-IN    PIC X(6)      VALUE SPACES.
       01  WS-EXP-NUM   PIC 9(6)      VALUE 0.
       01  WS-EXP-PARTS REDEFINES WS-EXP-NUM.
           05  WS-EXP-YYYY  PIC 9(4).
           05  WS-EXP-MM    PIC 9(2).
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
      * Card controls: the daily cash limit a new card gets when
      * none is keyed, the most any card may be given, and the
      * years a new card runs when no expiry is keyed.
       77  DFLT-CARD-LIMIT PIC 9(4)V99 VALUE 500.00.
       77  MAX-CARD-LIMIT PIC 9(4)V99 VALUE 2000.00.
       77  CARD-LIFE-YEARS PIC 9      VALUE 3.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  WS-CURRENT-YYYYMM        PIC 9(6)  VALUE 0.
       01  WS-DISPLAY-AMT   PIC $$,$$$,$$9.99.
       01  WS-DISPLAY-LIM   PIC $$,$$9.99.
       01  WS-STATUS-DESC   PIC X(9)   VALUE SPACES.
       PROCEDURE DIVISION.
      * Signs the operator on and takes actions until X.
       000-MAIN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-CURRENT-YYYYMM =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH.
           OPEN INPUT BEGBAL-FILE.
           IF WS-BEGBAL-STATUS NOT = "00"
               DISPLAY "ACCOUNT MASTER NOT AVAILABLE - STATUS "
                   WS-BEGBAL-STATUS
               STOP RUN.
           OPEN I-O CARDMAST-FILE.
           IF WS-CARDMAST-STATUS NOT = "00"
               OPEN OUTPUT CARDMAST-FILE
               CLOSE CARDMAST-FILE
               OPEN I-O CARDMAST-FILE.
           DISPLAY "ATM/DEBIT CARD MAINTENANCE".
           PERFORM 100-ONE-ACTION THRU E-100-ONE-ACTION
               UNTIL WS-ACTION = "X".
           CLOSE CARDMAST-FILE BEGBAL-FILE.
           STOP RUN.
      * Accepts and routes one action.  Issuing a card or changing
      * one needs update authority; a denial is logged.
       100-ONE-ACTION.
           DISPLAY "ACTION - L LIST, D DISPLAY, I ISSUE, "
               "S STATUS, M LIMIT, X EXIT: " WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           IF WS-ACTION = "l" MOVE "L" TO WS-ACTION.
           IF WS-ACTION = "d" MOVE "D" TO WS-ACTION.
           IF WS-ACTION = "i" MOVE "I" TO WS-ACTION.
           IF WS-ACTION = "s" MOVE "S" TO WS-ACTION.
           IF WS-ACTION = "m" MOVE "M" TO WS-ACTION.
           IF WS-ACTION = "x" MOVE "X" TO WS-ACTION.
           IF (WS-ACTION = "I" OR WS-ACTION = "S"
               OR WS-ACTION = "M")
               AND WS-AUTH-LEVEL < 2
               DISPLAY "UPDATE AUTHORITY REQUIRED"
               MOVE "CARD MAINTENANCE DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               GO TO E-100-ONE-ACTION.
           IF WS-ACTION = "L"
               PERFORM 200-LIST-CARDS THRU E-200-LIST-CARDS
           ELSE
           IF WS-ACTION = "D"
               PERFORM 250-DISPLAY-CARD THRU E-250-DISPLAY-CARD
           ELSE
           IF WS-ACTION = "I"
               PERFORM 300-ISSUE-CARD THRU E-300-ISSUE-CARD
           ELSE
           IF WS-ACTION = "S"
               PERFORM 400-CHANGE-STATUS THRU E-400-CHANGE-STATUS
           ELSE
           IF WS-ACTION = "M"
               PERFORM 450-CHANGE-LIMIT THRU E-450-CHANGE-LIMIT
           ELSE
           IF WS-ACTION NOT = "X"
               DISPLAY "INVALID ACTION".
       E-100-ONE-ACTION.
       EXIT.
      * Keys a card number and reads the card.
       150-GET-CARD.
           MOVE "N" TO WS-VALID-SW.
           DISPLAY "CARD NUMBER: " WITH NO ADVANCING.
           MOVE SPACES TO WS-CARD-IN.
           ACCEPT WS-CARD-IN.
           IF WS-CARD-IN NOT NUMERIC
               DISPLAY "KEY ALL 16 DIGITS OF THE CARD NUMBER"
               GO TO E-150-GET-CARD.
           MOVE WS-CARD-IN TO CA-CARD-NO.
           READ CARDMAST-FILE
               INVALID KEY
                   DISPLAY "CARD NOT ON FILE"
                   GO TO E-150-GET-CARD
           END-READ.
           MOVE "Y" TO WS-VALID-SW.
       E-150-GET-CARD.
       EXIT.
      * Lists every card issued on one account, whatever its
      * status.  The master is keyed by card number, so the whole
      * file is read.
       200-LIST-CARDS.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ACCT-IN.
           MOVE 0 TO WS-LIST-EOF.
           MOVE 0 TO WS-LIST-CNT.
           MOVE LOW-VALUES TO CA-CARD-NO.
           START CARDMAST-FILE KEY IS NOT LESS THAN CA-CARD-NO
               INVALID KEY MOVE 1 TO WS-LIST-EOF
           END-START.
           PERFORM 210-LIST-ONE THRU E-210-LIST-ONE
               UNTIL WS-LIST-EOF = 1.
           DISPLAY WS-LIST-CNT " CARD(S) ON ACCOUNT " WS-ACCT-IN.
           MOVE "VIEW CARD LIST" TO WS-ACT-FUNCTION.
           MOVE WS-ACCT-IN TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-200-LIST-CARDS.
       EXIT.
       210-LIST-ONE.
           READ CARDMAST-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LIST-EOF
                   GO TO E-210-LIST-ONE
           END-READ.
           IF CA-ACCT NOT = WS-ACCT-IN
               GO TO E-210-LIST-ONE.
           ADD 1 TO WS-LIST-CNT.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           MOVE CA-DAILY-LIMIT TO WS-DISPLAY-LIM.
           DISPLAY CA-CARD-NO "  " CA-NAME "  " WS-STATUS-DESC
               "  EXP " CA-EXP-DATE "  LIMIT " WS-DISPLAY-LIM.
       E-210-LIST-ONE.
       EXIT.
      * Displays one card in full with its last day of use.
       250-DISPLAY-CARD.
           PERFORM 150-GET-CARD THRU E-150-GET-CARD.
           IF NOT WS-ENTRY-VALID
               GO TO E-250-DISPLAY-CARD.
           MOVE "VIEW CARD" TO WS-ACT-FUNCTION.
           PERFORM 530-LOG-CARD THRU E-530-LOG-CARD.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           DISPLAY "CARD " CA-CARD-NO "  " CA-NAME.
           DISPLAY "ACCOUNT " CA-ACCT "  STATUS " WS-STATUS-DESC
               "  EXPIRES " CA-EXP-DATE.
           MOVE CA-DAILY-LIMIT TO WS-DISPLAY-LIM.
           DISPLAY "DAILY LIMIT " WS-DISPLAY-LIM "  ISSUED "
               CA-ISSUE-DATE " BY " CA-ISSUE-OPER.
           IF CA-STAT-DATE NOT = 0
               DISPLAY "STATUS SET " CA-STAT-DATE " BY "
                   CA-STAT-OPER.
           IF CA-USE-DATE NOT = 0
               MOVE CA-USE-AMT TO WS-DISPLAY-AMT
               DISPLAY "LAST USED " CA-USE-DATE "  WITHDRAWN "
                   WS-DISPLAY-AMT "  IN " CA-USE-CNT
                   "  DECLINED " CA-DECL-CNT.
       E-250-DISPLAY-CARD.
       EXIT.
      * Issues a new card on an account.  Nothing is written until
      * every field passes and the operator confirms.
       300-ISSUE-CARD.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ACCT-IN.
           MOVE WS-ACCT-IN TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON MASTER"
                   GO TO E-300-ISSUE-CARD
           END-READ.
      * Cash comes off a deposit account; a CD or a loan takes no
      * card.
           IF BB-KODE = "D" OR BB-KODE = "L"
               DISPLAY "NO CARD ON A CD OR LOAN ACCOUNT"
               GO TO E-300-ISSUE-CARD.
           DISPLAY "NEW CARD NUMBER (16 DIGITS): " WITH NO ADVANCING.
           MOVE SPACES TO WS-CARD-IN.
           ACCEPT WS-CARD-IN.
           IF WS-CARD-IN NOT NUMERIC
               DISPLAY "KEY ALL 16 DIGITS OF THE CARD NUMBER"
               GO TO E-300-ISSUE-CARD.
           MOVE WS-CARD-IN TO CA-CARD-NO.
           READ CARDMAST-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CARD NUMBER ALREADY ISSUED"
                   GO TO E-300-ISSUE-CARD
           END-READ.
           MOVE SPACES TO CARDMAST-REC.
           MOVE WS-CARD-IN TO CA-CARD-NO.
           MOVE WS-ACCT-IN TO CA-ACCT.
           DISPLAY "NAME ON CARD: " WITH NO ADVANCING.
           ACCEPT CA-NAME.
           IF CA-NAME = SPACES
               DISPLAY "NAME REQUIRED"
               GO TO E-300-ISSUE-CARD.
           DISPLAY "DAILY CASH LIMIT (BLANK = 500.00): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-AMOUNT-IN.
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN = SPACES
               MOVE DFLT-CARD-LIMIT TO WS-AMOUNT-NUM
           ELSE
               PERFORM 510-EDIT-AMOUNT THRU E-510-EDIT-AMOUNT
               IF NOT WS-ENTRY-VALID
                   DISPLAY "NON-NUMERIC OR ZERO LIMIT"
                   GO TO E-300-ISSUE-CARD
               END-IF
           END-IF.
           IF WS-AMOUNT-NUM > MAX-CARD-LIMIT
               DISPLAY "LIMIT OVER THE CARD MAXIMUM"
               GO TO E-300-ISSUE-CARD.
           MOVE WS-AMOUNT-NUM TO CA-DAILY-LIMIT.
           DISPLAY "EXPIRES (YYYYMM, BLANK = 3 YEARS): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-EXP-IN.
           ACCEPT WS-EXP-IN.
           IF WS-EXP-IN = SPACES
               COMPUTE WS-EXP-NUM = WS-CURRENT-YYYYMM
                   + CARD-LIFE-YEARS * 100
           ELSE
               IF WS-EXP-IN NOT NUMERIC
                   DISPLAY "INVALID EXPIRY"
                   GO TO E-300-ISSUE-CARD
               END-IF
               MOVE WS-EXP-IN TO WS-EXP-NUM
               IF WS-EXP-MM < 1 OR WS-EXP-MM > 12
                   DISPLAY "INVALID EXPIRY"
                   GO TO E-300-ISSUE-CARD
               END-IF
           END-IF.
           IF WS-EXP-NUM NOT > WS-CURRENT-YYYYMM
               DISPLAY "EXPIRY MUST BE AFTER THIS MONTH"
               GO TO E-300-ISSUE-CARD.
           MOVE WS-EXP-NUM TO CA-EXP-DATE.
           MOVE CA-DAILY-LIMIT TO WS-DISPLAY-LIM.
           DISPLAY "CARD " CA-CARD-NO " ON " CA-ACCT " LIMIT "
               WS-DISPLAY-LIM " EXPIRES " CA-EXP-DATE.
           DISPLAY "ISSUE THIS CARD (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "CARD NOT ISSUED"
               GO TO E-300-ISSUE-CARD.
           MOVE "A" TO CA-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO CA-ISSUE-DATE.
           MOVE WS-OPER-ID TO CA-ISSUE-OPER.
           MOVE 0 TO CA-STAT-DATE.
           MOVE SPACES TO CA-STAT-OPER.
           MOVE 0 TO CA-USE-DATE.
           MOVE 0 TO CA-USE-AMT.
           MOVE 0 TO CA-USE-CNT.
           MOVE 0 TO CA-DECL-CNT.
           MOVE 0 TO CA-DECL-AMT.
           WRITE CARDMAST-REC
               INVALID KEY
                   DISPLAY "WRITE FAILED - STATUS " WS-CARDMAST-STATUS
                   GO TO E-300-ISSUE-CARD
           END-WRITE.
           DISPLAY "CARD ISSUED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "CARD ISSUE " CA-CARD-NO(13:4) " ON " CA-ACCT
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "ADD CARD" TO WS-ACT-FUNCTION.
           PERFORM 530-LOG-CARD THRU E-530-LOG-CARD.
       E-300-ISSUE-CARD.
       EXIT.
      * Hot-cards a card the customer reports lost or stolen, or
      * closes it.  An active card may go to any of the three; a
      * hot card may only be closed; a closed card is final.
       400-CHANGE-STATUS.
           PERFORM 250-DISPLAY-CARD THRU E-250-DISPLAY-CARD.
           IF NOT WS-ENTRY-VALID
               GO TO E-400-CHANGE-STATUS.
           IF CA-IS-CLOSED
               DISPLAY "CARD IS CLOSED - NOT CHANGED"
               GO TO E-400-CHANGE-STATUS.
           DISPLAY "NEW STATUS - L LOST, S STOLEN, C CLOSED: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-STATUS.
           IF WS-NEW-STATUS = "l" MOVE "L" TO WS-NEW-STATUS.
           IF WS-NEW-STATUS = "s" MOVE "S" TO WS-NEW-STATUS.
           IF WS-NEW-STATUS = "c" MOVE "C" TO WS-NEW-STATUS.
           IF WS-NEW-STATUS NOT = "L" AND WS-NEW-STATUS NOT = "S"
               AND WS-NEW-STATUS NOT = "C"
               DISPLAY "INVALID STATUS"
               GO TO E-400-CHANGE-STATUS.
           IF CA-IS-HOT AND WS-NEW-STATUS NOT = "C"
               DISPLAY "CARD ALREADY HOT-CARDED - MAY ONLY BE CLOSED"
               GO TO E-400-CHANGE-STATUS.
           DISPLAY "CHANGE CARD STATUS TO " WS-NEW-STATUS
               " (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "STATUS NOT CHANGED"
               GO TO E-400-CHANGE-STATUS.
           MOVE WS-NEW-STATUS TO CA-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO CA-STAT-DATE.
           MOVE WS-OPER-ID TO CA-STAT-OPER.
           REWRITE CARDMAST-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS "
                       WS-CARDMAST-STATUS
                   GO TO E-400-CHANGE-STATUS
           END-REWRITE.
           DISPLAY "CARD STATUS CHANGED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "CARD STATUS " CA-CARD-NO(13:4) " TO " CA-STATUS
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "CHANGE CARD STATUS" TO WS-ACT-FUNCTION.
           PERFORM 530-LOG-CARD THRU E-530-LOG-CARD.
       E-400-CHANGE-STATUS.
       EXIT.
      * Changes the daily cash limit on an active card.
       450-CHANGE-LIMIT.
           PERFORM 250-DISPLAY-CARD THRU E-250-DISPLAY-CARD.
           IF NOT WS-ENTRY-VALID
               GO TO E-450-CHANGE-LIMIT.
           IF NOT CA-IS-ACTIVE
               DISPLAY "CARD NOT ACTIVE - NOT CHANGED"
               GO TO E-450-CHANGE-LIMIT.
           DISPLAY "NEW DAILY CASH LIMIT: " WITH NO ADVANCING.
           MOVE SPACES TO WS-AMOUNT-IN.
           ACCEPT WS-AMOUNT-IN.
           PERFORM 510-EDIT-AMOUNT THRU E-510-EDIT-AMOUNT.
           IF NOT WS-ENTRY-VALID
               DISPLAY "NON-NUMERIC OR ZERO LIMIT"
               GO TO E-450-CHANGE-LIMIT.
           IF WS-AMOUNT-NUM > MAX-CARD-LIMIT
               DISPLAY "LIMIT OVER THE CARD MAXIMUM"
               GO TO E-450-CHANGE-LIMIT.
           MOVE WS-AMOUNT-NUM TO WS-DISPLAY-LIM.
           DISPLAY "CHANGE DAILY LIMIT TO " WS-DISPLAY-LIM
               " (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "LIMIT NOT CHANGED"
               GO TO E-450-CHANGE-LIMIT.
           MOVE WS-AMOUNT-NUM TO CA-DAILY-LIMIT.
           REWRITE CARDMAST-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS "
                       WS-CARDMAST-STATUS
                   GO TO E-450-CHANGE-LIMIT
           END-REWRITE.
           DISPLAY "DAILY LIMIT CHANGED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "CARD LIMIT " CA-CARD-NO(13:4) " ON " CA-ACCT
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "CHANGE CARD LIMIT" TO WS-ACT-FUNCTION.
           PERFORM 530-LOG-CARD THRU E-530-LOG-CARD.
       E-450-CHANGE-LIMIT.
       EXIT.
      * Builds the status description.
       500-DESCRIBE.
           IF CA-IS-ACTIVE
               MOVE "ACTIVE" TO WS-STATUS-DESC
           ELSE
           IF CA-IS-LOST
               MOVE "LOST" TO WS-STATUS-DESC
           ELSE
           IF CA-IS-STOLEN
               MOVE "STOLEN" TO WS-STATUS-DESC
           ELSE
               MOVE "CLOSED" TO WS-STATUS-DESC.
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
      * Stamps one card action to the operator activity journal,
      * keyed by account and the card's last four digits -- the
      * same masking the access-audit log uses.
       530-LOG-CARD.
           MOVE SPACES TO WS-ACT-KEY.
           STRING CA-ACCT " " CA-CARD-NO(13:4)
               DELIMITED BY SIZE INTO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-530-LOG-CARD.
       EXIT.
       END PROGRAM CARDMNT.

      *                 SEGMENT COSTS FOOTED AGAINST TR-COST AND A
      *                 WARNING WHEN THEY DO NOT TIE, SO THE REAL
      *                 TRIP STOPS LIVING IN A STAPLED DOCUMENT.
      * 2026-10-15  KB  BOOKING AND SEGMENT VENDORS ARE KEYED AS A
      *                 TRAVVNDR VENDOR MASTER CODE AND REFUSED WHEN
      *                 THE CODE IS NOT ON THE MASTER, SO ONE VENDOR
      *                 NO LONGER BOOKS UNDER THREE SPELLINGS.
      * 2026-10-15  KB  A NEW BOOKING MAY BE PAID WITH THE CLIENT'S
      *                 OPEN TRAVFTC FUTURE-TRAVEL CREDITS: THE OPEN
      *                 CREDITS LIST, THE AGENT PICKS THEM BY NUMBER,
      *                 EACH COVERS AS MUCH OF THE BALANCE AS IT
      *                 HOLDS, AND THE AMOUNT MOVES FROM THE CREDIT
      *                 LIABILITY TO CLIENT DEPOSITS ON TRAVGL.
      * 2026-10-15  KB  THE SEGMENT ACTION KEYS EACH SEGMENT'S
      *                 DESTINATION CITY AND COUNTRY ONTO TRAVSEG (NOW
      *                 99 BYTES) FOR THE TRAVELER LOCATOR.
      * 2026-10-15  KB  EVERY ADD, MODIFY, AND SEGMENT ADD IS LOGGED TO
      *                 THE TRAVAUD BOOKING AUDIT FILE WITH THE BEFORE
      *                 AND AFTER COST, DEPOSIT, DATES, CONFIRMATION,
      *                 AND VENDOR, THE SIGNED-ON OPERATOR, AND THE TIME
      *                 OF THE CHANGE.
      * 2026-10-15  KB  A NEW BOOKING SHOWS THE CLIENT'S LOYALTY TIER,
      *                 POINT BALANCE, TRIPS, AND LAST TRAVEL DATE FROM
      *                 TRAVCLI (NOW 131 BYTES), AND THE CLIENT MAY
      *                 REDEEM POINTS AT LOY-REDEEM-RATE POINTS TO THE
      *                 DOLLAR AS A DISCOUNT OFF THE BALANCE DUE: THE
      *                 DISCOUNT RIDES AS DEPOSIT, LOYALTY EXPENSE GOES
      *                 TO TRAVGL, AND THE REDEMPTION GOES ON THE
      *                 TRAVPTS POINTS LEDGER.
      * 2026-10-15  KB  DISPLAYS, ADDS, MODIFIES, AND SEGMENT ADDS ARE
      *                 STAMPED TO THE OPERATOR ACTIVITY JOURNAL.

       ENVIRONMENT DIVISION.

               ACCESS IS RANDOM
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-TRAVALOT-STATUS.
           SELECT OPTIONAL TRAVVNDR-FILE ASSIGN TO UT-S-TRAVVNDR
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-TRAVVNDR-STATUS.
           SELECT OPTIONAL TRAVFTC-FILE ASSIGN TO UT-S-TRAVFTC
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS FC-CREDIT-NO
               FILE STATUS IS WS-TRAVFTC-STATUS.
           SELECT TRAVGL-FILE ASSIGN TO UT-S-TRAVGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAVAUD-FILE ASSIGN TO UT-S-TRAVAUD
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-TRAVAUD-STATUS.
           SELECT OPTIONAL TRAVPTS-FILE ASSIGN TO UT-S-TRAVPTS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY "TRAVELREC.CPY".
       FD  TRAVCLI-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 131 CHARACTERS.
       01  TRAVCLI-REC.
           05  CL-NUMBER       PIC 9(3).
           05  CL-NAME         PIC X(15).
           05  CL-PASSPORT     PIC X(9).
           05  CL-NATION       PIC X(3).
           05  CL-PASS-EXP     PIC 9(8).
           05  CL-LIFE-TRIPS   PIC 9(5).
           05  CL-LIFE-SPEND   PIC 9(7)V99.
           05  CL-YEAR-TRIPS   PIC 9(3).
           05  CL-YEAR-SPEND   PIC 9(7)V99.
           05  CL-LAST-TRAVEL  PIC 9(8).
           05  CL-POINTS       PIC 9(7).
           05  CL-TIER         PIC X.
               88  CL-TIER-NONE        VALUE SPACE.
               88  CL-TIER-SILVER      VALUE "S".
               88  CL-TIER-GOLD        VALUE "G".
               88  CL-TIER-PLATINUM    VALUE "P".
       FD  TRAVBNO-FILE.
       01  TRAVBNO-REC.
           05  BN-NEXT-NUMBER  PIC 9(5).
       FD  TRAVSEG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 99 CHARACTERS.
       01  TRAVSEG-REC.
           05  SG-KEY.
               10  SG-BOOK-NO  PIC 9(5).
           05  SG-COST         PIC 9(5)V99.
           05  SG-CONF-NO      PIC X(10).
           05  SG-CONF-DATE    PIC 9(8).
           05  SG-DEST-CITY    PIC X(20).
           05  SG-DEST-COUNTRY PIC X(15).
       FD  TRAVINST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 29 CHARACTERS.
           05  AL-SOLD         PIC 9(4).
           05  AL-COST         PIC 9(7)V99.
           05  AL-RELEASE      PIC 9(8).
       FD  TRAVVNDR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
       COPY "TRAVVNDR.CPY".
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
       FD  TRAVGL-FILE.
       01  TRAVGL-REC.
           05  TG-ACCOUNT      PIC X(8).
           05  TG-DESC         PIC X(24).
           05  TG-DEBIT        PIC 9(9)V99.
           05  TG-CREDIT       PIC 9(9)V99.
       FD  TRAVAUD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 137 CHARACTERS.
       COPY "TRAVAUD.CPY".
       FD  TRAVPTS-FILE.
       01  TRAVPTS-REC.
           05  PT-CLIENT       PIC 9(3).
           05  PT-DATE         PIC 9(8).
           05  PT-BOOK-NO      PIC 9(5).
           05  PT-TYPE         PIC X.
               88  PT-EARNED           VALUE "E".
               88  PT-REDEEMED         VALUE "R".
           05  PT-POINTS       PIC 9(7).

       WORKING-STORAGE SECTION.
       77 UT-S-TRAVMAST        PIC X(50) VALUE "C:\Cobol\travmast.dat".
       77 WS-TRAVALOT-STATUS   PIC XX    VALUE SPACES.
       77 WS-ALOT-LEFT         PIC S9(5) VALUE ZERO.
       77 WS-CONF-IN           PIC X(10) VALUE SPACES.
       77 UT-S-TRAVVNDR        PIC X(50) VALUE "C:\Cobol\travvndr.dat".
       77 WS-TRAVVNDR-STATUS   PIC XX    VALUE SPACES.
       77 WS-VNDR-OPEN         PIC X     VALUE "N".
       77 WS-VENDOR-IN         PIC X(6)  VALUE SPACES.
       77 UT-S-TRAVFTC         PIC X(50) VALUE "C:\Cobol\travftc.dat".
       77 UT-S-TRAVGL          PIC X(50) VALUE "C:\Cobol\travgl.dat".
       77 WS-TRAVFTC-STATUS    PIC XX    VALUE SPACES.
       77 WS-FTC-OPEN          PIC X     VALUE "N".
       77 WS-FTC-EOF           PIC X     VALUE "N".
       77 WS-FTC-DONE          PIC X     VALUE "N".
       77 WS-FTC-COUNT         PIC 9(3)  VALUE ZERO.
       77 WS-FTC-LEFT          PIC 9(5)V99 VALUE ZERO.
       77 WS-FTC-APPLY         PIC 9(5)V99 VALUE ZERO.
       77 WS-CREDIT-IN         PIC X(6)  VALUE SPACES.
       01  WS-DISPLAY-FTC       PIC $$,$$9.99.
       77 UT-S-TRAVAUD         PIC X(50) VALUE "C:\Cobol\travaud.dat".
       77 WS-TRAVAUD-STATUS    PIC XX    VALUE SPACES.
       77 WS-AUD-TRIES         PIC 9(2)  VALUE ZERO.
       77 UT-S-TRAVPTS         PIC X(50) VALUE "C:\Cobol\travpts.dat".
      * Points redeemed come off the balance due at LOY-REDEEM-RATE
      * points to the dollar.
       77 LOY-REDEEM-RATE      PIC 9(3)  VALUE 100.
       77 WS-POINTS-IN         PIC X(7)  VALUE SPACES.
       77 WS-POINTS-NUM        PIC 9(7)  VALUE ZERO.
       77 WS-REDEEM-AMT        PIC 9(5)V99 VALUE ZERO.
       77 WS-TIER-NAME         PIC X(8)  VALUE SPACES.
       01  WS-DISPLAY-POINTS    PIC Z,ZZZ,ZZ9.
       01  WS-DISPLAY-REDEEM    PIC $$,$$9.99.
       01  WS-AUDIT-STAMP.
           05  WS-AUD-DATE     PIC 9(8).
           05  WS-AUD-TIME     PIC 9(8).
           05  FILLER          PIC X(5).
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
       77 WS-AUTH-LEVEL         PIC 9     VALUE 0.
       77 WS-SIGNON-OK          PIC X     VALUE "N".
       77 WS-VIOL-FUNCTION      PIC X(30) VALUE SPACES.
       77 WS-ACT-PROGRAM        PIC X(8)  VALUE "TRAVBKNG".
       77 WS-ACT-FUNCTION       PIC X(20) VALUE SPACES.
       77 WS-ACT-KEY            PIC X(20) VALUE SPACES.
       77 WS-ACT-OWNER          PIC X(3)  VALUE SPACES.
       77 WS-VALID-SW           PIC X     VALUE "Y".
           88 WS-ENTRY-VALID              VALUE "Y".
       01  WS-DISPLAY-COST      PIC $$,$$9.99.
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN I-O TRAVMAST-FILE.
           OPEN I-O TRAVCLI-FILE.
           OPEN I-O TRAVSEG-FILE.
           OPEN I-O TRAVINST-FILE.
           OPEN I-O TRAVALOT-FILE.
           OPEN INPUT TRAVVNDR-FILE.
           IF WS-TRAVVNDR-STATUS = "00"
               MOVE "Y" TO WS-VNDR-OPEN.
           OPEN I-O TRAVFTC-FILE.
           IF WS-TRAVFTC-STATUS = "00"
               MOVE "Y" TO WS-FTC-OPEN.
           OPEN I-O TRAVAUD-FILE.
           PERFORM 050-LOAD-NEXT-NUMBER THRU 050-EXIT.
           DISPLAY "BOOKING ENTRY AND MAINTENANCE".
           PERFORM 100-ONE-ACTION THRU 100-EXIT
               UNTIL WS-ACTION = "X".
           PERFORM 060-SAVE-NEXT-NUMBER THRU 060-EXIT.
           CLOSE TRAVMAST-FILE TRAVCLI-FILE TRAVSEG-FILE
                 TRAVINST-FILE TRAVALOT-FILE TRAVVNDR-FILE
                 TRAVFTC-FILE TRAVAUD-FILE.
           STOP RUN.

      * Reads the next booking number from the control file.
                       MOVE CL-ADDRESS TO TR-C-ADDRESS
                       MOVE CL-PHONE TO TR-C-PHONE
               END-READ
               PERFORM 210-SHOW-LOYALTY THRU 210-EXIT
           END-IF.
           DISPLAY "VENDOR CODE: " WITH NO ADVANCING.
           PERFORM 560-ACCEPT-VENDOR THRU 560-EXIT.
           IF NOT WS-ENTRY-VALID
               GO TO 200-EXIT.
           MOVE WS-VENDOR-IN TO TR-VENDOR.
           DISPLAY "COST (99999.99, NO COMMAS): " WITH NO ADVANCING.
           PERFORM 500-ACCEPT-AMOUNT THRU 500-EXIT.
           IF NOT WS-ENTRY-VALID
           END-WRITE.
           DISPLAY "BOOKING " TR-BOOK-NO " ADDED".
           PERFORM 230-SELL-ALLOTMENT THRU 230-EXIT.
           PERFORM 240-APPLY-CREDITS THRU 240-EXIT.
           PERFORM 248-REDEEM-POINTS THRU 248-EXIT.
           PERFORM 250-BUILD-INSTALLMENTS THRU 250-EXIT.
           MOVE "A" TO BA-ACTION.
           MOVE 0 TO BA-SEG-NO.
           MOVE ZEROES TO BA-B-COST BA-B-DEPOSIT BA-B-DEPART
                          BA-B-RETURN.
           MOVE SPACES TO BA-B-CONF-NO BA-B-VENDOR.
           PERFORM 720-AUDIT-AFTER THRU 720-EXIT.
           MOVE "ADD BOOKING" TO WS-ACT-FUNCTION.
           MOVE TR-BOOK-NO TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           ADD 1 TO WS-NEXT-NUMBER.
       200-EXIT.
           EXIT.

      * Shows the agent the client's loyalty tier and points so the
      * best customers are recognized at the counter.
       210-SHOW-LOYALTY.
           EVALUATE TRUE
               WHEN CL-TIER-PLATINUM MOVE "PLATINUM" TO WS-TIER-NAME
               WHEN CL-TIER-GOLD     MOVE "GOLD    " TO WS-TIER-NAME
               WHEN CL-TIER-SILVER   MOVE "SILVER  " TO WS-TIER-NAME
               WHEN OTHER            MOVE "NONE    " TO WS-TIER-NAME
           END-EVALUATE.
           IF CL-POINTS NOT NUMERIC
               MOVE 0 TO WS-DISPLAY-POINTS
           ELSE
               MOVE CL-POINTS TO WS-DISPLAY-POINTS.
           DISPLAY "LOYALTY TIER " WS-TIER-NAME
               "  POINTS " WS-DISPLAY-POINTS
               "  TRIPS " CL-LIFE-TRIPS
               "  LAST TRAVEL " CL-LAST-TRAVEL.
       210-EXIT.
           EXIT.

      * Sells the new booking down against the vendor/departure
      * allotment block when one is held.  A sold-out block warns
      * the agent but still takes the booking -- an oversell is a
       230-EXIT.
           EXIT.

      * Offers the client's open future-travel credits as payment
      * on the new booking.  The agent keys credit numbers until
      * the balance is covered or a blank ends it; each credit
      * covers as much of the balance as it still holds, and what
      * it covers becomes deposit on the booking, so the
      * installments then spread only what is left.
       240-APPLY-CREDITS.
           IF WS-FTC-OPEN NOT = "Y" OR TR-BALANCE-DUE = 0
               GO TO 240-EXIT.
           MOVE 0 TO WS-FTC-COUNT.
           MOVE "N" TO WS-FTC-EOF.
           MOVE 0 TO FC-CREDIT-NO.
           START TRAVFTC-FILE KEY IS NOT LESS THAN FC-CREDIT-NO
               INVALID KEY MOVE "Y" TO WS-FTC-EOF
           END-START.
           PERFORM 242-LIST-CREDIT THRU 242-EXIT
               UNTIL WS-FTC-EOF = "Y".
           IF WS-FTC-COUNT = 0
               GO TO 240-EXIT.
           MOVE "N" TO WS-FTC-DONE.
           PERFORM 245-APPLY-ONE THRU 245-EXIT
               UNTIL WS-FTC-DONE = "Y" OR TR-BALANCE-DUE = 0.
       240-EXIT.
           EXIT.
       242-LIST-CREDIT.
           READ TRAVFTC-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-FTC-EOF
                   GO TO 242-EXIT
           END-READ.
           IF FC-CLIENT NOT = TR-C-NUMBER OR NOT FC-OPEN
               OR FC-EXPIRY < WS-CURRENT-DATE-NUM
               GO TO 242-EXIT.
           IF WS-FTC-COUNT = 0
               DISPLAY "CLIENT HAS OPEN FUTURE-TRAVEL CREDITS:".
           ADD 1 TO WS-FTC-COUNT.
           COMPUTE WS-FTC-LEFT = FC-AMOUNT - FC-USED.
           MOVE WS-FTC-LEFT TO WS-DISPLAY-FTC.
           DISPLAY "  CREDIT " FC-CREDIT-NO "  " WS-DISPLAY-FTC
               "  EXPIRES " FC-EXPIRY.
       242-EXIT.
           EXIT.
       245-APPLY-ONE.
           MOVE TR-BALANCE-DUE TO WS-DISPLAY-DUE.
           DISPLAY "BALANCE DUE " WS-DISPLAY-DUE
               " - APPLY CREDIT NUMBER (BLANK = NONE): "
               WITH NO ADVANCING.
           MOVE SPACES TO WS-CREDIT-IN.
           ACCEPT WS-CREDIT-IN.
           IF WS-CREDIT-IN = SPACES
               MOVE "Y" TO WS-FTC-DONE
               GO TO 245-EXIT.
           IF WS-CREDIT-IN NOT NUMERIC
               DISPLAY "CREDIT NUMBER MUST BE 6 DIGITS"
               GO TO 245-EXIT.
           MOVE WS-CREDIT-IN TO FC-CREDIT-NO.
           READ TRAVFTC-FILE
               INVALID KEY
                   DISPLAY "CREDIT NOT ON FILE"
                   GO TO 245-EXIT
           END-READ.
           IF FC-CLIENT NOT = TR-C-NUMBER
               DISPLAY "CREDIT BELONGS TO ANOTHER CLIENT"
               GO TO 245-EXIT.
           IF NOT FC-OPEN OR FC-EXPIRY < WS-CURRENT-DATE-NUM
               DISPLAY "CREDIT IS USED UP OR EXPIRED"
               GO TO 245-EXIT.
           COMPUTE WS-FTC-LEFT = FC-AMOUNT - FC-USED.
           IF WS-FTC-LEFT > TR-BALANCE-DUE
               MOVE TR-BALANCE-DUE TO WS-FTC-APPLY
           ELSE
               MOVE WS-FTC-LEFT TO WS-FTC-APPLY.
           ADD WS-FTC-APPLY TO FC-USED.
           MOVE TR-BOOK-NO TO FC-LAST-BOOK.
           IF FC-USED NOT < FC-AMOUNT
               MOVE "U" TO FC-STATUS.
           REWRITE TRAVFTC-REC.
           ADD WS-FTC-APPLY TO TR-DEPOSIT-PAID.
           SUBTRACT WS-FTC-APPLY FROM TR-BALANCE-DUE.
           REWRITE TRAVEL-REC.
           OPEN EXTEND TRAVGL-FILE.
           MOVE "TRVFTCL " TO TG-ACCOUNT.
           MOVE "FUTURE CREDIT APPLIED" TO TG-DESC.
           MOVE WS-FTC-APPLY TO TG-DEBIT.
           MOVE 0 TO TG-CREDIT.
           WRITE TRAVGL-REC.
           MOVE "TRVDEPOS" TO TG-ACCOUNT.
           MOVE "DEPOSIT FROM FUTURE CRED" TO TG-DESC.
           MOVE 0 TO TG-DEBIT.
           MOVE WS-FTC-APPLY TO TG-CREDIT.
           WRITE TRAVGL-REC.
           CLOSE TRAVGL-FILE.
           MOVE WS-FTC-APPLY TO WS-DISPLAY-FTC.
           DISPLAY "CREDIT " FC-CREDIT-NO " APPLIED " WS-DISPLAY-FTC.
       245-EXIT.
           EXIT.

      * Lets the client spend loyalty points on the new booking.
      * The points come off the balance due at the redemption rate,
      * as much as the balance takes, and like an applied credit
      * the discount rides as deposit on the booking; the cost of
      * the points goes to loyalty expense on TRAVGL and the
      * redemption goes on the points ledger.
       248-REDEEM-POINTS.
           IF WS-TRAVCLI-STATUS NOT = "00" OR TR-BALANCE-DUE = 0
               GO TO 248-EXIT.
           MOVE TR-C-NUMBER TO CL-NUMBER.
           READ TRAVCLI-FILE
               INVALID KEY
                   GO TO 248-EXIT
           END-READ.
           IF CL-POINTS NOT NUMERIC OR CL-POINTS < LOY-REDEEM-RATE
               GO TO 248-EXIT.
           MOVE CL-POINTS TO WS-DISPLAY-POINTS.
           DISPLAY "REDEEM POINTS (" WS-DISPLAY-POINTS
               " AVAILABLE, BLANK = NONE): " WITH NO ADVANCING.
           MOVE SPACES TO WS-POINTS-IN.
           ACCEPT WS-POINTS-IN.
           IF WS-POINTS-IN = SPACES
               GO TO 248-EXIT.
           IF WS-POINTS-IN NOT NUMERIC
               DISPLAY "POINTS MUST BE 7 DIGITS - NONE REDEEMED"
               GO TO 248-EXIT.
           MOVE WS-POINTS-IN TO WS-POINTS-NUM.
           IF WS-POINTS-NUM > CL-POINTS
               DISPLAY "NOT ENOUGH POINTS - NONE REDEEMED"
               GO TO 248-EXIT.
           DIVIDE WS-POINTS-NUM BY LOY-REDEEM-RATE
               GIVING WS-REDEEM-AMT.
           IF WS-REDEEM-AMT > TR-BALANCE-DUE
               MOVE TR-BALANCE-DUE TO WS-REDEEM-AMT.
           COMPUTE WS-POINTS-NUM = WS-REDEEM-AMT * LOY-REDEEM-RATE.
           IF WS-POINTS-NUM = 0
               GO TO 248-EXIT.
           SUBTRACT WS-POINTS-NUM FROM CL-POINTS.
           REWRITE TRAVCLI-REC.
           ADD WS-REDEEM-AMT TO TR-DEPOSIT-PAID.
           SUBTRACT WS-REDEEM-AMT FROM TR-BALANCE-DUE.
           REWRITE TRAVEL-REC.
           OPEN EXTEND TRAVPTS-FILE.
           MOVE TR-C-NUMBER TO PT-CLIENT.
           MOVE WS-CURRENT-DATE-NUM TO PT-DATE.
           MOVE TR-BOOK-NO TO PT-BOOK-NO.
           MOVE "R" TO PT-TYPE.
           MOVE WS-POINTS-NUM TO PT-POINTS.
           WRITE TRAVPTS-REC.
           CLOSE TRAVPTS-FILE.
           OPEN EXTEND TRAVGL-FILE.
           MOVE "TRVLOYEX" TO TG-ACCOUNT.
           MOVE "LOYALTY POINTS REDEEMED" TO TG-DESC.
           MOVE WS-REDEEM-AMT TO TG-DEBIT.
           MOVE 0 TO TG-CREDIT.
           WRITE TRAVGL-REC.
           MOVE "TRVDEPOS" TO TG-ACCOUNT.
           MOVE "DEPOSIT FROM POINTS" TO TG-DESC.
           MOVE 0 TO TG-DEBIT.
           MOVE WS-REDEEM-AMT TO TG-CREDIT.
           WRITE TRAVGL-REC.
           CLOSE TRAVGL-FILE.
           MOVE WS-REDEEM-AMT TO WS-DISPLAY-REDEEM.
           MOVE WS-POINTS-NUM TO WS-DISPLAY-POINTS.
           DISPLAY WS-DISPLAY-POINTS " POINTS REDEEMED FOR "
               WS-DISPLAY-REDEEM.
       248-EXIT.
           EXIT.

      * Builds the booking's installment schedule: the open balance
      * after the deposit spreads evenly over the keyed count, the
      * rounding change riding the last installment so the schedule
                   DISPLAY "BOOKING NOT ON MASTER"
                   GO TO 300-EXIT
           END-READ.
           MOVE "VIEW BOOKING" TO WS-ACT-FUNCTION.
           MOVE TR-BOOK-NO TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           MOVE TR-COST TO WS-DISPLAY-COST.
           MOVE TR-BALANCE-DUE TO WS-DISPLAY-DUE.
           DISPLAY "CLIENT " TR-C-NUMBER " " TR-C-NAME.
           DISPLAY "TYPE " TR-TYPE "  VENDOR " TR-VENDOR
               "  AGENT " TR-AGENT "  STATUS " TR-STATUS.
           MOVE TR-VENDOR-CODE TO VM-CODE.
           IF WS-VNDR-OPEN = "Y"
               READ TRAVVNDR-FILE
                   INVALID KEY
                       DISPLAY "VENDOR NOT ON VENDOR MASTER"
                   NOT INVALID KEY
                       DISPLAY "VENDOR NAME " VM-NAME
               END-READ
           END-IF.
           DISPLAY "COST " WS-DISPLAY-COST
               "  BALANCE DUE " WS-DISPLAY-DUE.
           DISPLAY "BOOKED " TR-BOOK-DATE "  DEPARTS "
                   DISPLAY "BOOKING NOT ON MASTER"
                   GO TO 400-EXIT
           END-READ.
           PERFORM 710-AUDIT-BEFORE THRU 710-EXIT.
           DISPLAY "NEW COST (BLANK = KEEP): " WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN NOT = SPACES
           END-IF.
           REWRITE TRAVEL-REC.
           DISPLAY "BOOKING " TR-BOOK-NO " UPDATED".
           MOVE "M" TO BA-ACTION.
           MOVE 0 TO BA-SEG-NO.
           PERFORM 720-AUDIT-AFTER THRU 720-EXIT.
           MOVE "CHANGE BOOKING" TO WS-ACT-FUNCTION.
           MOVE TR-BOOK-NO TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       400-EXIT.
           EXIT.

               DISPLAY "INVALID SEGMENT TYPE"
               GO TO 450-EXIT.
           MOVE WS-TYPE-IN TO SG-TYPE.
           DISPLAY "SEGMENT VENDOR CODE: " WITH NO ADVANCING.
           PERFORM 560-ACCEPT-VENDOR THRU 560-EXIT.
           IF NOT WS-ENTRY-VALID
               GO TO 450-EXIT.
           MOVE WS-VENDOR-IN TO SG-VENDOR.
           DISPLAY "SEGMENT START YYYYMMDD: " WITH NO ADVANCING.
           PERFORM 530-ACCEPT-DATE THRU 530-EXIT.
           IF WS-DATE-OK NOT = "Y"
               MOVE WS-CURRENT-DATE-NUM TO SG-CONF-DATE
           ELSE
               MOVE ZEROES TO SG-CONF-DATE.
           DISPLAY "DESTINATION CITY: " WITH NO ADVANCING.
           ACCEPT SG-DEST-CITY.
           DISPLAY "DESTINATION COUNTRY: " WITH NO ADVANCING.
           ACCEPT SG-DEST-COUNTRY.
           IF SG-DEST-COUNTRY = SPACES
               DISPLAY "DESTINATION COUNTRY IS REQUIRED"
               GO TO 450-EXIT.
           INSPECT SG-DEST-CITY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT SG-DEST-COUNTRY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           WRITE TRAVSEG-REC
               INVALID KEY
                   DISPLAY "SEGMENT ALREADY ON FILE"
           END-WRITE.
           DISPLAY "SEGMENT " SG-SEQ " ADDED TO BOOKING "
               SG-BOOK-NO.
           PERFORM 750-AUDIT-SEGMENT THRU 750-EXIT.
           MOVE "ADD SEGMENT" TO WS-ACT-FUNCTION.
           MOVE SG-BOOK-NO TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           PERFORM 460-NEXT-SEGMENT THRU 460-EXIT.
           IF WS-SEG-FOOT NOT = TR-COST
               MOVE WS-SEG-FOOT TO WS-DISPLAY-FOOT
       540-EXIT.
           EXIT.

      * Accepts a vendor code into WS-VENDOR-IN and looks it up on
      * the TRAVVNDR vendor master.  A blank code or one not on the
      * master -- or no master to check it against -- fails the
      * entry, so free-typed vendor names stop reaching TRAVMAST.
       560-ACCEPT-VENDOR.
           MOVE "Y" TO WS-VALID-SW.
           ACCEPT WS-VENDOR-IN.
           INSPECT WS-VENDOR-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-VENDOR-IN = SPACES
               MOVE "N" TO WS-VALID-SW
               DISPLAY "VENDOR CODE IS REQUIRED"
               GO TO 560-EXIT.
           IF WS-VNDR-OPEN NOT = "Y"
               MOVE "N" TO WS-VALID-SW
               DISPLAY "VENDOR MASTER NOT AVAILABLE"
               GO TO 560-EXIT.
           MOVE WS-VENDOR-IN TO VM-CODE.
           READ TRAVVNDR-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-SW
                   DISPLAY "VENDOR " WS-VENDOR-IN
                       " NOT ON VENDOR MASTER"
               NOT INVALID KEY
                   DISPLAY "VENDOR " VM-NAME
           END-READ.
       560-EXIT.
           EXIT.

      * Accepts an amount into WS-AMOUNT-NUM, flagging bad entries.
       500-ACCEPT-AMOUNT.
           ACCEPT WS-AMOUNT-IN.
               MOVE "N" TO WS-VALID-SW.
       520-EXIT.
           EXIT.

      * Keeps the booking as it stood before a change.
       710-AUDIT-BEFORE.
           MOVE TR-COST TO BA-B-COST.
           MOVE TR-DEPOSIT-PAID TO BA-B-DEPOSIT.
           MOVE TR-DEPART-DATE TO BA-B-DEPART.
           MOVE TR-RETURN-DATE TO BA-B-RETURN.
           MOVE TR-CONF-NO TO BA-B-CONF-NO.
           MOVE TR-VENDOR TO BA-B-VENDOR.
       710-EXIT.
           EXIT.
      * Logs the booking as it now stands against the before image.
       720-AUDIT-AFTER.
           MOVE TR-COST TO BA-A-COST.
           MOVE TR-DEPOSIT-PAID TO BA-A-DEPOSIT.
           MOVE TR-DEPART-DATE TO BA-A-DEPART.
           MOVE TR-RETURN-DATE TO BA-A-RETURN.
           MOVE TR-CONF-NO TO BA-A-CONF-NO.
           MOVE TR-VENDOR TO BA-A-VENDOR.
           PERFORM 780-WRITE-AUDIT THRU 780-EXIT.
       720-EXIT.
           EXIT.
      * Logs a new segment: nothing before, the segment after.
       750-AUDIT-SEGMENT.
           MOVE "S" TO BA-ACTION.
           MOVE SG-SEQ TO BA-SEG-NO.
           MOVE ZEROES TO BA-B-COST BA-B-DEPOSIT BA-B-DEPART
                          BA-B-RETURN.
           MOVE SPACES TO BA-B-CONF-NO BA-B-VENDOR.
           MOVE SG-COST TO BA-A-COST.
           MOVE 0 TO BA-A-DEPOSIT.
           MOVE SG-DEPART TO BA-A-DEPART.
           MOVE SG-RETURN TO BA-A-RETURN.
           MOVE SG-CONF-NO TO BA-A-CONF-NO.
           MOVE SG-VENDOR TO BA-A-VENDOR.
           PERFORM 780-WRITE-AUDIT THRU 780-EXIT.
       750-EXIT.
           EXIT.
      * Stamps the operator and the time and writes the audit
      * record.  Two changes to one booking inside the same
      * hundredth of a second take the next free tick.
       780-WRITE-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP.
           MOVE TR-BOOK-NO TO BA-BOOK-NO.
           MOVE WS-AUD-DATE TO BA-DATE.
           MOVE WS-AUD-TIME TO BA-TIME.
           MOVE WS-OPER-ID TO BA-OPER.
           MOVE 0 TO WS-AUD-TRIES.
       780-RETRY.
           WRITE TRAVAUD-REC
               INVALID KEY
                   ADD 1 TO WS-AUD-TRIES
                   IF WS-AUD-TRIES < 10
                       ADD 1 TO BA-TIME
                       GO TO 780-RETRY
                   ELSE
                       DISPLAY "*** AUDIT RECORD NOT WRITTEN ***"
                   END-IF
           END-WRITE.
       780-EXIT.
           EXIT.
       END PROGRAM TRAVBKNG.

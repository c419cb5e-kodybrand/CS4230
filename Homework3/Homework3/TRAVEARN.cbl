      *                 ONCE.  THE RUN ENDS WITH THE UNEARNED-
      *                 REVENUE BALANCE REPORT THAT TIES TO THE
      *                 DEPOSIT LIABILITY IN GLMERGE'S JOURNAL.
      * 2026-10-15  KB  OPEN A COMMRCV COMMISSION-RECEIVABLE ITEM
      *                 FOR EACH BOOKING RECOGNIZED: THE COMMISSION
      *                 THE VENDOR OWES US IS THE BOOKING COST AT
      *                 THE TRAVVNDR COMMISSION RATE.  THE INCOME
      *                 AND THE RECEIVABLE GO TO TRAVGL; TRAVCOMR
      *                 POSTS WHAT THE VENDORS PAY AND CHASES WHAT
      *                 THEY DO NOT.
      * 2026-10-15  KB  KEEP EACH CLIENT'S TRAVEL HISTORY ON TRAVCLI: A
      *                 RECOGNIZED BOOKING ADDS A LIFETIME TRIP AND ITS
      *                 SPEND, MOVES THE LAST TRAVEL DATE, AND AWARDS
      *                 LOYALTY POINTS AT LOY-POINTS-RATE PER DOLLAR,
      *                 LOGGED ON THE NEW TRAVPTS POINTS LEDGER.  EVERY
      *                 RUN RESETS EACH CLIENT'S TRAILING-YEAR TRIPS AND
      *                 SPEND FROM THE EARNED BOOKINGS DEPARTED IN THE
      *                 LAST 365 DAYS AND ASSIGNS THE SILVER, GOLD, OR
      *                 PLATINUM TIER THAT SPEND EARNS.

       ENVIRONMENT DIVISION.

               ACCESS IS RANDOM
               RECORD KEY IS AG-CODE
               FILE STATUS IS WS-TRAVAGT-STATUS.
           SELECT OPTIONAL TRAVVNDR-FILE ASSIGN TO UT-S-TRAVVNDR
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-TRAVVNDR-STATUS.
           SELECT OPTIONAL COMMRCV-FILE ASSIGN TO UT-S-COMMRCV
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CR-BOOK-NO
               FILE STATUS IS WS-COMMRCV-STATUS.
           SELECT OPTIONAL TRAVCLI-FILE ASSIGN TO UT-S-TRAVCLI
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CL-NUMBER
               FILE STATUS IS WS-TRAVCLI-STATUS.
           SELECT OPTIONAL TRAVPTS-FILE ASSIGN TO UT-S-TRAVPTS
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           05  AG-SPLIT-AGENT  PIC X(3).
           05  AG-SPLIT-PCT    PIC V999.
           05  AG-EMPNUM       PIC 9(4).
       FD  TRAVVNDR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
       COPY "TRAVVNDR.CPY".
       FD  COMMRCV-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 65 CHARACTERS.
       01  COMMRCV-REC.
           05  CR-BOOK-NO      PIC 9(5).
           05  CR-VENDOR       PIC X(15).
           05  CR-CONF-NO      PIC X(10).
           05  CR-RETURN       PIC 9(8).
           05  CR-EXPECTED     PIC 9(7)V99.
           05  CR-RECEIVED     PIC 9(7)V99.
           05  CR-LAST-DATE    PIC 9(8).
           05  CR-STATUS       PIC X.
               88  CR-OPEN             VALUE "O".
               88  CR-CLOSED           VALUE "C".
       FD  TRAVCLI-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 131 CHARACTERS.
       01  TRAVCLI-REC.
           05  CL-NUMBER       PIC 9(3).
           05  CL-NAME         PIC X(15).
           05  CL-ADDRESS      PIC X(41).
           05  CL-PHONE        PIC X(10).
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
       FD  TRAVPTS-FILE.
       01  TRAVPTS-REC.
           05  PT-CLIENT       PIC 9(3).
           05  PT-DATE         PIC 9(8).
           05  PT-BOOK-NO      PIC 9(5).
           05  PT-TYPE         PIC X.
               88  PT-EARNED           VALUE "E".
               88  PT-REDEEMED         VALUE "R".
           05  PT-POINTS       PIC 9(7).
       FD  PROCDATE-FILE.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
       WORKING-STORAGE SECTION.
       77 UT-S-TRAVMAST        PIC X(50) VALUE "C:\Cobol\travmast.dat".
       77 UT-S-TRAVAGT         PIC X(50) VALUE "C:\Cobol\travagt.dat".
       77 UT-S-TRAVVNDR        PIC X(50) VALUE "C:\Cobol\travvndr.dat".
       77 UT-S-COMMRCV         PIC X(50) VALUE "C:\Cobol\commrcv.dat".
       77 UT-S-TRAVCLI         PIC X(50) VALUE "C:\Cobol\travcli.dat".
       77 UT-S-TRAVPTS         PIC X(50) VALUE "C:\Cobol\travpts.dat".
       77 UT-S-PROCDATE        PIC X(50) VALUE "C:\COBOL\PROCDATE.DAT".
       77 UT-S-TRAVGL          PIC X(50) VALUE "C:\Cobol\travgl.dat".
       77 UT-S-EARNRPT         PIC X(50) VALUE "C:\Cobol\travearn.rpt".
       77 WS-TRAVMAST-STATUS   PIC XX    VALUE SPACES.
       77 WS-TRAVAGT-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVVNDR-STATUS   PIC XX    VALUE SPACES.
       77 WS-VNDR-OPEN         PIC X     VALUE "N".
       77 WS-COMMRCV-STATUS    PIC XX    VALUE SPACES.
       77 WS-CRCV-OPEN         PIC X     VALUE "N".
       77 WS-TRAVCLI-STATUS    PIC XX    VALUE SPACES.
       77 WS-CLI-OPEN          PIC X     VALUE "N".
       77 WS-CLI-EOF           PIC X     VALUE "N".
       77 WS-PROCDATE-STATUS   PIC XX    VALUE SPACES.
       77 WS-MAST-EOF          PIC X     VALUE "N".
       77 WS-TODAY-NUM         PIC 9(8)  VALUE ZEROS.
       77 WS-EARNED-COUNT      PIC 9(5)     VALUE ZEROS.
       77 WS-EARNED-TOTAL      PIC 9(9)V99  VALUE ZEROS.
       77 WS-COMM-TOTAL        PIC 9(9)V99  VALUE ZEROS.
       77 WS-SUPP-COMM         PIC 9(7)V99  VALUE ZEROS.
       77 WS-SUPP-COUNT        PIC 9(5)     VALUE ZEROS.
       77 WS-SUPP-TOTAL        PIC 9(9)V99  VALUE ZEROS.
       77 WS-UNEARNED-COUNT    PIC 9(5)     VALUE ZEROS.
       77 WS-UNEARNED-TOTAL    PIC 9(9)V99  VALUE ZEROS.
      * Loyalty points are awarded per dollar of booking cost when a
      * trip is earned; the tier follows the client's spend on trips
      * departed in the trailing year.
       77 LOY-POINTS-RATE      PIC 9V99     VALUE 1.00.
       77 LOY-SILVER-SPEND     PIC 9(7)V99  VALUE 5000.00.
       77 LOY-GOLD-SPEND       PIC 9(7)V99  VALUE 15000.00.
       77 LOY-PLAT-SPEND       PIC 9(7)V99  VALUE 30000.00.
       77 WS-TODAY-INT         PIC S9(9)    VALUE ZEROS.
       77 WS-YEAR-START        PIC 9(8)     VALUE ZEROS.
       77 WS-POINTS            PIC 9(7)     VALUE ZEROS.
       77 WS-POINTS-TOTAL      PIC 9(9)     VALUE ZEROS.
       77 WS-PLAT-COUNT        PIC 9(5)     VALUE ZEROS.
       77 WS-GOLD-COUNT        PIC 9(5)     VALUE ZEROS.
       77 WS-SILVER-COUNT      PIC 9(5)     VALUE ZEROS.
      * Trailing-year trips and spend by client number.
       01  WS-CLIENT-YEAR-TABLE.
           05  WS-CY-ENTRY OCCURS 999 TIMES.
               10  WS-CY-TRIPS     PIC 9(3).
               10  WS-CY-SPEND     PIC 9(7)V99.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
           05  RPT-T-EARNED    PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(14)  VALUE "  COMMISSION: ".
           05  RPT-T-COMM      PIC $$$,$$$,$$9.99.
       01  RPT-SUPP-TOTAL.
           05  FILLER          PIC X(20)
               VALUE "SUPPLIER COMM DUE:  ".
           05  RPT-S-COUNT     PIC ZZZZ9.
           05  FILLER          PIC X(10)  VALUE "  AMOUNT: ".
           05  RPT-S-TOTAL     PIC $$$,$$$,$$9.99.
       01  RPT-UNEARN-TOTAL.
           05  FILLER          PIC X(20)
               VALUE "UNEARNED (DEFERRED):".
           05  RPT-U-COUNT     PIC ZZZZ9.
           05  FILLER          PIC X(10)  VALUE "  BALANCE:".
           05  RPT-U-TOTAL     PIC $$$,$$$,$$9.99.
       01  RPT-POINTS-TOTAL.
           05  FILLER          PIC X(20)
               VALUE "LOYALTY POINTS:     ".
           05  RPT-P-POINTS    PIC ZZZ,ZZZ,ZZ9.
       01  RPT-TIER-TOTAL.
           05  FILLER          PIC X(20)
               VALUE "CLIENT TIERS:       ".
           05  FILLER          PIC X(10)  VALUE "PLATINUM ".
           05  RPT-TR-PLAT     PIC ZZZZ9.
           05  FILLER          PIC X(8)   VALUE "   GOLD ".
           05  RPT-TR-GOLD     PIC ZZZZ9.
           05  FILLER          PIC X(10)  VALUE "   SILVER ".
           05  RPT-TR-SILVER   PIC ZZZZ9.
       PROCEDURE DIVISION.
      * Walks the booking master, earns what has departed, and
      * reports the deferred balance still on the books.
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           COMPUTE WS-YEAR-START = FUNCTION DATE-OF-INTEGER(
               WS-TODAY-INT - 364).
           INITIALIZE WS-CLIENT-YEAR-TABLE.
           OPEN I-O TRAVMAST-FILE.
           OPEN I-O TRAVCLI-FILE.
           IF WS-TRAVCLI-STATUS = "00"
               MOVE "Y" TO WS-CLI-OPEN
               OPEN EXTEND TRAVPTS-FILE.
           OPEN INPUT TRAVAGT-FILE.
           OPEN INPUT TRAVVNDR-FILE.
           IF WS-TRAVVNDR-STATUS = "00"
               MOVE "Y" TO WS-VNDR-OPEN.
           OPEN I-O COMMRCV-FILE.
           IF WS-COMMRCV-STATUS = "00" OR WS-COMMRCV-STATUS = "05"
               MOVE "Y" TO WS-CRCV-OPEN.
           OPEN OUTPUT EARN-RPT.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE WS-COMM-TOTAL TO RPT-T-COMM.
           MOVE RPT-EARN-TOTAL TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE WS-SUPP-COUNT TO RPT-S-COUNT.
           MOVE WS-SUPP-TOTAL TO RPT-S-TOTAL.
           MOVE RPT-SUPP-TOTAL TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE WS-UNEARNED-COUNT TO RPT-U-COUNT.
           MOVE WS-UNEARNED-TOTAL TO RPT-U-TOTAL.
           MOVE RPT-UNEARN-TOTAL TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           PERFORM 600-CLIENT-TIERS THRU 600-EXIT.
           PERFORM 500-GL-RECOGNITION THRU 500-EXIT.
           IF WS-CLI-OPEN = "Y"
               CLOSE TRAVPTS-FILE.
           CLOSE TRAVMAST-FILE TRAVAGT-FILE TRAVVNDR-FILE
                 COMMRCV-FILE TRAVCLI-FILE EARN-RPT.
           STOP RUN.
      * Judges one booking: departed and unearned recognizes; not
      * yet departed rides the deferred balance.
           IF TR-DEPOSIT-PAID NOT NUMERIC OR TR-DEPOSIT-PAID = 0
               GO TO 100-EXIT.
           IF REVENUE-EARNED
               PERFORM 150-TRAILING-YEAR THRU 150-EXIT
               GO TO 100-EXIT.
           IF TR-DEPART-DATE NOT NUMERIC OR TR-DEPART-DATE = 0
               OR TR-DEPART-DATE > WS-TODAY-NUM
           PERFORM 200-EARN-ONE THRU 200-EXIT.
       100-EXIT.
           EXIT.
      * Counts an earned trip that departed in the trailing year
      * toward its client's tier.
       150-TRAILING-YEAR.
           IF TR-C-NUMBER NOT NUMERIC OR TR-C-NUMBER = 0
               GO TO 150-EXIT.
           IF TR-DEPART-DATE NOT NUMERIC
               OR TR-DEPART-DATE < WS-YEAR-START
               OR TR-DEPART-DATE > WS-TODAY-NUM
               GO TO 150-EXIT.
           ADD 1 TO WS-CY-TRIPS(TR-C-NUMBER).
           ADD TR-COST TO WS-CY-SPEND(TR-C-NUMBER).
       150-EXIT.
           EXIT.
      * Recognizes one departed booking's receipts as earned, with
      * the agent's commission expense accrued beside it.
       200-EARN-ONE.
           MOVE TR-DEPART-DATE TO RPT-DEPART.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           PERFORM 300-SUPPLIER-COMM THRU 300-EXIT.
           PERFORM 400-CLIENT-HISTORY THRU 400-EXIT.
           PERFORM 150-TRAILING-YEAR THRU 150-EXIT.
       200-EXIT.
           EXIT.
      * Opens the commission receivable the vendor owes us on the
      * booking: its cost at the vendor's master commission rate,
      * due once the client is home.  A vendor paying no commission
      * opens nothing, and a booking already on the receivable is
      * never opened twice.
       300-SUPPLIER-COMM.
           IF WS-VNDR-OPEN NOT = "Y"
               OR WS-CRCV-OPEN NOT = "Y"
               GO TO 300-EXIT.
           MOVE TR-VENDOR TO VM-CODE.
           READ TRAVVNDR-FILE
               INVALID KEY
                   GO TO 300-EXIT
           END-READ.
           IF VM-COMM-RATE NOT NUMERIC OR VM-COMM-RATE = 0
               GO TO 300-EXIT.
           COMPUTE WS-SUPP-COMM ROUNDED = TR-COST * VM-COMM-RATE.
           IF WS-SUPP-COMM = 0
               GO TO 300-EXIT.
           MOVE TR-BOOK-NO TO CR-BOOK-NO.
           MOVE TR-VENDOR TO CR-VENDOR.
           MOVE TR-CONF-NO TO CR-CONF-NO.
           MOVE TR-RETURN-DATE TO CR-RETURN.
           IF TR-RETURN-DATE NOT NUMERIC OR TR-RETURN-DATE = 0
               MOVE TR-DEPART-DATE TO CR-RETURN.
           MOVE WS-SUPP-COMM TO CR-EXPECTED.
           MOVE 0 TO CR-RECEIVED.
           MOVE 0 TO CR-LAST-DATE.
           MOVE "O" TO CR-STATUS.
           WRITE COMMRCV-REC
               INVALID KEY
                   GO TO 300-EXIT
           END-WRITE.
           ADD 1 TO WS-SUPP-COUNT.
           ADD WS-SUPP-COMM TO WS-SUPP-TOTAL.
       300-EXIT.
           EXIT.
      * Adds the trip to the client's lifetime history and awards
      * its loyalty points, logging the award on the points ledger
      * the quarterly statement reads.
       400-CLIENT-HISTORY.
           IF WS-CLI-OPEN NOT = "Y"
               GO TO 400-EXIT.
           IF TR-C-NUMBER NOT NUMERIC OR TR-C-NUMBER = 0
               GO TO 400-EXIT.
           MOVE TR-C-NUMBER TO CL-NUMBER.
           READ TRAVCLI-FILE
               INVALID KEY
                   GO TO 400-EXIT
           END-READ.
           ADD 1 TO CL-LIFE-TRIPS.
           ADD TR-COST TO CL-LIFE-SPEND.
           IF TR-DEPART-DATE > CL-LAST-TRAVEL
               MOVE TR-DEPART-DATE TO CL-LAST-TRAVEL.
           COMPUTE WS-POINTS = TR-COST * LOY-POINTS-RATE.
           ADD WS-POINTS TO CL-POINTS.
           REWRITE TRAVCLI-REC.
           IF WS-POINTS = 0
               GO TO 400-EXIT.
           ADD WS-POINTS TO WS-POINTS-TOTAL.
           MOVE CL-NUMBER TO PT-CLIENT.
           MOVE WS-TODAY-NUM TO PT-DATE.
           MOVE TR-BOOK-NO TO PT-BOOK-NO.
           MOVE "E" TO PT-TYPE.
           MOVE WS-POINTS TO PT-POINTS.
           WRITE TRAVPTS-REC.
       400-EXIT.
           EXIT.
      * Sets every client's trailing-year trips and spend from the
      * master pass and assigns the tier that spend earns.
       600-CLIENT-TIERS.
           IF WS-CLI-OPEN NOT = "Y"
               GO TO 600-EXIT.
           MOVE 0 TO CL-NUMBER.
           MOVE "N" TO WS-CLI-EOF.
           START TRAVCLI-FILE KEY IS NOT LESS THAN CL-NUMBER
               INVALID KEY MOVE "Y" TO WS-CLI-EOF
           END-START.
           PERFORM 650-ONE-CLIENT THRU 650-EXIT
               UNTIL WS-CLI-EOF = "Y".
           MOVE WS-POINTS-TOTAL TO RPT-P-POINTS.
           MOVE RPT-POINTS-TOTAL TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE WS-PLAT-COUNT TO RPT-TR-PLAT.
           MOVE WS-GOLD-COUNT TO RPT-TR-GOLD.
           MOVE WS-SILVER-COUNT TO RPT-TR-SILVER.
           MOVE RPT-TIER-TOTAL TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       600-EXIT.
           EXIT.
       650-ONE-CLIENT.
           READ TRAVCLI-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CLI-EOF
                   GO TO 650-EXIT
           END-READ.
           IF CL-NUMBER = 0
               GO TO 650-EXIT.
           MOVE WS-CY-TRIPS(CL-NUMBER) TO CL-YEAR-TRIPS.
           MOVE WS-CY-SPEND(CL-NUMBER) TO CL-YEAR-SPEND.
           EVALUATE TRUE
               WHEN CL-YEAR-SPEND NOT < LOY-PLAT-SPEND
                   MOVE "P" TO CL-TIER
                   ADD 1 TO WS-PLAT-COUNT
               WHEN CL-YEAR-SPEND NOT < LOY-GOLD-SPEND
                   MOVE "G" TO CL-TIER
                   ADD 1 TO WS-GOLD-COUNT
               WHEN CL-YEAR-SPEND NOT < LOY-SILVER-SPEND
                   MOVE "S" TO CL-TIER
                   ADD 1 TO WS-SILVER-COUNT
               WHEN OTHER
                   MOVE SPACE TO CL-TIER
           END-EVALUATE.
           REWRITE TRAVCLI-REC.
       650-EXIT.
           EXIT.
      * Appends the recognition entries to the GL extract: the
      * deposit liability comes down, earned revenue goes up, and
      * the commission expense accrues against its payable.
       500-GL-RECOGNITION.
           IF WS-EARNED-TOTAL = 0 AND WS-COMM-TOTAL = 0
               AND WS-SUPP-TOTAL = 0
               GO TO 500-EXIT.
           OPEN EXTEND TRAVGL-FILE.
           IF WS-EARNED-TOTAL > 0
               MOVE WS-COMM-TOTAL TO TG-CREDIT
               WRITE TRAVGL-REC
           END-IF.
           IF WS-SUPP-TOTAL > 0
               MOVE "TRVCOMRC" TO TG-ACCOUNT
               MOVE "SUPPLIER COMM RECEIVABLE" TO TG-DESC
               MOVE WS-SUPP-TOTAL TO TG-DEBIT
               MOVE 0 TO TG-CREDIT
               WRITE TRAVGL-REC
               MOVE "TRVCOMIN" TO TG-ACCOUNT
               MOVE "SUPPLIER COMMISSION INC" TO TG-DESC
               MOVE 0 TO TG-DEBIT
               MOVE WS-SUPP-TOTAL TO TG-CREDIT
               WRITE TRAVGL-REC
           END-IF.
           CLOSE TRAVGL-FILE.
       500-EXIT.
           EXIT.

      ***********************************************************
      * CD MATURITY NOTICE AND ROLLOVER
      * KODY BRAND
      * This program runs ahead of the bank edit in the nightly job
      * and works the CD/IRA (KODE "D") accounts on the BEGBAL
      * master against the processing date.  A CD maturing inside
      * the next thirty days gets one maturity-notice letter,
      * addressed from BANKCUST, telling the customer what will
      * happen at maturity.  A CD that has reached its maturity
      * date is renewed for the same term at the CD rate now in
      * effect, unless the customer left instructions (set in
      * CDMAINT) to pay out to another account; a payout is
      * written to the BANKRAW feed as a CD withdrawal paired with
      * a deposit to the payout account, so it edits, posts, and
      * proves with the rest of tonight's work.  The interest the
      * CD has accrued since its last posting night stays on the
      * CD for BANK, which credits a paid-out CD's accrual that
      * same night (less any backup withholding); the next night
      * the credited interest left on the CD is sent on to the
      * payout account the same way.  A renewed CD keeps its
      * accrual, which BANK credits to it on the next posting
      * night.  Either way the ten-day grace window opens at
      * maturity, inside which BANK takes no early-withdrawal
      * penalty.  Every notice, renewal, payout, and exception is
      * listed on the activity report.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CARRY THE ACCRUED-INTEREST BALANCE AND
      *                 LAST ACCRUAL DATE ON BEGBAL-REC.
      * 2026-10-15  KB  CARRY THE OVERDRAFT AMOUNT, OVERDRAWN-
      *                 SINCE DATE, AND NOTICE FLAG ON BEGBAL-REC.
      * 2026-10-15  KB  CARRY THE BACKUP-WITHHOLDING FLAG AND DATE
      *                 ON BANKCUST-REC.
      * 2026-10-15  KB  SEND THE INTEREST BANK CREDITS TO A PAID-
      *                 OUT CD ON TO THE PAYOUT ACCOUNT THE NEXT
      *                 NIGHT.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CDMATUR.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CDMATUR-RPT ASSIGN TO UT-S-CDMRPT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT CDNOTICE-RPT ASSIGN TO UT-S-CDNOTICE
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BANKRAW ASSIGN TO DYNAMIC UT-S-BANKRAW
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BEGBAL-FILE ASSIGN TO UT-S-BEGBAL
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS BB-ACCT
                FILE STATUS IS WS-BEGBAL-STATUS.
            SELECT OPTIONAL BANKCUST ASSIGN TO UT-S-BANKCUST
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CM-ACCT
                FILE STATUS IS WS-BANKCUST-STATUS.
            SELECT OPTIONAL BANKRATE ASSIGN TO UT-S-BANKRATE
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CDMATUR-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(132).
       FD  CDNOTICE-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  LTR-OUT          PIC X(80).
       FD  BANKRAW
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RAW-RECORD.
           05  RAW-KODE     PIC X.
           05  FILLER       PIC X.
           05  RAW-CUSNAME  PIC X(21).
           05  FILLER       PIC X.
           05  RAW-ANUM     PIC X(5).
           05  RAW-TXN-CODE PIC X.
           05  RAW-MNT-CODE PIC X.
           05  RAW-MNT-WAIVER PIC X.
           05  RAW-BRANCH   PIC X(3).
           05  RAW-TELLER   PIC X(3).
           05  RAW-IRA-FLAG PIC X(1).
           05  RAW-DEP      PIC 9(4)V99.
           05  RAW-WITHH    PIC 9(4)V99.
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
       FD  BANKCUST
           LABEL RECORDS STANDARD
           RECORD CONTAINS 125 CHARACTERS.
       01  BANKCUST-REC.
           05  CM-ACCT      PIC X(5).
           05  CM-NAME      PIC X(25).
           05  CM-ADDR-1    PIC X(30).
           05  CM-ADDR-2    PIC X(30).
           05  CM-DELIVERY  PIC X.
           05  CM-CUST-NO   PIC X(6).
           05  CM-CYCLE     PIC X(2).
           05  CM-LAST-STMT PIC 9(8).
           05  CM-TIN       PIC X(9).
           05  CM-BWH       PIC X.
           05  CM-BWH-DATE  PIC 9(8).
       FD  BANKRATE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RATE-IN.
           05  RATE-MM-RATE      PIC 9V9999.
           05  RATE-MIN-FEE      PIC 9(3)V99.
           05  RATE-MIN-BAL      PIC 9(5)V99.
           05  RATE-HOLD-AMT     PIC 9(5)V99.
           05  RATE-HOLD-DAYS    PIC 9(2).
           05  RATE-EXWD-FEE     PIC 9(3)V99.
           05  RATE-EC-RATE      PIC 9V9999.
           05  RATE-CD-RATE      PIC 9V9999.
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE       PIC 9(8).
           05  PD-MONTH-END      PIC X.
               88  PD-IS-MONTH-END    VALUE "Y".
       WORKING-STORAGE SECTION.
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  UT-S-BANKCUST PIC X(50) VALUE 'C:\CS4230\BANKCUST.DAT'.
       77  UT-S-BANKRATE PIC X(50) VALUE 'C:\CS4230\BANKRATE.DAT'.
       77  UT-S-BANKRAW PIC X(50) VALUE 'C:\CS4230\BANKRAW.DAT'.
       77  UT-S-CDMRPT  PIC X(50) VALUE 'C:\CS4230\CDMATUR.RPT'.
       77  UT-S-CDNOTICE PIC X(50) VALUE 'C:\CS4230\CDNOTICE.RPT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  WS-ENV-BANKRAW PIC X(50).
       77  WS-BEGBAL-STATUS PIC XX     VALUE SPACES.
       77  WS-BANKCUST-STATUS PIC XX   VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX   VALUE SPACES.
       77  WS-BB-EOF    PIC 9          VALUE 0.
       77  WS-TODAY-INT PIC S9(9)      VALUE 0.
       77  WS-MAT-INT   PIC S9(9)      VALUE 0.
       77  WS-DAYS-TO-GO PIC S9(7)     VALUE 0.
      * CD controls: the notice goes out inside NOTICE-DAYS of
      * maturity, the grace window runs GRACE-DAYS past it, and a
      * renewal takes the CD rate on BANKRATE (the default below
      * when BANKRATE carries none).  Payouts are cut into items
      * no larger than the BANK per-item limit.
       77  NOTICE-DAYS  PIC 9(3)       VALUE 30.
       77  GRACE-DAYS   PIC 9(3)       VALUE 10.
       77  CD-RATE      PIC 9V9999     VALUE .0325.
       77  MAX-TXN-AMT  PIC 9(4)V99    VALUE 9000.00.
       77  WS-CD-KEY    PIC X(5)       VALUE SPACES.
       77  WS-CD-NAME   PIC X(25)      VALUE SPACES.
       77  WS-PAY-NAME  PIC X(25)      VALUE SPACES.
       77  WS-PAY-KODE  PIC X          VALUE SPACE.
       77  WS-PAY-OK    PIC 9          VALUE 0.
       77  WS-PAY-LEFT  PIC 9(5)V99    VALUE 0.
       77  WS-PAY-ITEM  PIC 9(4)V99    VALUE 0.
       77  WS-OLD-MATURE PIC 9(8)      VALUE 0.
       77  WS-NOTICE-CNT PIC 9(5)      VALUE 0.
       77  WS-RENEW-CNT PIC 9(5)       VALUE 0.
       77  WS-RENEW-AMT PIC 9(9)V99    VALUE 0.
       77  WS-PAID-CNT  PIC 9(5)       VALUE 0.
       77  WS-PAID-AMT  PIC 9(9)V99    VALUE 0.
       77  WS-EXCP-CNT  PIC 9(5)       VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
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
       01  RPT-TITLE.
           05  FILLER        PIC X(31)
               VALUE "CD MATURITY AND ROLLOVER REPORT".
           05  FILLER        PIC X(6)   VALUE "  AS ".
           05  RPT-RUN-DATE  PIC 9(8).
       01  RPT-HEADING.
           05  FILLER        PIC X(7)   VALUE "ACCOUNT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(7)   VALUE "BALANCE".
           05  FILLER        PIC X(8).
           05  FILLER        PIC X(4)   VALUE "TERM".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(8)   VALUE "MATURITY".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(8)   VALUE "NEW MAT.".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(4)   VALUE "RATE".
           05  FILLER        PIC X(4).
           05  FILLER        PIC X(6)   VALUE "ACTION".
       01  RPT-LINE.
           05  RPT-ACCT      PIC X(5).
           05  FILLER        PIC X(3)   VALUE SPACES.
           05  RPT-BAL       PIC $$$,$$9.99.
           05  FILLER        PIC X(3)   VALUE SPACES.
           05  RPT-TERM      PIC ZZ9.
           05  FILLER        PIC X(3)   VALUE SPACES.
           05  RPT-MATURE    PIC 9(8).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-NEW-MAT   PIC 9(8).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-RATE      PIC 9.9999.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-ACTION    PIC X(12).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-FLAG      PIC X(30).
       01  RPT-TOTALS-1.
           05  FILLER        PIC X(9)   VALUE "NOTICES:".
           05  TOT-NOTICE-CNT PIC ZZZZ9.
           05  FILLER        PIC X(13)  VALUE "   RENEWED:".
           05  TOT-RENEW-CNT PIC ZZZZ9.
           05  TOT-RENEW-AMT PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(13)  VALUE "   PAID OUT:".
           05  TOT-PAID-CNT  PIC ZZZZ9.
           05  TOT-PAID-AMT  PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(15)  VALUE "   EXCEPTIONS:".
           05  TOT-EXCP-CNT  PIC ZZZZ9.
       01  LTR-DATE-LINE.
           05  FILLER        PIC X(50)  VALUE SPACES.
           05  LTR-DATE      PIC 9999/99/99.
       01  LTR-ADDR-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  LTR-ADDR      PIC X(30).
       01  LTR-RE-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(31)
               VALUE "RE: CERTIFICATE OF DEPOSIT NO. ".
           05  LTR-ACCT      PIC X(5).
       01  LTR-MAT-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(34)
               VALUE "YOUR CERTIFICATE OF DEPOSIT, WITH ".
           05  FILLER        PIC X(17)  VALUE "A BALANCE TODAY ".
       01  LTR-MAT-LINE-2.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(3)   VALUE "OF ".
           05  LTR-BAL       PIC $$$,$$9.99.
           05  FILLER        PIC X(15)  VALUE ", MATURES ON ".
           05  LTR-MATURE    PIC 9999/99/99.
           05  FILLER        PIC X     VALUE ".".
       01  LTR-RENEW-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(44)
               VALUE "UNLESS YOU INSTRUCT US OTHERWISE, IT WILL BE".
           05  FILLER        PIC X(14)  VALUE " RENEWED FOR ".
           05  LTR-TERM      PIC ZZ9.
       01  LTR-RENEW-LINE-2.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(46)
               VALUE "MONTHS AT THE CD RATE IN EFFECT ON THAT DATE.".
       01  LTR-PAY-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(44)
               VALUE "AS YOU INSTRUCTED, THE PROCEEDS WILL BE PAID".
           05  FILLER        PIC X(13)  VALUE " TO ACCOUNT ".
           05  LTR-PAY-ACCT  PIC X(5).
           05  FILLER        PIC X     VALUE ".".
       01  LTR-GRACE-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(43)
               VALUE "YOU MAY WITHDRAW OR CHANGE YOUR INSTRUCTION".
           05  FILLER        PIC X(15)  VALUE "S WITHOUT PENAL".
           05  FILLER        PIC X(7)   VALUE "TY FOR ".
           05  LTR-GRACE     PIC Z9.
       01  LTR-GRACE-LINE-2.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(45)
               VALUE "DAYS AFTER MATURITY AT ANY OF OUR BRANCHES.".
       PROCEDURE DIVISION.
      * Loads the date and rate, opens the files, and drives one
      * pass through the BEGBAL master.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-LOAD-PROC-DATE THRU E-020-LOAD-PROC-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
           OPEN INPUT BANKRATE.
           READ BANKRATE
               NOT AT END
                   IF RATE-CD-RATE NUMERIC AND RATE-CD-RATE > 0
                       MOVE RATE-CD-RATE TO CD-RATE
                   END-IF
           END-READ.
           CLOSE BANKRATE.
           ACCEPT WS-ENV-BANKRAW FROM ENVIRONMENT "BANKRAW".
           IF WS-ENV-BANKRAW NOT = SPACES
               MOVE WS-ENV-BANKRAW TO UT-S-BANKRAW
           END-IF.
           OPEN I-O BEGBAL-FILE.
           OPEN INPUT BANKCUST.
           OPEN EXTEND BANKRAW.
           OPEN OUTPUT CDMATUR-RPT CDNOTICE-RPT.
           MOVE WS-CURRENT-DATE-NUM TO RPT-RUN-DATE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           PERFORM 100-READ-MASTER THRU E-100-READ-MASTER
               UNTIL WS-BB-EOF = 1.
           PERFORM 800-CLOSEUP.
      * Reads the official processing date set by DATEADV at the
      * head of the nightly job, so maturities fall on the same
      * business date BANK posts under.  With no control record
      * on file the wall-clock date stands.
       020-LOAD-PROC-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       MOVE PD-RUN-DATE TO WS-CURRENT-DATE-FIELDS
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
       E-020-LOAD-PROC-DATE.
       EXIT.
      * Reads the next master record and works it when it is a CD.
       100-READ-MASTER.
           READ BEGBAL-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-BB-EOF
                   GO TO E-100-READ-MASTER
           END-READ.
           IF BB-KODE NOT = "D"
               GO TO E-100-READ-MASTER.
           PERFORM 200-CHECK-CD THRU E-200-CHECK-CD.
       E-100-READ-MASTER.
       EXIT.
      * Sorts one CD into nothing to do, notice due, or matured.
      * A CD with no term on file is listed for CDMAINT; one whose
      * maturity date was cleared has already been paid out, and
      * any balance left on it is interest BANK credited since.
       200-CHECK-CD.
           MOVE SPACES TO RPT-LINE.
           MOVE BB-ACCT TO RPT-ACCT.
           MOVE BB-BAL TO RPT-BAL.
           IF BB-CD-TERM NOT NUMERIC OR BB-CD-TERM = 0
               OR BB-CD-MATURE NOT NUMERIC
               MOVE "EXCEPTION" TO RPT-ACTION
               MOVE "NO CD TERM ON MASTER" TO RPT-FLAG
               ADD 1 TO WS-EXCP-CNT
               PERFORM 700-WRITE-LINE THRU E-700-WRITE-LINE
               GO TO E-200-CHECK-CD.
           IF BB-CD-MATURE = 0
               IF BB-CD-PAYOUT AND BB-BAL > 0
                   PERFORM 470-SEND-INTEREST THRU E-470-SEND-INTEREST
               END-IF
               GO TO E-200-CHECK-CD.
           MOVE BB-CD-TERM TO RPT-TERM.
           MOVE BB-CD-MATURE TO RPT-MATURE.
           COMPUTE WS-MAT-INT = FUNCTION INTEGER-OF-DATE(BB-CD-MATURE).
           COMPUTE WS-DAYS-TO-GO = WS-MAT-INT - WS-TODAY-INT.
           IF WS-DAYS-TO-GO > NOTICE-DAYS
               GO TO E-200-CHECK-CD.
           IF WS-DAYS-TO-GO > 0
               IF BB-CD-NOTICE NOT NUMERIC
                   OR BB-CD-NOTICE NOT = BB-CD-MATURE
                   PERFORM 300-NOTICE THRU E-300-NOTICE
               END-IF
               GO TO E-200-CHECK-CD.
           PERFORM 400-MATURE THRU E-400-MATURE.
       E-200-CHECK-CD.
       EXIT.
      * Prints the maturity-notice letter from the customer's
      * BANKCUST name and address and stamps the notice date on
      * the master, so the CD gets one letter per maturity.
       300-NOTICE.
           MOVE BB-ACCT TO CM-ACCT.
           READ BANKCUST
               INVALID KEY
                   MOVE "EXCEPTION" TO RPT-ACTION
                   MOVE "NO BANKCUST ADDRESS - NO LETTER" TO RPT-FLAG
                   ADD 1 TO WS-EXCP-CNT
                   PERFORM 700-WRITE-LINE THRU E-700-WRITE-LINE
                   GO TO E-300-NOTICE
           END-READ.
           MOVE WS-CURRENT-DATE-NUM TO LTR-DATE.
           MOVE LTR-DATE-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING PAGE.
           MOVE CM-NAME TO LTR-ADDR.
           MOVE LTR-ADDR-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 3 LINES.
           MOVE CM-ADDR-1 TO LTR-ADDR.
           MOVE LTR-ADDR-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
           MOVE CM-ADDR-2 TO LTR-ADDR.
           MOVE LTR-ADDR-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
           MOVE BB-ACCT TO LTR-ACCT.
           MOVE LTR-RE-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 3 LINES.
           MOVE LTR-MAT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 2 LINES.
           MOVE BB-BAL TO LTR-BAL.
           MOVE BB-CD-MATURE TO LTR-MATURE.
           MOVE LTR-MAT-LINE-2 TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
           IF BB-CD-PAYOUT AND BB-CD-PAY-ACCT NOT = SPACES
               MOVE BB-CD-PAY-ACCT TO LTR-PAY-ACCT
               MOVE LTR-PAY-LINE TO LTR-OUT
               WRITE LTR-OUT AFTER ADVANCING 2 LINES
           ELSE
               MOVE BB-CD-TERM TO LTR-TERM
               MOVE LTR-RENEW-LINE TO LTR-OUT
               WRITE LTR-OUT AFTER ADVANCING 2 LINES
               MOVE LTR-RENEW-LINE-2 TO LTR-OUT
               WRITE LTR-OUT AFTER ADVANCING 1 LINES
           END-IF.
           MOVE GRACE-DAYS TO LTR-GRACE.
           MOVE LTR-GRACE-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 2 LINES.
           MOVE LTR-GRACE-LINE-2 TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
           MOVE BB-CD-MATURE TO BB-CD-NOTICE.
           REWRITE BEGBAL-REC.
           ADD 1 TO WS-NOTICE-CNT.
           MOVE "NOTICE SENT" TO RPT-ACTION.
           PERFORM 700-WRITE-LINE THRU E-700-WRITE-LINE.
       E-300-NOTICE.
       EXIT.
      * Matures one CD.  A payout instruction is checked against
      * the master first -- the payout account must be a different
      * account that is on file -- which costs the sequential
      * position, so the CD is read back by key, updated, and the
      * browse restarted just past it.
       400-MATURE.
           MOVE BB-ACCT TO WS-CD-KEY.
           MOVE BB-CD-MATURE TO WS-OLD-MATURE.
           MOVE 0 TO WS-PAY-OK.
           IF BB-CD-PAYOUT
               PERFORM 410-CHECK-PAY-ACCT THRU E-410-CHECK-PAY-ACCT
               MOVE WS-CD-KEY TO BB-ACCT
               READ BEGBAL-FILE
                   INVALID KEY
                       MOVE 1 TO WS-BB-EOF
                       GO TO E-400-MATURE
               END-READ
           END-IF.
           COMPUTE WS-MAT-INT =
               FUNCTION INTEGER-OF-DATE(WS-OLD-MATURE) + GRACE-DAYS.
           COMPUTE BB-CD-GRACE-END =
               FUNCTION DATE-OF-INTEGER(WS-MAT-INT).
           IF WS-PAY-OK = 1
               PERFORM 500-PAYOUT THRU E-500-PAYOUT
           ELSE
               PERFORM 450-RENEW THRU E-450-RENEW
           END-IF.
           REWRITE BEGBAL-REC.
           PERFORM 700-WRITE-LINE THRU E-700-WRITE-LINE.
           IF BB-CD-PAYOUT
               START BEGBAL-FILE KEY IS GREATER THAN BB-ACCT
                   INVALID KEY MOVE 1 TO WS-BB-EOF
               END-START
           END-IF.
       E-400-MATURE.
       EXIT.
      * Looks up the payout account.  It is good when it is on the
      * master and is not the CD itself; its type rides the deposit
      * leg so BANK posts it under the right rules.
       410-CHECK-PAY-ACCT.
           IF BB-CD-PAY-ACCT = SPACES OR BB-CD-PAY-ACCT = WS-CD-KEY
               GO TO E-410-CHECK-PAY-ACCT.
           MOVE BB-CD-PAY-ACCT TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   GO TO E-410-CHECK-PAY-ACCT
           END-READ.
           MOVE BB-KODE TO WS-PAY-KODE.
           MOVE 1 TO WS-PAY-OK.
       E-410-CHECK-PAY-ACCT.
       EXIT.
      * Renews the CD for the same term from the old maturity date
      * at tonight's CD rate and clears the notice stamp for the
      * next cycle.  A payout instruction that could not be honored
      * renews too, flagged for the branch to follow up.
       450-RENEW.
           MOVE WS-OLD-MATURE TO BB-CD-ISSUE.
           MOVE WS-OLD-MATURE TO WS-CD-DATE.
           MOVE BB-CD-TERM TO WS-CD-MONTHS.
           PERFORM 600-ADD-MONTHS THRU E-600-ADD-MONTHS.
           MOVE WS-CD-DATE TO BB-CD-MATURE.
           MOVE CD-RATE TO BB-CD-RATE.
           MOVE 0 TO BB-CD-NOTICE.
           MOVE BB-CD-MATURE TO RPT-NEW-MAT.
           MOVE BB-CD-RATE TO RPT-RATE.
           MOVE "RENEWED" TO RPT-ACTION.
           ADD 1 TO WS-RENEW-CNT.
           ADD BB-BAL TO WS-RENEW-AMT.
           IF BB-CD-PAYOUT
               MOVE "PAYOUT ACCOUNT BAD - RENEWED" TO RPT-FLAG
               ADD 1 TO WS-EXCP-CNT
           END-IF.
       E-450-RENEW.
       EXIT.
      * Sends the interest BANK credited to a paid-out CD on to the
      * payout account, in withdrawal/deposit pairs like the
      * principal.  The payout account is checked again, which
      * costs the sequential position the same way a maturity
      * does.  When it is no longer good the interest stays on the
      * CD, listed for the branch.
       470-SEND-INTEREST.
           MOVE BB-ACCT TO WS-CD-KEY.
           MOVE 0 TO WS-PAY-OK.
           PERFORM 410-CHECK-PAY-ACCT THRU E-410-CHECK-PAY-ACCT.
           MOVE WS-CD-KEY TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   MOVE 1 TO WS-BB-EOF
                   GO TO E-470-SEND-INTEREST
           END-READ.
           MOVE 0 TO RPT-NEW-MAT.
           IF WS-PAY-OK = 1
               PERFORM 505-PAY-NAMES THRU E-505-PAY-NAMES
               MOVE BB-BAL TO WS-PAY-LEFT
               PERFORM 510-PAY-ITEM THRU E-510-PAY-ITEM
                   UNTIL WS-PAY-LEFT = 0
               MOVE "INT PAID OUT" TO RPT-ACTION
               MOVE "TO ACCOUNT" TO RPT-FLAG
               MOVE BB-CD-PAY-ACCT TO RPT-FLAG(12:5)
               ADD BB-BAL TO WS-PAID-AMT
           ELSE
               MOVE "EXCEPTION" TO RPT-ACTION
               MOVE "PAYOUT ACCOUNT BAD - INT HELD" TO RPT-FLAG
               ADD 1 TO WS-EXCP-CNT
           END-IF.
           PERFORM 700-WRITE-LINE THRU E-700-WRITE-LINE.
           START BEGBAL-FILE KEY IS GREATER THAN BB-ACCT
               INVALID KEY MOVE 1 TO WS-BB-EOF
           END-START.
       E-470-SEND-INTEREST.
       EXIT.
      * Pays the CD out to the payout account through tonight's
      * BANKRAW feed: a CD withdrawal paired with a deposit to the
      * payout account, cut into items within the per-item limit.
      * The accrued interest is left on the CD for BANK to credit
      * tonight; 470-SEND-INTEREST sends it on tomorrow.
      * Clearing the maturity date marks the CD as paid out; the
      * withdrawals fall inside the grace window, so no penalty.
       500-PAYOUT.
           PERFORM 505-PAY-NAMES THRU E-505-PAY-NAMES.
           MOVE BB-BAL TO WS-PAY-LEFT.
           PERFORM 510-PAY-ITEM THRU E-510-PAY-ITEM
               UNTIL WS-PAY-LEFT = 0.
           MOVE 0 TO BB-CD-MATURE.
           MOVE 0 TO RPT-NEW-MAT.
           MOVE "PAID OUT" TO RPT-ACTION.
           MOVE "TO ACCOUNT" TO RPT-FLAG.
           MOVE BB-CD-PAY-ACCT TO RPT-FLAG(12:5).
           ADD 1 TO WS-PAID-CNT.
           ADD BB-BAL TO WS-PAID-AMT.
       E-500-PAYOUT.
       EXIT.
      * Picks up the CD's and the payout account's names off
      * BANKCUST for the feed records.
       505-PAY-NAMES.
           MOVE SPACES TO WS-CD-NAME.
           MOVE SPACES TO WS-PAY-NAME.
           MOVE WS-CD-KEY TO CM-ACCT.
           READ BANKCUST
               NOT INVALID KEY MOVE CM-NAME TO WS-CD-NAME
           END-READ.
           MOVE BB-CD-PAY-ACCT TO CM-ACCT.
           READ BANKCUST
               NOT INVALID KEY MOVE CM-NAME TO WS-PAY-NAME
           END-READ.
       E-505-PAY-NAMES.
       EXIT.
      * Writes one withdrawal/deposit pair to the BANKRAW feed.
       510-PAY-ITEM.
           IF WS-PAY-LEFT > MAX-TXN-AMT
               MOVE MAX-TXN-AMT TO WS-PAY-ITEM
           ELSE
               MOVE WS-PAY-LEFT TO WS-PAY-ITEM
           END-IF.
           SUBTRACT WS-PAY-ITEM FROM WS-PAY-LEFT.
           MOVE SPACES TO RAW-RECORD.
           MOVE "D" TO RAW-KODE.
           MOVE WS-CD-NAME TO RAW-CUSNAME.
           MOVE WS-CD-KEY TO RAW-ANUM.
           MOVE "A" TO RAW-TXN-CODE.
           MOVE BB-BRANCH TO RAW-BRANCH.
           MOVE 0 TO RAW-DEP.
           MOVE WS-PAY-ITEM TO RAW-WITHH.
           WRITE RAW-RECORD.
           MOVE SPACES TO RAW-RECORD.
           MOVE WS-PAY-KODE TO RAW-KODE.
           MOVE WS-PAY-NAME TO RAW-CUSNAME.
           MOVE BB-CD-PAY-ACCT TO RAW-ANUM.
           MOVE "A" TO RAW-TXN-CODE.
           MOVE BB-BRANCH TO RAW-BRANCH.
           MOVE WS-PAY-ITEM TO RAW-DEP.
           MOVE 0 TO RAW-WITHH.
           WRITE RAW-RECORD.
       E-510-PAY-ITEM.
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
      * Writes one activity line.
       700-WRITE-LINE.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-700-WRITE-LINE.
       EXIT.
      * Prints the control totals and closes the files.
       800-CLOSEUP.
           MOVE WS-NOTICE-CNT TO TOT-NOTICE-CNT.
           MOVE WS-RENEW-CNT TO TOT-RENEW-CNT.
           MOVE WS-RENEW-AMT TO TOT-RENEW-AMT.
           MOVE WS-PAID-CNT TO TOT-PAID-CNT.
           MOVE WS-PAID-AMT TO TOT-PAID-AMT.
           MOVE WS-EXCP-CNT TO TOT-EXCP-CNT.
           MOVE RPT-TOTALS-1 TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           CLOSE BEGBAL-FILE BANKCUST BANKRAW CDMATUR-RPT
               CDNOTICE-RPT.
           STOP RUN.
       END PROGRAM CDMATUR.

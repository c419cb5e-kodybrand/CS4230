      ***********************************************************
      * MONTHLY CUSTOMER RELATIONSHIP PROFITABILITY REPORT
      * KODY BRAND
      * This program runs on the month-end night after BANKANLY and
      * rolls every deposit account on the BEGBAL balance master
      * up under its customer number (BB-CUST-NO) into one
      * relationship.  For each account the month's average daily
      * balance, the fees collected, and the interest paid come
      * off the keyed BANKHIST archive; the year's interest comes
      * off BANKINT; and a business account's earnings credit
      * comes off the ANLYEC extract BANKANLY wrote tonight.  The
      * relationship's balances are valued at the funds-credit
      * rate carried on BANKRATE, and the estimated net
      * contribution is that funds credit plus the fees, less the
      * interest paid and the earnings credit used against the
      * fees.  Relationships are listed by home branch, ranked
      * from the most to the least profitable, so relationship
      * managers can see whom to call and which fee waivers the
      * bank cannot afford.  An account with no customer number
      * stands as a relationship of its own.  Loan accounts are
      * carried on the loan master and are left out.  On any other
      * night the program notes that it is not month-end and ends
      * clean.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RELPROF.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL BEGBAL-FILE ASSIGN TO UT-S-BEGBAL
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS BB-ACCT
                FILE STATUS IS WS-BEGBAL-STATUS.
            SELECT RELPROF-RPT ASSIGN TO UT-S-RELPROF
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL ANLYEC-FILE ASSIGN TO UT-S-ANLYEC
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ANLYEC-STATUS.
            SELECT OPTIONAL BANKRATE ASSIGN TO UT-S-BANKRATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BANKRATE-STATUS.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
            SELECT OPTIONAL BANKHIST-FILE ASSIGN TO UT-S-BANKHIST
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS BH-KEY
                FILE STATUS IS WS-BANKHIST-STATUS.
            SELECT OPTIONAL BANKINT-FILE ASSIGN TO UT-S-BANKINT
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS IY-ACCT
                FILE STATUS IS WS-BANKINT-STATUS.
            SELECT OPTIONAL BANKCUST ASSIGN TO UT-S-BANKCUST
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CM-ACCT
                FILE STATUS IS WS-BANKCUST-STATUS.
            SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.
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
       FD  RELPROF-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(132).
       FD  ANLYEC-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       COPY "ANLYEC.CPY".
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
           05  RATE-FUNDS-RATE   PIC 9V9999.
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE       PIC 9(8).
           05  PD-MONTH-END      PIC X.
               88  PD-IS-MONTH-END    VALUE "Y".
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
       FD  BANKINT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 27 CHARACTERS.
       01  BANKINT-REC.
           05  IY-ACCT      PIC X(5).
           05  IY-YEAR      PIC 9(4).
           05  IY-INTEREST  PIC 9(7)V99.
           05  IY-BWH-TAX   PIC 9(7)V99.
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
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-BRANCH    PIC X(3).
           05  SR-NET       PIC S9(9)V99.
           05  SR-CUST      PIC X(6).
           05  SR-NAME      PIC X(25).
           05  SR-ACCTS     PIC 9(3).
           05  SR-ADB       PIC 9(9)V99.
           05  SR-FUNDS     PIC 9(7)V99.
           05  SR-FEES      PIC 9(7)V99.
           05  SR-INT       PIC 9(7)V99.
           05  SR-INT-YTD   PIC 9(7)V99.
           05  SR-EC        PIC 9(7)V99.
       WORKING-STORAGE SECTION.
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  UT-S-RELPROF PIC X(50) VALUE 'C:\CS4230\RELPROF.RPT'.
       77  UT-S-ANLYEC  PIC X(50) VALUE 'C:\CS4230\ANLYEC.DAT'.
       77  UT-S-BANKRATE PIC X(50) VALUE 'C:\CS4230\BANKRATE.DAT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  UT-S-BANKHIST PIC X(50) VALUE 'C:\CS4230\BANKHIST.DAT'.
       77  UT-S-BANKINT PIC X(50) VALUE 'C:\CS4230\BANKINT.DAT'.
       77  UT-S-BANKCUST PIC X(50) VALUE 'C:\CS4230\BANKCUST.DAT'.
       77  UT-S-SORTWK  PIC X(50) VALUE 'C:\CS4230\RELSORT.TMP'.
       77  WS-BEGBAL-STATUS PIC XX    VALUE SPACES.
       77  WS-ANLYEC-STATUS PIC XX    VALUE SPACES.
       77  WS-BANKRATE-STATUS PIC XX  VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX  VALUE SPACES.
       77  WS-BANKHIST-STATUS PIC XX  VALUE SPACES.
       77  WS-BANKINT-STATUS PIC XX   VALUE SPACES.
       77  WS-BANKCUST-STATUS PIC XX  VALUE SPACES.
       77  WS-BB-EOF    PIC 9          VALUE 0.
       77  WS-EC-EOF    PIC 9          VALUE 0.
       77  WS-SORT-EOF  PIC 9          VALUE 0.
       77  WS-MONTH-END-SW PIC X       VALUE "N".
       77  WS-TODAY-NUM PIC 9(8)       VALUE 0.
      * The funds-credit rate values the relationship's balances
      * at what the bank earns lending them out; it is annual and
      * one-twelfth applies to the month.
       77  FUNDS-ANNUAL-RATE PIC 9V9999 VALUE .0300.
      * Collected-balance (average daily balance) work fields over
      * the month, weighted day by day from the archive the same
      * way BANKANLY weighs them.
       77  WS-ADB       PIC 9(7)V99    VALUE 0.
       77  WS-MONTH-FEES PIC 9(7)V99   VALUE 0.
       77  WS-MONTH-INT PIC 9(7)V99    VALUE 0.
       77  WS-ADB-SUM   PIC S9(11)V99  VALUE 0.
       77  WS-ADB-PREV-BAL PIC S9(7)V99 VALUE 0.
       77  WS-ADB-START-INT PIC S9(9)  VALUE 0.
       77  WS-ADB-PREV-INT PIC S9(9)   VALUE 0.
       77  WS-ADB-REC-INT PIC S9(9)    VALUE 0.
       77  WS-ADB-RUN-INT PIC S9(9)    VALUE 0.
       77  WS-ADB-DAYS  PIC S9(5)      VALUE 0.
       77  WS-ADB-EOF   PIC 9          VALUE 0.
       77  WS-ADB-SEEN  PIC 9          VALUE 0.
       77  WS-ACCT-EC   PIC 9(7)V99    VALUE 0.
       77  WS-ACCT-INT-YTD PIC 9(7)V99 VALUE 0.
       77  WS-REL-KEY   PIC X(6)       VALUE SPACES.
       77  WS-FUNDS     PIC 9(7)V99    VALUE 0.
       77  WS-RANK      PIC 9(5)       VALUE 0.
       77  WS-PREV-BRANCH PIC X(3)     VALUE SPACES.
       77  WS-ACCT-CNT  PIC 9(5)       VALUE 0.
       77  WS-SKIP-CNT  PIC 9(5)       VALUE 0.
       01  WS-MONTH-START-G.
           05  WS-MS-YYYYMM PIC 9(6)   VALUE 0.
           05  WS-MS-DD     PIC 9(2)   VALUE 0.
       01  WS-MONTH-START REDEFINES WS-MONTH-START-G PIC 9(8).
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
      * Tonight's earnings credits by business account, loaded off
      * the ANLYEC extract.
       01  EC-TABLE.
           05  EC-ENTRY     OCCURS 2000 TIMES.
               10  EC-T-ACCT    PIC X(5).
               10  EC-T-CREDIT  PIC 9(7)V99.
               10  EC-T-FEES    PIC 9(9)V99.
       77  EC-MAX       PIC 9(4)       VALUE 2000.
       77  EC-CNT       PIC 9(4)       VALUE 0.
       77  EC-IDX       PIC 9(4)       VALUE 0.
      * One entry per relationship, built as the master is read.
       01  REL-TABLE.
           05  RL-ENTRY     OCCURS 2000 TIMES.
               10  RL-CUST      PIC X(6).
               10  RL-BRANCH    PIC X(3).
               10  RL-NAME      PIC X(25).
               10  RL-ACCTS     PIC 9(3).
               10  RL-ADB       PIC 9(9)V99.
               10  RL-FEES      PIC 9(7)V99.
               10  RL-INT       PIC 9(7)V99.
               10  RL-INT-YTD   PIC 9(7)V99.
               10  RL-EC        PIC 9(7)V99.
       77  RL-MAX       PIC 9(4)       VALUE 2000.
       77  RL-CNT       PIC 9(4)       VALUE 0.
       77  RL-IDX       PIC 9(4)       VALUE 0.
       77  RL-FOUND     PIC 9(4)       VALUE 0.
       01  BR-TOTALS.
           05  BR-T-CNT     PIC 9(5)       VALUE 0.
           05  BR-T-ADB     PIC 9(11)V99   VALUE 0.
           05  BR-T-FUNDS   PIC 9(9)V99    VALUE 0.
           05  BR-T-FEES    PIC 9(9)V99    VALUE 0.
           05  BR-T-INT     PIC 9(9)V99    VALUE 0.
           05  BR-T-EC      PIC 9(9)V99    VALUE 0.
           05  BR-T-NET     PIC S9(11)V99  VALUE 0.
       01  GR-TOTALS.
           05  GR-T-CNT     PIC 9(5)       VALUE 0.
           05  GR-T-ADB     PIC 9(11)V99   VALUE 0.
           05  GR-T-FUNDS   PIC 9(9)V99    VALUE 0.
           05  GR-T-FEES    PIC 9(9)V99    VALUE 0.
           05  GR-T-INT     PIC 9(9)V99    VALUE 0.
           05  GR-T-EC      PIC 9(9)V99    VALUE 0.
           05  GR-T-NET     PIC S9(11)V99  VALUE 0.
       01  RPT-TITLE.
           05  FILLER        PIC X(40)
               VALUE "CUSTOMER RELATIONSHIP PROFITABILITY FOR ".
           05  RPT-PERIOD    PIC 9(6).
           05  FILLER        PIC X(17)  VALUE "   FUNDS CREDIT ".
           05  RPT-RATE      PIC 9.9999.
       01  RPT-BRANCH-HEAD.
           05  FILLER        PIC X(7)   VALUE "BRANCH ".
           05  RPT-BRANCH    PIC X(3).
       01  RPT-HEADING.
           05  FILLER        PIC X(4)   VALUE "RANK".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(6)   VALUE "CUST".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(25)  VALUE "NAME".
           05  FILLER        PIC X(1).
           05  FILLER        PIC X(3)   VALUE "ACT".
           05  FILLER        PIC X(6).
           05  FILLER        PIC X(7)   VALUE "AVG BAL".
           05  FILLER        PIC X(4).
           05  FILLER        PIC X(8)   VALUE "FUNDS CR".
           05  FILLER        PIC X(7).
           05  FILLER        PIC X(4)   VALUE "FEES".
           05  FILLER        PIC X(3).
           05  FILLER        PIC X(8)   VALUE "INT PAID".
           05  FILLER        PIC X(3).
           05  FILLER        PIC X(8)   VALUE "EARN CR".
           05  FILLER        PIC X(6).
           05  FILLER        PIC X(7)   VALUE "NET".
           05  FILLER        PIC X(5).
           05  FILLER        PIC X(7)   VALUE "INT YTD".
       01  RPT-LINE.
           05  RPT-RANK      PIC ZZZ9.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-CUST      PIC X(6).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-NAME      PIC X(25).
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-ACCTS     PIC ZZ9.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-ADB       PIC $$,$$$,$$9.99.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-FUNDS     PIC $$$,$$9.99.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-FEES      PIC $$$,$$9.99.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-INT       PIC $$$,$$9.99.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-EC        PIC $$$,$$9.99.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-NET       PIC -$$$,$$$,$$9.99.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-INT-YTD   PIC $$$,$$9.99.
       01  RPT-TOTAL-LINE.
           05  RPT-T-LABEL   PIC X(14).
           05  RPT-T-CNT     PIC ZZZZ9.
           05  FILLER        PIC X(22)  VALUE " RELATIONSHIPS".
           05  RPT-T-ADB     PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-T-FUNDS   PIC $$$$,$$9.99.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-T-FEES    PIC $$$$,$$9.99.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-T-INT     PIC $$$$,$$9.99.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-T-EC      PIC $$$$,$$9.99.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-T-NET     PIC -$$$,$$$,$$9.99.
       01  RPT-COUNT-LINE.
           05  FILLER        PIC X(18)  VALUE "ACCOUNTS ROLLED UP".
           05  RPT-C-ACCTS   PIC ZZZZ9.
           05  FILLER        PIC X(20)  VALUE "   LOANS LEFT OUT: ".
           05  RPT-C-SKIP    PIC ZZZZ9.
       PROCEDURE DIVISION.
      * Checks the calendar, loads the rate and the earnings
      * credits, builds the relationships, and sorts them into the
      * report.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       MOVE PD-RUN-DATE TO WS-TODAY-NUM
                       IF PD-IS-MONTH-END
                           MOVE "Y" TO WS-MONTH-END-SW
                       END-IF
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           OPEN OUTPUT RELPROF-RPT.
           IF WS-MONTH-END-SW NOT = "Y"
               MOVE "NOT A MONTH-END RUN - NO REPORT PRODUCED"
                   TO RPT-OUT
               WRITE RPT-OUT
               CLOSE RELPROF-RPT
               STOP RUN.
           OPEN INPUT BANKRATE.
           IF WS-BANKRATE-STATUS = "00"
               READ BANKRATE
                   NOT AT END
                       IF RATE-FUNDS-RATE NUMERIC
                           AND RATE-FUNDS-RATE > 0
                           MOVE RATE-FUNDS-RATE TO FUNDS-ANNUAL-RATE
                       END-IF
               END-READ
           END-IF.
           CLOSE BANKRATE.
           MOVE WS-TODAY-NUM(1:6) TO WS-MS-YYYYMM.
           MOVE 01 TO WS-MS-DD.
           COMPUTE WS-ADB-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           COMPUTE WS-ADB-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           COMPUTE WS-ADB-DAYS =
               WS-ADB-RUN-INT - WS-ADB-START-INT + 1.
           PERFORM 050-LOAD-EC THRU E-050-LOAD-EC.
           OPEN INPUT BEGBAL-FILE.
           IF WS-BEGBAL-STATUS NOT = "00"
               MOVE 1 TO WS-BB-EOF.
           OPEN INPUT BANKHIST-FILE.
           OPEN INPUT BANKINT-FILE.
           OPEN INPUT BANKCUST.
           PERFORM 100-READ-MASTER THRU E-100-READ-MASTER
               UNTIL WS-BB-EOF = 1.
           CLOSE BEGBAL-FILE BANKHIST-FILE BANKINT-FILE BANKCUST.
           MOVE WS-MS-YYYYMM TO RPT-PERIOD.
           MOVE FUNDS-ANNUAL-RATE TO RPT-RATE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           SORT SORT-FILE
               ON ASCENDING KEY SR-BRANCH
                  DESCENDING KEY SR-NET
               INPUT PROCEDURE IS 400-RELEASE THRU E-400-RELEASE
               OUTPUT PROCEDURE IS 500-PRINT THRU E-500-PRINT.
           PERFORM 800-CLOSEUP.
      * Loads this month's earnings credits off the extract BANKANLY
      * wrote tonight.  A stale extract from an earlier month is
      * not used.
       050-LOAD-EC.
           MOVE 0 TO EC-CNT.
           OPEN INPUT ANLYEC-FILE.
           IF WS-ANLYEC-STATUS NOT = "00"
               CLOSE ANLYEC-FILE
               GO TO E-050-LOAD-EC.
           MOVE 0 TO WS-EC-EOF.
           PERFORM 055-LOAD-EC-ONE THRU E-055-LOAD-EC-ONE
               UNTIL WS-EC-EOF = 1.
           CLOSE ANLYEC-FILE.
       E-050-LOAD-EC.
       EXIT.
       055-LOAD-EC-ONE.
           READ ANLYEC-FILE
               AT END
                   MOVE 1 TO WS-EC-EOF
                   GO TO E-055-LOAD-EC-ONE
           END-READ.
           IF EX-PERIOD NOT = WS-MS-YYYYMM
               GO TO E-055-LOAD-EC-ONE.
           IF EC-CNT NOT < EC-MAX
               MOVE 1 TO WS-EC-EOF
               GO TO E-055-LOAD-EC-ONE.
           ADD 1 TO EC-CNT.
           MOVE EX-ACCT TO EC-T-ACCT(EC-CNT).
           MOVE EX-CREDIT TO EC-T-CREDIT(EC-CNT).
           MOVE EX-FEES TO EC-T-FEES(EC-CNT).
       E-055-LOAD-EC-ONE.
       EXIT.
      * Reads the next balance-master record and rolls a deposit
      * account into its relationship.
       100-READ-MASTER.
           READ BEGBAL-FILE NEXT RECORD
               AT END MOVE 1 TO WS-BB-EOF
               NOT AT END
                   IF BB-KODE = "L"
                       ADD 1 TO WS-SKIP-CNT
                   ELSE
                       PERFORM 200-ROLL-ACCOUNT
                           THRU E-200-ROLL-ACCOUNT
                   END-IF
           END-READ.
       E-100-READ-MASTER.
       EXIT.
      * Figures one account's month and adds it to its
      * relationship, opening the relationship on its first
      * account.  The relationship takes its home branch and name
      * from that first (lowest-numbered) account.
       200-ROLL-ACCOUNT.
           PERFORM 300-GET-ADB THRU E-300-GET-ADB.
           PERFORM 250-ACCT-EC THRU E-250-ACCT-EC.
           MOVE 0 TO WS-ACCT-INT-YTD.
           MOVE BB-ACCT TO IY-ACCT.
           READ BANKINT-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF IY-YEAR = WS-TODAY-NUM(1:4)
                       MOVE IY-INTEREST TO WS-ACCT-INT-YTD
                   END-IF
           END-READ.
           IF BB-CUST-NO = SPACES
               MOVE "*" TO WS-REL-KEY
               MOVE BB-ACCT TO WS-REL-KEY(2:5)
           ELSE
               MOVE BB-CUST-NO TO WS-REL-KEY.
           MOVE 0 TO RL-FOUND.
           PERFORM 220-FIND-REL THRU E-220-FIND-REL
               VARYING RL-IDX FROM 1 BY 1
               UNTIL RL-IDX > RL-CNT OR RL-FOUND NOT = 0.
           IF RL-FOUND = 0
               IF RL-CNT NOT < RL-MAX
                   DISPLAY "RELATIONSHIP TABLE FULL - ACCOUNT "
                       BB-ACCT " LEFT OUT"
                   GO TO E-200-ROLL-ACCOUNT
               END-IF
               ADD 1 TO RL-CNT
               MOVE RL-CNT TO RL-FOUND
               PERFORM 230-OPEN-REL THRU E-230-OPEN-REL
           END-IF.
           ADD 1 TO WS-ACCT-CNT.
           ADD 1 TO RL-ACCTS(RL-FOUND).
           ADD WS-ADB TO RL-ADB(RL-FOUND).
           ADD WS-MONTH-FEES TO RL-FEES(RL-FOUND).
           ADD WS-MONTH-INT TO RL-INT(RL-FOUND).
           ADD WS-ACCT-INT-YTD TO RL-INT-YTD(RL-FOUND).
           ADD WS-ACCT-EC TO RL-EC(RL-FOUND).
       E-200-ROLL-ACCOUNT.
       EXIT.
       220-FIND-REL.
           IF RL-CUST(RL-IDX) = WS-REL-KEY
               MOVE RL-IDX TO RL-FOUND.
       E-220-FIND-REL.
       EXIT.
       230-OPEN-REL.
           MOVE WS-REL-KEY TO RL-CUST(RL-FOUND).
           MOVE BB-BRANCH TO RL-BRANCH(RL-FOUND).
           MOVE "NO CUSTOMER RECORD" TO RL-NAME(RL-FOUND).
           MOVE BB-ACCT TO CM-ACCT.
           READ BANKCUST
               NOT INVALID KEY MOVE CM-NAME TO RL-NAME(RL-FOUND)
           END-READ.
           MOVE 0 TO RL-ACCTS(RL-FOUND).
           MOVE 0 TO RL-ADB(RL-FOUND).
           MOVE 0 TO RL-FEES(RL-FOUND).
           MOVE 0 TO RL-INT(RL-FOUND).
           MOVE 0 TO RL-INT-YTD(RL-FOUND).
           MOVE 0 TO RL-EC(RL-FOUND).
       E-230-OPEN-REL.
       EXIT.
      * Finds a business account's earnings credit on the extract.
      * Only the part of the credit used against the month's fees
      * costs the bank; the excess does not pay out in cash.
       250-ACCT-EC.
           MOVE 0 TO WS-ACCT-EC.
           IF BB-KODE NOT = "B"
               GO TO E-250-ACCT-EC.
           PERFORM 260-EC-ONE THRU E-260-EC-ONE
               VARYING EC-IDX FROM 1 BY 1
               UNTIL EC-IDX > EC-CNT.
       E-250-ACCT-EC.
       EXIT.
       260-EC-ONE.
           IF EC-T-ACCT(EC-IDX) NOT = BB-ACCT
               GO TO E-260-EC-ONE.
           IF EC-T-CREDIT(EC-IDX) > EC-T-FEES(EC-IDX)
               MOVE EC-T-FEES(EC-IDX) TO WS-ACCT-EC
           ELSE
               MOVE EC-T-CREDIT(EC-IDX) TO WS-ACCT-EC.
           MOVE EC-CNT TO EC-IDX.
       E-260-EC-ONE.
       EXIT.
      * Computes the account's average daily balance over the
      * month from the archive, weighting each day-end balance by
      * the days it stood, and sums the month's fees and the
      * interest posted on the INT channel.  No activity all month
      * leaves the balance at the master's standing BB-BAL.
       300-GET-ADB.
           MOVE 0 TO WS-ADB-SUM.
           MOVE 0 TO WS-MONTH-FEES.
           MOVE 0 TO WS-MONTH-INT.
           MOVE 0 TO WS-ADB-SEEN.
           MOVE 0 TO WS-ADB-EOF.
           MOVE BB-ACCT TO BH-ACCT.
           MOVE WS-MONTH-START TO BH-DATE.
           MOVE 0 TO BH-SEQ.
           IF WS-BANKHIST-STATUS NOT = "00"
               MOVE 1 TO WS-ADB-EOF
           ELSE
               START BANKHIST-FILE KEY IS NOT LESS THAN BH-KEY
                   INVALID KEY MOVE 1 TO WS-ADB-EOF
               END-START
           END-IF.
           PERFORM 350-ADB-ONE THRU E-350-ADB-ONE
               UNTIL WS-ADB-EOF = 1.
           IF WS-ADB-SEEN = 0
               MOVE BB-BAL TO WS-ADB
               GO TO E-300-GET-ADB.
           COMPUTE WS-ADB-SUM = WS-ADB-SUM + (WS-ADB-PREV-BAL
               * (WS-ADB-RUN-INT + 1 - WS-ADB-PREV-INT)).
           IF WS-ADB-SUM < 0
               MOVE 0 TO WS-ADB
           ELSE
               COMPUTE WS-ADB = WS-ADB-SUM / WS-ADB-DAYS.
       E-300-GET-ADB.
       EXIT.
       350-ADB-ONE.
           READ BANKHIST-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-ADB-EOF
                   GO TO E-350-ADB-ONE
           END-READ.
           IF BH-ACCT NOT = BB-ACCT
               OR BH-DATE > WS-TODAY-NUM
               MOVE 1 TO WS-ADB-EOF
               GO TO E-350-ADB-ONE.
           ADD BH-FEE TO WS-MONTH-FEES.
           IF BH-CHANNEL = "INT "
               ADD BH-DEP TO WS-MONTH-INT.
           COMPUTE WS-ADB-REC-INT =
               FUNCTION INTEGER-OF-DATE(BH-DATE).
           IF WS-ADB-SEEN = 0
               MOVE 1 TO WS-ADB-SEEN
               COMPUTE WS-ADB-PREV-BAL = BH-BALANCE - BH-DEP
                   + BH-WTH + BH-FEE
               COMPUTE WS-ADB-SUM = WS-ADB-SUM + (WS-ADB-PREV-BAL
                   * (WS-ADB-REC-INT - WS-ADB-START-INT))
           ELSE
               COMPUTE WS-ADB-SUM = WS-ADB-SUM + (WS-ADB-PREV-BAL
                   * (WS-ADB-REC-INT - WS-ADB-PREV-INT)).
           MOVE BH-BALANCE TO WS-ADB-PREV-BAL.
           MOVE WS-ADB-REC-INT TO WS-ADB-PREV-INT.
       E-350-ADB-ONE.
       EXIT.
      * Values each relationship and releases it to the sort.
       400-RELEASE.
           PERFORM 410-RELEASE-ONE THRU E-410-RELEASE-ONE
               VARYING RL-IDX FROM 1 BY 1
               UNTIL RL-IDX > RL-CNT.
       E-400-RELEASE.
       EXIT.
       410-RELEASE-ONE.
           COMPUTE WS-FUNDS ROUNDED =
               RL-ADB(RL-IDX) * FUNDS-ANNUAL-RATE / 12.
           MOVE RL-BRANCH(RL-IDX) TO SR-BRANCH.
           MOVE RL-CUST(RL-IDX) TO SR-CUST.
           MOVE RL-NAME(RL-IDX) TO SR-NAME.
           MOVE RL-ACCTS(RL-IDX) TO SR-ACCTS.
           MOVE RL-ADB(RL-IDX) TO SR-ADB.
           MOVE WS-FUNDS TO SR-FUNDS.
           MOVE RL-FEES(RL-IDX) TO SR-FEES.
           MOVE RL-INT(RL-IDX) TO SR-INT.
           MOVE RL-INT-YTD(RL-IDX) TO SR-INT-YTD.
           MOVE RL-EC(RL-IDX) TO SR-EC.
           COMPUTE SR-NET = WS-FUNDS + RL-FEES(RL-IDX)
               - RL-INT(RL-IDX) - RL-EC(RL-IDX).
           RELEASE SORT-RECORD.
       E-410-RELEASE-ONE.
       EXIT.
      * Prints the relationships by branch, most profitable first,
      * with a total for each branch.
       500-PRINT.
           MOVE SPACES TO WS-PREV-BRANCH.
           MOVE 0 TO WS-SORT-EOF.
           PERFORM 550-RETURN-ONE THRU E-550-RETURN-ONE
               UNTIL WS-SORT-EOF = 1.
           IF GR-T-CNT > 0
               PERFORM 600-BRANCH-TOTAL THRU E-600-BRANCH-TOTAL.
       E-500-PRINT.
       EXIT.
       550-RETURN-ONE.
           RETURN SORT-FILE
               AT END
                   MOVE 1 TO WS-SORT-EOF
                   GO TO E-550-RETURN-ONE
           END-RETURN.
           IF GR-T-CNT = 0 OR SR-BRANCH NOT = WS-PREV-BRANCH
               IF GR-T-CNT > 0
                   PERFORM 600-BRANCH-TOTAL THRU E-600-BRANCH-TOTAL
               END-IF
               MOVE SR-BRANCH TO WS-PREV-BRANCH
               MOVE 0 TO WS-RANK
               MOVE SR-BRANCH TO RPT-BRANCH
               MOVE RPT-BRANCH-HEAD TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 3 LINES
               MOVE RPT-HEADING TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 1 LINES
           END-IF.
           ADD 1 TO WS-RANK.
           MOVE WS-RANK TO RPT-RANK.
           MOVE SR-CUST TO RPT-CUST.
           MOVE SR-NAME TO RPT-NAME.
           MOVE SR-ACCTS TO RPT-ACCTS.
           MOVE SR-ADB TO RPT-ADB.
           MOVE SR-FUNDS TO RPT-FUNDS.
           MOVE SR-FEES TO RPT-FEES.
           MOVE SR-INT TO RPT-INT.
           MOVE SR-EC TO RPT-EC.
           MOVE SR-NET TO RPT-NET.
           MOVE SR-INT-YTD TO RPT-INT-YTD.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           ADD 1 TO BR-T-CNT.
           ADD SR-ADB TO BR-T-ADB.
           ADD SR-FUNDS TO BR-T-FUNDS.
           ADD SR-FEES TO BR-T-FEES.
           ADD SR-INT TO BR-T-INT.
           ADD SR-EC TO BR-T-EC.
           ADD SR-NET TO BR-T-NET.
           ADD 1 TO GR-T-CNT.
           ADD SR-ADB TO GR-T-ADB.
           ADD SR-FUNDS TO GR-T-FUNDS.
           ADD SR-FEES TO GR-T-FEES.
           ADD SR-INT TO GR-T-INT.
           ADD SR-EC TO GR-T-EC.
           ADD SR-NET TO GR-T-NET.
       E-550-RETURN-ONE.
       EXIT.
      * Prints the branch total and clears it for the next branch.
       600-BRANCH-TOTAL.
           MOVE "BRANCH TOTAL  " TO RPT-T-LABEL.
           MOVE BR-T-CNT TO RPT-T-CNT.
           MOVE BR-T-ADB TO RPT-T-ADB.
           MOVE BR-T-FUNDS TO RPT-T-FUNDS.
           MOVE BR-T-FEES TO RPT-T-FEES.
           MOVE BR-T-INT TO RPT-T-INT.
           MOVE BR-T-EC TO RPT-T-EC.
           MOVE BR-T-NET TO RPT-T-NET.
           MOVE RPT-TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           INITIALIZE BR-TOTALS.
       E-600-BRANCH-TOTAL.
       EXIT.
      * Prints the bank-wide totals and closes the report.
       800-CLOSEUP.
           MOVE "BANK TOTAL    " TO RPT-T-LABEL.
           MOVE GR-T-CNT TO RPT-T-CNT.
           MOVE GR-T-ADB TO RPT-T-ADB.
           MOVE GR-T-FUNDS TO RPT-T-FUNDS.
           MOVE GR-T-FEES TO RPT-T-FEES.
           MOVE GR-T-INT TO RPT-T-INT.
           MOVE GR-T-EC TO RPT-T-EC.
           MOVE GR-T-NET TO RPT-T-NET.
           MOVE RPT-TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 3 LINES.
           MOVE WS-ACCT-CNT TO RPT-C-ACCTS.
           MOVE WS-SKIP-CNT TO RPT-C-SKIP.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           CLOSE RELPROF-RPT.
           STOP RUN.
       END PROGRAM RELPROF.

      *                 QUIET ON THE MONTH-END NIGHT STILL GETS
      *                 ITS STATEMENT; A NO-ACTIVITY MONTH FALLS
      *                 BACK TO BB-BAL AS THE COLLECTED BALANCE.
      * 2026-10-15  KB  CARRY THE CD TERM, MATURITY, AND RENEWAL
      *                 FIELDS ON BEGBAL-REC AND THE CD RENEWAL RATE
      *                 ON BANKRATE.
      * 2026-10-15  KB  CARRY THE ACCRUED-INTEREST BALANCE AND
      *                 LAST ACCRUAL DATE ON BEGBAL-REC.
      * 2026-10-15  KB  CARRY THE CHECK NUMBER (BH-CHECK-NO) NOW
      *                 ON THE BANKHIST RECORD.
      * 2026-10-15  KB  CARRY THE OVERDRAFT AMOUNT, OVERDRAWN-
      *                 SINCE DATE, AND NOTICE FLAG ON BEGBAL-REC.
      * 2026-10-15  KB  CARRY THE BACKUP-WITHHOLDING FLAG AND DATE
      *                 ON BANKCUST-REC.
      * 2026-10-15  KB  WRITE EACH BUSINESS ACCOUNT'S COLLECTED
      *                 BALANCE, EARNINGS CREDIT, AND FEES FOR THE
      *                 MONTH TO THE NEW ANLYEC EXTRACT FOR THE
      *                 RELATIONSHIP PROFITABILITY REPORT.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKANLY.
                FILE STATUS IS WS-BEGBAL-STATUS.
            SELECT ANLY-RPT ASSIGN TO UT-S-ANLYRPT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ANLYEC-FILE ASSIGN TO UT-S-ANLYEC
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BANKRATE ASSIGN TO UT-S-BANKRATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BANKRATE-STATUS.
       FILE SECTION.
       FD  BEGBAL-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  BEGBAL-REC.
           05  BB-ACCT      PIC X(5).
           05  BB-BAL       PIC 9(5)V99.
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
       FD  ANLY-RPT
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
           05  RATE-HOLD-DAYS    PIC 9(2).
           05  RATE-EXWD-FEE     PIC 9(3)V99.
           05  RATE-EC-RATE      PIC 9V9999.
           05  RATE-CD-RATE      PIC 9V9999.
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
               88  PD-IS-MONTH-END    VALUE "Y".
       FD  BANKHIST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
       01  BANKHIST-REC.
           05  BH-KEY.
               10  BH-ACCT      PIC X(5).
           05  BH-FEE       PIC 9(4)V99.
           05  BH-BALANCE   PIC S9(7)V99.
           05  BH-TELLER    PIC X(3).
           05  BH-CHECK-NO  PIC 9(6).
       FD  BANKCUST
           LABEL RECORDS STANDARD
           RECORD CONTAINS 125 CHARACTERS.
       01  BANKCUST-REC.
           05  CM-ACCT      PIC X(5).
           05  CM-NAME      PIC X(25).
           05  CM-CYCLE     PIC X(2).
           05  CM-LAST-STMT PIC 9(8).
           05  CM-TIN       PIC X(9).
           05  CM-BWH       PIC X.
           05  CM-BWH-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  UT-S-ANLYRPT PIC X(50) VALUE 'C:\CS4230\BANKANLY.RPT'.
       77  UT-S-ANLYEC  PIC X(50) VALUE 'C:\CS4230\ANLYEC.DAT'.
       77  UT-S-BANKRATE PIC X(50) VALUE 'C:\CS4230\BANKRATE.DAT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  UT-S-BANKHIST PIC X(50) VALUE 'C:\CS4230\BANKHIST.DAT'.
               MOVE 1 TO WS-BB-EOF.
           OPEN INPUT BANKHIST-FILE.
           OPEN INPUT BANKCUST.
           OPEN OUTPUT ANLYEC-FILE.
           PERFORM 100-READ-MASTER THRU E-100-READ-MASTER
               UNTIL WS-BB-EOF = 1.
           PERFORM 800-CLOSEUP.
               MOVE SPACES TO AN-NET-FLAG.
           MOVE ANLY-LINE-5 TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
      * The month's collected balance, credit, and fees go to the
      * extract the relationship profitability report reads.
           MOVE BB-ACCT TO EX-ACCT.
           MOVE WS-MS-YYYYMM TO EX-PERIOD.
           MOVE WS-ADB TO EX-ADB.
           MOVE WS-EC-CREDIT TO EX-CREDIT.
           MOVE WS-MONTH-FEES TO EX-FEES.
           WRITE ANLYEC-REC.
       E-200-ANALYZE-ONE.
       EXIT.
      * Computes the account's average daily balance over the
           MOVE WS-TOT-CREDIT TO AN-T-CREDIT.
           MOVE ANLY-TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           CLOSE BEGBAL-FILE BANKHIST-FILE BANKCUST ANLY-RPT
               ANLYEC-FILE.
           STOP RUN.
       END PROGRAM BANKANLY.

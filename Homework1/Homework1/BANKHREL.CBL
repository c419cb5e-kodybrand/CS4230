      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CARRY THE CD TERM, MATURITY, AND RENEWAL
      *                 FIELDS ON BEGBAL-REC.
      * 2026-10-15  KB  CARRY THE ACCRUED-INTEREST BALANCE AND
      *                 LAST ACCRUAL DATE ON BEGBAL-REC.
      * 2026-10-15  KB  CARRY THE OVERDRAFT AMOUNT, OVERDRAWN-
      *                 SINCE DATE, AND NOTICE FLAG ON BEGBAL-REC.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKHREL.
           05  DH-DEP-DATE  PIC 9(8).
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
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.

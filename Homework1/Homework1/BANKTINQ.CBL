      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CARRY THE CD TERM, MATURITY, AND RENEWAL
      *                 FIELDS ON BEGBAL-REC.
      * 2026-10-15  KB  CARRY THE ACCRUED-INTEREST BALANCE AND
      *                 LAST ACCRUAL DATE ON BEGBAL-REC.
      * 2026-10-15  KB  CARRY THE CHECK NUMBER (BH-CHECK-NO) NOW
      *                 ON THE BANKHIST RECORD.
      * 2026-10-15  KB  SHOW THE OVERDRAFT AMOUNT, OVERDRAWN-SINCE
      *                 DATE, AND LAST NOTICE SENT FOR AN
      *                 OVERDRAWN ACCOUNT.
      * 2026-10-15  KB  CARRY THE BACKUP-WITHHOLDING FLAG AND DATE
      *                 ON BANKCUST-REC.
      * 2026-10-15  KB  INQUIRIES STAMPED TO THE OPERATOR ACTIVITY
      *                 JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKTINQ.
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
       FD  BANKHOLD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           05  HD-EXP-DATE  PIC 9(8).
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
       WORKING-STORAGE SECTION.
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  UT-S-BANKHOLD PIC X(50) VALUE 'C:\CS4230\BANKHOLD.DAT'.
       77  WS-OPER-ID   PIC X(3)      VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9        VALUE 0.
       77  WS-SIGNON-OK PIC X         VALUE "N".
       77  WS-ACT-PROGRAM PIC X(8)    VALUE "BANKTINQ".
       77  WS-ACT-FUNCTION PIC X(20)  VALUE SPACES.
       77  WS-ACT-KEY   PIC X(20)     VALUE SPACES.
       77  WS-ACT-OWNER PIC X(3)      VALUE SPACES.
      * Ring of the last ten archived transactions: the archive is
      * walked front to back and the ring keeps only the newest
      * ten, displayed oldest first.
           05  INQ-LINK     PIC X(5).
           05  FILLER       PIC X(10)  VALUE "  BRANCH: ".
           05  INQ-BRANCH   PIC X(3).
       01  OD-LINE.
           05  FILLER       PIC X(15)  VALUE "** OVERDRAWN **".
           05  FILLER       PIC X(9)   VALUE "  AMOUNT ".
           05  INQ-OD-AMT   PIC $,$$$,$$9.99.
           05  FILLER       PIC X(8)   VALUE "  SINCE ".
           05  INQ-OD-SINCE PIC 9(8).
           05  FILLER       PIC X(10)  VALUE "  NOTICE: ".
           05  INQ-OD-NOTICE PIC X(10).
       01  HOLD-LINE.
           05  FILLER       PIC X(17)
               VALUE "** ACTIVE HOLD **".
           IF WS-INQ-ACCT = "99999" OR WS-INQ-ACCT = SPACES
               MOVE "99999" TO WS-INQ-ACCT
               GO TO E-100-ONE-INQUIRY.
           MOVE "VIEW ACCOUNT" TO WS-ACT-FUNCTION.
           MOVE WS-INQ-ACCT TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           PERFORM 200-SHOW-BALANCE THRU E-200-SHOW-BALANCE.
           PERFORM 300-SHOW-HOLD THRU E-300-SHOW-HOLD.
           PERFORM 400-SHOW-CUSTOMER THRU E-400-SHOW-CUSTOMER.
           PERFORM 500-SHOW-HISTORY THRU E-500-SHOW-HISTORY.
       E-100-ONE-INQUIRY.
       EXIT.
      * Shows the master and available balances and the ODP link,
      * and the overdraft carried, if the account is overdrawn.
       200-SHOW-BALANCE.
           MOVE WS-INQ-ACCT TO BB-ACCT.
           READ BEGBAL-FILE
           MOVE BB-LINK-ACCT TO INQ-LINK.
           MOVE BB-BRANCH TO INQ-BRANCH.
           DISPLAY BAL-LINE.
           IF BB-OD-AMT NUMERIC AND BB-OD-AMT > 0
               MOVE BB-OD-AMT TO INQ-OD-AMT
               MOVE BB-OD-SINCE TO INQ-OD-SINCE
               IF BB-OD-NOTICE = "2"
                   MOVE "30-DAY" TO INQ-OD-NOTICE
               ELSE
               IF BB-OD-NOTICE = "1"
                   MOVE "10-DAY" TO INQ-OD-NOTICE
               ELSE
                   MOVE "NONE SENT" TO INQ-OD-NOTICE
               END-IF
               END-IF
               DISPLAY OD-LINE.
       E-200-SHOW-BALANCE.
       EXIT.
      * Shows an active hold, if one is in force today.

      *                 ROWS IN USE, SO A BLANK TELLER ID OPENS A
      *                 REAL ROW INSTEAD OF ACCUMULATING IN THE
      *                 FIRST UNUSED SLOT OUTSIDE THE COUNT.
      * 2026-10-15  KB  POST INSTALLMENT LOAN PAYMENTS (TXN-CODE "L")
      *                 AGAINST THE NEW LOANMAST LOAN MASTER: EACH
      *                 PAYMENT PAYS ACCRUED INTEREST, THEN LATE
      *                 FEES, THEN PRINCIPAL, ADVANCES THE NEXT DUE
      *                 DATE, AND ARCHIVES TO LOANHIST.  AT WRAP-UP
      *                 THE LOAN BOOK IS SWEPT TO ASSESS LATE FEES
      *                 PAST THE GRACE PERIOD AND TO WRITE ONE TYPE
      *                 "L" PRINCIPAL-OUTSTANDING RECORD PER LOAN ON
      *                 BANKGL; LOAN INTEREST AND LATE FEES JOIN THE
      *                 BANKFEE BREAKOUT AND ITS "F" GL RECORDS.
      * 2026-10-15  KB  CARRY CD TERMS ON BEGBAL-REC: A CD/IRA
      *                 (KODE "D") OPENED THROUGH BANKIN STARTS ON
      *                 THE DEFAULT TERM AT THE CD RATE, NOW
      *                 OVERRIDABLE FROM BANKRATE; EACH CD EARNS
      *                 AT ITS OWN RENEWAL RATE, AND A WITHDRAWAL
      *                 ON OR PAST MATURITY OR INSIDE THE CDMATUR
      *                 GRACE WINDOW SKIPS THE EARLY-WITHDRAWAL
      *                 PENALTY.
      * 2026-10-15  KB  ACCRUE INTEREST NIGHTLY INTO BB-ACCR-INT
      *                 ON THE BEGINNING BALANCE; POSTING NIGHTS
      *                 CREDIT THE ACCRUED AMOUNT. IDLE ACCOUNTS
      *                 ARE ACCRUED BY A MASTER SWEEP; INTEX/INTAP
      *                 GL RECORDS CARRY THE ACCRUAL AND THE
      *                 PAYABLE REVERSAL.
      * 2026-10-15  KB  SCREEN EACH ACCOUNT OPEN AGAINST THE
      *                 SANCTIONS LIST (OFACCHK) ON THE KEYED NAME
      *                 AND THE BANKCUST NAME AND ADDRESS; A
      *                 POSSIBLE MATCH HOLDS THE OPEN ON AN
      *                 OFACREV REVIEW UNTIL COMPLIANCE CLEARS IT,
      *                 AND AN ESCALATED REVIEW REJECTS IT.
      * 2026-10-15  KB  PAY OR RETURN CHECKS PRESENTED ON THE
      *                 CLEARING FEED (TXN K): STOP-PAYMENT ORDERS
      *                 ON STOPPAY, CLOSED, FROZEN, NSF AND
      *                 UNCOLLECTED ITEMS GO BACK ON RETITEM WITH
      *                 A REASON CODE; NSF FEE ON FUNDS RETURNS.
      *                 CHECK NUMBER CARRIED TO BANKHIST; CHK
      *                 CHANNEL TOTAL AND CHECK CONTROL LINE
      *                 ADDED.
      * 2026-10-15  KB  CARRY A ROLLED-FORWARD OVERDRAFT INTO THE
      *                 OPENING BALANCE, REFUSE TO CLOSE AN
      *                 OVERDRAWN ACCOUNT, WRITE OFF APPROVED
      *                 CHGOFF ENTRIES TO OVERDRAFT LOSSES, AND
      *                 POST RECOVERIES (TXN-CODE V) TO OVERDRAFT
      *                 RECOVERIES.
      * 2026-10-15  KB  TAKE FEDERAL BACKUP WITHHOLDING OUT OF
      *                 INTEREST CREDITED TO A CUSTOMER FLAGGED ON
      *                 BANKCUST OR WITH NO USABLE TIN, ARCHIVE IT
      *                 AS A BWH WITHDRAWAL, ACCUMULATE IT ON
      *                 BANKINT, AND BOOK IT TO THE BWHTX TAX
      *                 LIABILITY.
      * 2026-10-15  KB  POST STANDING-ORDER TRANSFERS (TXN-CODE X)
      *                 FROM STANDGEN ON THEIR OWN XFR CHANNEL AND
      *                 FOOTER TOTAL; A TRANSFER WITHDRAWAL IS NOT
      *                 REJECTED FOR AVAILABLE FUNDS, SO IT STAYS
      *                 PAIRED WITH ITS DEPOSIT, AND DRAWS NO NSF
      *                 FEE.
      * 2026-10-15  KB  POST REG E DISPUTE CREDITS AND REVERSALS
      *                 (TXN-CODE E) FROM REGEAGE ON THEIR OWN
      *                 REGE CHANNEL WITH A CONTROL LINE, BOOKED
      *                 TO THE REGEX DISPUTE CLEARING GL; A
      *                 REVERSAL IS NOT STOPPED BY A HOLD OR
      *                 AVAILABLE FUNDS AND DRAWS NO NSF FEE.
      * 2026-10-15  KB  CREDIT A PAID-OUT CD'S ACCRUED INTEREST
      *                 THROUGH THE INTEREST PATH (BACKUP
      *                 WITHHOLDING, HISTORY, BANKINT YEAR-TO-
      *                 DATE, INTEREST-PAID TOTAL) THE NIGHT
      *                 CDMATUR PAYS IT OUT, POSTING NIGHT OR NOT,
      *                 AND STOP ITS ACCRUAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK.                                                        
            SELECT OPTIONAL BUSCAL-FILE ASSIGN TO UT-S-BUSCAL
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-BUSCAL-STATUS.
            SELECT OPTIONAL LOANMAST-FILE ASSIGN TO UT-S-LOANMAST
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS LN-LOAN
                FILE STATUS IS WS-LOANMAST-STATUS.
            SELECT OPTIONAL LOANHIST-FILE ASSIGN TO UT-S-LOANHIST
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS LH-KEY
                FILE STATUS IS WS-LOANHIST-STATUS.
            SELECT OPTIONAL BANKCUST ASSIGN TO UT-S-BANKCUST
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CM-ACCT
                FILE STATUS IS WS-BANKCUST-STATUS.
            SELECT OPTIONAL OFACREV-FILE ASSIGN TO UT-S-OFACREV
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS OR-REVIEW-NO
                FILE STATUS IS WS-OFACREV-STATUS.
            SELECT OPTIONAL STOPPAY-FILE ASSIGN TO UT-S-STOPPAY
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SP-KEY
                FILE STATUS IS WS-STOPPAY-STATUS.
            SELECT RETITEM  ASSIGN TO UT-S-RETITEM
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CHGOFF-FILE ASSIGN TO UT-S-CHGOFF
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS CO-ACCT
                FILE STATUS IS WS-CHGOFF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANKIN
               88  TXN-IS-ACH       VALUE "A".
               88  TXN-IS-ATM       VALUE "M".
               88  TXN-IS-RETURN    VALUE "R".
               88  TXN-IS-LOAN-PMT  VALUE "L".
               88  TXN-IS-CHECK     VALUE "K".
               88  TXN-IS-RECOVERY  VALUE "V".
               88  TXN-IS-TRANSFER  VALUE "X".
               88  TXN-IS-DISPUTE   VALUE "E".
               88  TXN-IS-COUNTER   VALUE "T" SPACE.
           05  MNT-CODE PIC X.
               88  MNT-IS-OPEN      VALUE "O".
               88  IRA-PRIOR-YEAR   VALUE "P".
           05  DEP      PIC 9(4)V99.
           05  WITHH    PIC 9(4)V99.
           05  CHECK-NO PIC 9(6).
           05  PRES-BANK PIC X(9).
           05  PRES-TRACE PIC X(10).
       FD  BANKOUT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  RATE-HOLD-DAYS    PIC 9(2).
           05  RATE-EXWD-FEE     PIC 9(3)V99.
           05  RATE-EC-RATE      PIC 9V9999.
           05  RATE-CD-RATE      PIC 9V9999.
       FD  BANKRUN
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  TLR-OUT      PIC X(80).
       FD  BANKINT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 27 CHARACTERS.
       01  BANKINT-REC.
           05  IY-ACCT      PIC X(5).
           05  IY-YEAR      PIC 9(4).
           05  IY-INTEREST  PIC 9(7)V99.
           05  IY-BWH-TAX   PIC 9(7)V99.
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
       FD  BANKHOLD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 30 CHARACTERS.
           05  HD-EXP-DATE  PIC 9(8).
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
       FD  BANKIRA-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 27 CHARACTERS.
           05  CAL-BUSINESS-DAY    PIC X.
               88  CAL-IS-BUSINESS-DAY     VALUE "Y".
           05  CAL-MONTH-END       PIC X.
       FD  LOANMAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 152 CHARACTERS.
       COPY "LOANREC.CPY".
       FD  LOANHIST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 66 CHARACTERS.
       01  LOANHIST-REC.
           05  LH-KEY.
               10  LH-LOAN      PIC X(5).
               10  LH-DATE      PIC 9(8).
               10  LH-SEQ       PIC 9(5).
           05  LH-PAYMENT   PIC 9(5)V99.
           05  LH-INTEREST  PIC 9(5)V99.
           05  LH-FEES      PIC 9(5)V99.
           05  LH-PRINCIPAL PIC 9(5)V99.
           05  LH-PRIN-BAL  PIC 9(7)V99.
           05  LH-NEXT-DUE  PIC 9(8).
           05  LH-TELLER    PIC X(3).
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
               88  CM-BWH-ON            VALUE "T" "B".
           05  CM-BWH-DATE  PIC 9(8).
       FD  OFACREV-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 248 CHARACTERS.
       COPY "OFACREV.CPY".
       FD  STOPPAY-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 121 CHARACTERS.
       COPY "STOPPAY.CPY".
       FD  RETITEM
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       COPY "RETITEM.CPY".
       FD  CHGOFF-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 113 CHARACTERS.
       COPY "CHGOFF.CPY".
       FD  BANKCHK
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  FEE-RTN-AMT  PIC 9(9)V99   VALUE 0.
           05  FEE-EXW-CNT  PIC 9(5)      VALUE 0.
           05  FEE-EXW-AMT  PIC 9(9)V99   VALUE 0.
           05  FEE-LNI-CNT  PIC 9(5)      VALUE 0.
           05  FEE-LNI-AMT  PIC 9(9)V99   VALUE 0.
           05  FEE-LAT-CNT  PIC 9(5)      VALUE 0.
           05  FEE-LAT-AMT  PIC 9(9)V99   VALUE 0.
       01  FEE-HEAD-LINE.
           05  FILLER      PIC X(34)
               VALUE "FEE INCOME ANALYSIS BY FEE TYPE".
           05  TLR-IN      PIC $,$$$,$$$,$$9.99.
           05  FILLER      PIC X(12)   VALUE "  CASH OUT: ".
           05  TLR-WTH     PIC $,$$$,$$$,$$9.99.
      * Installment-loan posting: a payment pays the interest
      * accrued since the paid-to date first, then late fees, then
      * principal.  An installment still unpaid LOAN-GRACE-DAYS
      * past its due date draws the flat late fee when the loan
      * book is swept at the end of the run.
       77  UT-S-LOANMAST PIC X(50) VALUE 'C:\CS4230\LOANMAST.DAT'.
       77  UT-S-LOANHIST PIC X(50) VALUE 'C:\CS4230\LOANHIST.DAT'.
       77  WS-LOANMAST-STATUS PIC XX  VALUE SPACES.
       77  WS-LOANHIST-STATUS PIC XX  VALUE SPACES.
       77  LOAN-LATE-FEE PIC 9(3)V99  VALUE 25.00.
       77  LOAN-GRACE-DAYS PIC 9(2)   VALUE 10.
       77  WS-LN-TODAY-INT PIC S9(9)  VALUE 0.
       77  WS-LN-FROM-INT PIC S9(9)   VALUE 0.
       77  WS-LN-DAYS   PIC S9(7)     VALUE 0.
       77  WS-LN-PMT    PIC 9(5)V99   VALUE 0.
       77  WS-LN-LEFT   PIC 9(5)V99   VALUE 0.
       77  WS-LN-INT-DUE PIC 9(7)V99  VALUE 0.
       77  WS-LN-INT-PAID PIC 9(5)V99 VALUE 0.
       77  WS-LN-FEE-PAID PIC 9(5)V99 VALUE 0.
       77  WS-LN-PRIN-PAID PIC 9(5)V99 VALUE 0.
       77  WS-LN-PAYOFF PIC 9(9)V99   VALUE 0.
       77  WS-LN-EXCESS PIC 9(5)V99   VALUE 0.
       77  WS-LN-EOF    PIC 9         VALUE 0.
       77  WS-LN-PMT-CNT PIC 9(5)     VALUE 0.
       77  WS-LN-ACTIVE-CNT PIC 9(5)  VALUE 0.
       77  WS-LN-BOOK-PRIN PIC 9(9)V99 VALUE 0.
       77  WS-LN-LATE-CNT PIC 9(5)    VALUE 0.
       01  WS-LN-DUE-G.
           05  WS-LN-DUE-YYYY PIC 9(4) VALUE 0.
           05  WS-LN-DUE-MM   PIC 9(2) VALUE 0.
           05  WS-LN-DUE-DD   PIC 9(2) VALUE 0.
       01  WS-LN-DUE REDEFINES WS-LN-DUE-G PIC 9(8).
       01  LOAN-PMT-LINE.
           05  FILLER      PIC X(7)   VALUE "LN PMT ".
           05  LPL-LOAN    PIC X(5).
           05  FILLER      PIC X(1).
           05  LPL-NAME    PIC X(21).
           05  FILLER      PIC X(5)   VALUE " PMT:".
           05  LPL-PMT     PIC $$,$$9.99.
           05  FILLER      PIC X(5)   VALUE " INT:".
           05  LPL-INT     PIC $$,$$9.99.
           05  FILLER      PIC X(5)   VALUE " FEE:".
           05  LPL-FEE     PIC $$,$$9.99.
           05  FILLER      PIC X(6)   VALUE " PRIN:".
           05  LPL-PRIN    PIC $$,$$9.99.
           05  FILLER      PIC X(5)   VALUE " BAL:".
           05  LPL-BAL     PIC $,$$$,$$9.99.
           05  FILLER      PIC X(5)   VALUE " DUE:".
           05  LPL-NEXT-DUE PIC 9(8).
       01  LOAN-BOOK-LINE.
           05  FILLER      PIC X(19)  VALUE "LOAN BOOK - ACTIVE:".
           05  LBK-COUNT   PIC ZZZZ9.
           05  FILLER      PIC X(24)  VALUE "  PRINCIPAL OUTSTANDING:".
           05  LBK-PRIN    PIC $$$$,$$$,$$9.99.
           05  FILLER      PIC X(12)  VALUE "  PAYMENTS: ".
           05  LBK-PMTS    PIC ZZZZ9.
           05  FILLER      PIC X(22)  VALUE "  LATE FEES ASSESSED: ".
           05  LBK-LATE    PIC ZZZZ9.
       77  WS-TXN-DEP   PIC 9(4)V99   VALUE 0.
       77  WS-TXN-WTH   PIC 9(4)V99   VALUE 0.
       77  WS-TXN-FEE   PIC 9(4)V99   VALUE 0.
       77  ACT-TOTAL    PIC 9(7)V99     VALUE 0.
       77  ACT-AVG      PIC 9(7)V99     VALUE 0.
       77  T-INT        PIC 9(7)V99     VALUE 0.
      * Federal backup withholding is taken out of the interest
      * credited to a customer flagged on BANKCUST (an IRS B-notice,
      * or no usable TIN on file) and held for deposit as a tax
      * liability.
       77  BWH-RATE     PIC V99         VALUE .24.
       77  T-BWH        PIC 9(7)V99     VALUE 0.
       77  WS-BANKCUST-AVAIL PIC 9      VALUE 0.
       77  WS-BWH-CNT   PIC 9(5)        VALUE 0.
       77  WS-BWH-AMT   PIC 9(7)V99     VALUE 0.
       01  BWH-TOTAL-LINE.
           05  FILLER      PIC X(20)  VALUE "BACKUP WITHHOLDING: ".
           05  BWHT-CNT    PIC ZZZZ9.
           05  FILLER      PIC X(1)   VALUE SPACE.
           05  BWHT-AMT    PIC $$,$$$,$$9.99.
       77  CD-RATE      PIC V9999       VALUE .0325.
      * CD term controls: a CD opened through BANKIN starts on the
      * default term at tonight's CD rate, to be changed in CDMAINT
      * when the customer bought a different term.  A withdrawal
      * on or past the maturity date, or inside the grace window
      * CDMATUR opens at each maturity, is not an early withdrawal.
       77  CD-DEFAULT-TERM PIC 9(3)    VALUE 012.
       77  CUR-CD-RATE  PIC 9V9999      VALUE 0.
       77  CUR-CD-MATURE PIC 9(8)       VALUE 0.
       77  CUR-CD-GRACE PIC 9(8)        VALUE 0.
      * A CD CDMATUR has paid out (payout instruction, maturity
      * date cleared) earns nothing more; whatever it had accrued
      * is credited the night it pays out, posting night or not,
      * and CDMATUR sends the credited interest on after it.
       77  CUR-CD-PAIDOUT PIC 9         VALUE 0.
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
       77  CD-PENALTY-RATE PIC V99      VALUE .05.
      * Daily accrual controls: every night each savings/MM and
      * CD account earns the posting-period rate spread over the
      * days of the month on its beginning balance, held in
      * BB-ACCR-INT until the posting night moves it to the
      * balance.  WS-ACCR-LAST is the last night the account
      * accrued, so a rerun of the same night accrues nothing.
       77  CUR-BEG-BAL  PIC S9(7)V99    VALUE 0.
       77  CUR-ACCR-INT PIC 9(5)V99     VALUE 0.
       77  CUR-ACCR-DATE PIC 9(8)       VALUE 0.
       77  CUR-ON-MASTER PIC 9          VALUE 0.
       77  T-ACCR       PIC 9(5)V99     VALUE 0.
       77  WS-ACCR-TYPE PIC X           VALUE SPACE.
       77  WS-ACCR-BAL  PIC S9(7)V99    VALUE 0.
       77  WS-ACCR-CD-RATE PIC 9V9999   VALUE 0.
       77  WS-ACCR-LAST PIC 9(8)        VALUE 0.
       77  WS-ACCR-RATE PIC 9V9999      VALUE 0.
       77  WS-ACCR-DAYS PIC 9(4)        VALUE 0.
       77  WS-ACCR-MONTH-DAYS PIC 9(2)  VALUE 30.
       77  WS-ACCR-DAY-CNT PIC 9(5)     VALUE 0.
       77  WS-ACCR-DAY-TOT PIC 9(7)V99  VALUE 0.
       77  WS-ACCR-PAID-CNT PIC 9(5)    VALUE 0.
       77  WS-ACCR-PAID-TOT PIC 9(7)V99 VALUE 0.
       77  WS-ACCR-FORF-CNT PIC 9(5)    VALUE 0.
       77  WS-ACCR-FORF-TOT PIC 9(7)V99 VALUE 0.
       77  WS-ACCR-EOF  PIC 9           VALUE 0.
      * Sanctions screening at account open: the keyed name and
      * the BANKCUST name and address lines go through OFACCHK; a
      * possible match holds the open on an OFACREV review until
      * compliance decides it in OFACMNT.
       77  UT-S-BANKCUST PIC X(50) VALUE 'C:\CS4230\BANKCUST.DAT'.
       77  UT-S-OFACREV PIC X(50) VALUE 'C:\CS4230\OFACREV.DAT'.
       77  WS-BANKCUST-STATUS PIC XX  VALUE SPACES.
       77  WS-OFACREV-STATUS PIC XX   VALUE SPACES.
       77  WS-OFACREV-AVAIL PIC 9     VALUE 0.
       77  WS-OFACREV-EOF PIC 9       VALUE 0.
       77  WS-NEXT-REVIEW PIC 9(6)    VALUE 0.
       77  WS-SANC-SW   PIC X         VALUE "C".
           88  SANC-CLEAR-TO-OPEN     VALUE "C" "R".
           88  SANC-HELD              VALUE "H" "P".
           88  SANC-ESCALATED         VALUE "E".
           88  SANC-NO-LIST           VALUE "U".
       77  WS-SANC-HIT-SW PIC X       VALUE "N".
           88  SANC-HIT               VALUE "Y".
       77  WS-SANC-FIELD PIC X        VALUE SPACE.
       77  WS-SANC-TEXT PIC X(30)     VALUE SPACES.
       77  WS-SANC-SCORE PIC 9(3)     VALUE 0.
       01  WS-SANC-PARM PIC X(112)    VALUE SPACES.
       COPY "OFACPARM.CPY".
      * Checks presented through the clearing feed are paid or
      * returned against the STOPPAY stop-payment orders and the
      * account's funds; every returned check goes out on RETITEM.
       77  UT-S-STOPPAY PIC X(50) VALUE 'C:\CS4230\STOPPAY.DAT'.
       77  UT-S-RETITEM PIC X(50) VALUE 'C:\CS4230\RETITEM.DAT'.
       77  WS-STOPPAY-STATUS PIC XX   VALUE SPACES.
       77  WS-STOPPAY-AVAIL PIC 9     VALUE 0.
       77  WS-STOP-EOF  PIC 9         VALUE 0.
       77  WS-STOP-HIT  PIC 9         VALUE 0.
       77  WS-CHK-RETURNED PIC 9      VALUE 0.
       77  WS-CHK-REASON PIC X        VALUE SPACE.
       77  WS-CHK-DESC  PIC X(20)     VALUE SPACES.
       77  WS-CHK-PRES-CNT PIC 9(5)   VALUE 0.
       77  WS-CHK-PRES-AMT PIC 9(7)V99 VALUE 0.
       77  WS-CHK-PAID-CNT PIC 9(5)   VALUE 0.
       77  WS-CHK-PAID-AMT PIC 9(7)V99 VALUE 0.
       77  WS-CHK-RTN-CNT PIC 9(5)    VALUE 0.
       77  WS-CHK-RTN-AMT PIC 9(7)V99 VALUE 0.
       77  A-CHK        PIC S9(4)V99    VALUE 0.
       77  A-XFR        PIC S9(4)V99    VALUE 0.
       01  CHK-TOTAL-LINE.
           05  FILLER      PIC X(18)  VALUE "CHECKS PRESENTED: ".
           05  CHKT-PRES-CNT PIC ZZZZ9.
           05  FILLER      PIC X(1)   VALUE SPACE.
           05  CHKT-PRES-AMT PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(8)   VALUE "  PAID: ".
           05  CHKT-PAID-CNT PIC ZZZZ9.
           05  FILLER      PIC X(1)   VALUE SPACE.
           05  CHKT-PAID-AMT PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(12)  VALUE "  RETURNED: ".
           05  CHKT-RTN-CNT PIC ZZZZ9.
           05  FILLER      PIC X(1)   VALUE SPACE.
           05  CHKT-RTN-AMT PIC $$,$$$,$$9.99.
      * Charge-offs the supervisor approved in ODMAINT are written
      * off to overdraft losses at the end of the run, and
      * recoveries collected on written-off accounts (TXN-CODE "V")
      * are credited back against them.
       77  UT-S-CHGOFF  PIC X(50) VALUE 'C:\CS4230\CHGOFF.DAT'.
       77  WS-CHGOFF-STATUS PIC XX    VALUE SPACES.
       77  WS-CHGOFF-AVAIL PIC 9      VALUE 0.
       77  WS-CO-EOF    PIC 9         VALUE 0.
       77  WS-CO-CNT    PIC 9(5)      VALUE 0.
       77  WS-CO-AMT    PIC 9(7)V99   VALUE 0.
       77  WS-CO-DEFER-CNT PIC 9(5)   VALUE 0.
       77  WS-RCV-CNT   PIC 9(5)      VALUE 0.
       77  WS-RCV-AMT   PIC 9(7)V99   VALUE 0.
       77  WS-RCV-OWED  PIC 9(5)V99   VALUE 0.
       77  WS-RCV-POST  PIC 9(5)V99   VALUE 0.
       77  WS-REGE-CR-CNT PIC 9(5)    VALUE 0.
       77  WS-REGE-CR-AMT PIC 9(7)V99 VALUE 0.
       77  WS-REGE-DR-CNT PIC 9(5)    VALUE 0.
       77  WS-REGE-DR-AMT PIC 9(7)V99 VALUE 0.
       01  CHGOFF-TOTAL-LINE.
           05  FILLER      PIC X(18)  VALUE "OVERDRAFT CHG-OFF:".
           05  COT-CNT     PIC ZZZZ9.
           05  FILLER      PIC X(1)   VALUE SPACE.
           05  COT-AMT     PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(12)  VALUE "  DEFERRED: ".
           05  COT-DEFER-CNT PIC ZZZZ9.
           05  FILLER      PIC X(14)  VALUE "  RECOVERIES: ".
           05  COT-RCV-CNT PIC ZZZZ9.
           05  FILLER      PIC X(1)   VALUE SPACE.
           05  COT-RCV-AMT PIC $$,$$$,$$9.99.
       01  REGE-TOTAL-LINE.
           05  FILLER      PIC X(18)  VALUE "REG E CREDITS:".
           05  RGT-CR-CNT  PIC ZZZZ9.
           05  FILLER      PIC X(1)   VALUE SPACE.
           05  RGT-CR-AMT  PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(13)  VALUE "  REVERSALS: ".
           05  RGT-DR-CNT  PIC ZZZZ9.
           05  FILLER      PIC X(1)   VALUE SPACE.
           05  RGT-DR-AMT  PIC $$,$$$,$$9.99.
       01  ACCR-TOTAL-LINE.
           05  FILLER      PIC X(17)  VALUE "INTEREST ACCRUED:".
           05  ACRT-DAY-CNT PIC ZZZZ9.
           05  FILLER      PIC X(1)   VALUE SPACE.
           05  ACRT-DAY-TOT PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(8)   VALUE "  PAID: ".
           05  ACRT-PAID-CNT PIC ZZZZ9.
           05  FILLER      PIC X(1)   VALUE SPACE.
           05  ACRT-PAID-TOT PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(18)  VALUE "  CLOSED/FORFEIT: ".
           05  ACRT-FORF-TOT PIC $$,$$$,$$9.99.
       77  CD-PENALTY   PIC S9(4)V99    VALUE 0.
       77  A-CTR        PIC S9(4)V99    VALUE 0.
       77  A-WIRE       PIC S9(4)V99    VALUE 0.
           05  FILLER      PIC X(3)    VALUE "ATM".
           05  FILLER      PIC X(2)    VALUE ": ".
           05  ACT-ATM-TOT PIC $,$$$,$$9.99.
           05  FILLER      PIC X(3)    VALUE "CHK".
           05  FILLER      PIC X(2)    VALUE ": ".
           05  ACT-CHK-TOT PIC $,$$$,$$9.99.
           05  FILLER      PIC X(3)    VALUE "XFR".
           05  FILLER      PIC X(2)    VALUE ": ".
           05  ACT-XFR-TOT PIC $,$$$,$$9.99.
           05  FILLER      PIC X(2).
           05  ACT-HOLD-FLAG PIC X(16).
       01  END-PRINT-1.
           OPEN I-O BANKIRA-FILE.
           OPEN I-O BANKHIST-FILE.
           OPEN I-O BANKINT-FILE.
           OPEN I-O LOANMAST-FILE.
           OPEN I-O LOANHIST-FILE.
           OPEN INPUT BANKCUST.
           IF WS-BANKCUST-STATUS = "00"
               MOVE 1 TO WS-BANKCUST-AVAIL.
           OPEN I-O OFACREV-FILE.
           IF WS-OFACREV-STATUS = "00" OR WS-OFACREV-STATUS = "05"
               MOVE 1 TO WS-OFACREV-AVAIL.
           OPEN I-O STOPPAY-FILE.
           IF WS-STOPPAY-STATUS = "00" OR WS-STOPPAY-STATUS = "05"
               MOVE 1 TO WS-STOPPAY-AVAIL.
           OPEN I-O CHGOFF-FILE.
           IF WS-CHGOFF-STATUS = "00" OR WS-CHGOFF-STATUS = "05"
               MOVE 1 TO WS-CHGOFF-AVAIL.
           OPEN INPUT BANKCTL.
           READ BANKCTL
               AT END MOVE 0 TO WS-EXPECTED-COUNT
                   IF RATE-EXWD-FEE NUMERIC AND RATE-EXWD-FEE > 0
                       MOVE RATE-EXWD-FEE TO EXWD-FEE-AMT
                   END-IF
                   IF RATE-CD-RATE NUMERIC AND RATE-CD-RATE > 0
                       MOVE RATE-CD-RATE TO CD-RATE
                   END-IF
           END-READ.
           CLOSE BANKRATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DAY TO DATE-D.
           MOVE WS-CURRENT-YEAR TO DATE-Y.
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM.
           COMPUTE WS-LN-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           MOVE WS-TODAY-NUM(1:6) TO WS-MS-YYYYMM.
           MOVE 01 TO WS-MS-DD.
           MOVE WS-MONTH-START TO WS-CD-DATE.
           MOVE 1 TO WS-CD-MONTHS.
           PERFORM 178-CD-ADD-MONTHS THRU E-178-CD-ADD-MONTHS.
           COMPUTE WS-ACCR-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CD-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           PERFORM 030-LOAD-RELEASE-DATE THRU E-030-LOAD-RELEASE-DATE.
           OPEN INPUT BANKRUN.
           READ BANKRUN
           PERFORM 060-READ-RESTART THRU E-060-READ-RESTART
               UNTIL WS-RESTART-EOF = 1.
           CLOSE BANKRST.
      * A restart rerun keeps the return items the failed run
      * already sent out; a fresh run starts the file over.
           IF WS-RESTART-ACCT NOT = SPACES
               OPEN EXTEND RETITEM
           ELSE
               OPEN OUTPUT RETITEM
           END-IF.
           IF WS-RESTART-ACCT NOT = SPACES
               PERFORM 070-SKIP-TO-RESTART THRU E-070-SKIP-TO-RESTART
                   UNTIL ANUM > WS-RESTART-ACCT
      * whether it came from the normal read above or from the
      * restart skip-forward at start of job.
       150-PROCESS-RECORD.
           IF TXN-IS-LOAN-PMT
               IF FIRST-RUN = 0 AND ANUM NOT = CUR-ACCT
                   PERFORM 160-FLUSH-BREAK THRU E-160-FLUSH-BREAK
               END-IF
               PERFORM 190-LOAN-PAYMENT THRU E-190-LOAN-PAYMENT
               PERFORM 100-READ-RECORD
               GO TO E-150-PROCESS-RECORD
           END-IF.
           IF TXN-IS-RECOVERY
               IF FIRST-RUN = 0 AND ANUM NOT = CUR-ACCT
                   PERFORM 160-FLUSH-BREAK THRU E-160-FLUSH-BREAK
               END-IF
               PERFORM 185-RECOVERY THRU E-185-RECOVERY
               PERFORM 100-READ-RECORD
               GO TO E-150-PROCESS-RECORD
           END-IF.
           IF MNT-IS-OPEN OR MNT-IS-CLOSE
               IF FIRST-RUN = 0 AND ANUM NOT = CUR-ACCT
                   PERFORM 160-FLUSH-BREAK THRU E-160-FLUSH-BREAK
               IF FIRST-RUN = 0 AND ANUM NOT > CUR-ACCT
                   PERFORM 180-SEQ-CHECK THRU E-180-SEQ-CHECK
               END-IF
               PERFORM 600-GET-INTREST THRU E-INTREST
               IF FIRST-RUN = 0
                   MOVE ACT-FOOTER-1 TO OUT-PUT
                   WRITE OUT-PUT AFTER ADVANCING 1 LINE
                   MOVE A-WIRE TO ACT-WIRE-TOT
                   MOVE A-ACH TO ACT-ACH-TOT
                   MOVE A-ATM TO ACT-ATM-TOT
                   MOVE A-CHK TO ACT-CHK-TOT
                   MOVE A-XFR TO ACT-XFR-TOT
                   IF WS-HOLD-ACTIVE = 1
                       MOVE "** HOLDS EXIST *" TO ACT-HOLD-FLAG
                   ELSE
      * the whole footer block.  After the flush no account is in
      * flight, so the next money record opens its section fresh.
       160-FLUSH-BREAK.
           PERFORM 600-GET-INTREST THRU E-INTREST.
           MOVE ACT-FOOTER-1 TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINE
           PERFORM 680-STMT-WRITE.
           MOVE A-WIRE TO ACT-WIRE-TOT
           MOVE A-ACH TO ACT-ACH-TOT
           MOVE A-ATM TO ACT-ATM-TOT
           MOVE A-CHK TO ACT-CHK-TOT
           MOVE A-XFR TO ACT-XFR-TOT
           IF WS-HOLD-ACTIVE = 1
               MOVE "** HOLDS EXIST *" TO ACT-HOLD-FLAG
           ELSE
           MOVE 0 TO A-F.
           MOVE 0 TO T-FEE.
           MOVE 0 TO T-INT.
           MOVE 0 TO T-BWH.
           MOVE 0 TO A-CTR.
           MOVE 0 TO A-WIRE.
           MOVE 0 TO A-ACH.
           MOVE 0 TO A-ATM.
           MOVE 0 TO A-CHK.
           MOVE 0 TO A-XFR.
           MOVE 0 TO A-CTR-DEP.
           MOVE 0 TO A-CTR-WTH.
           MOVE 0 TO A-ODP-IN.
           MOVE 0 TO WS-ADB.
           MOVE 0 TO CUR-AVAIL.
           MOVE 0 TO WS-MTD-WTH-CNT.
           MOVE 0 TO CUR-ON-MASTER.
           MOVE 0 TO CUR-ACCR-INT.
           MOVE 1 TO FIRST-RUN.
       E-160-FLUSH-BREAK.
       EXIT.
           IF MNT-IS-OPEN
               MOVE "OPEN  " TO MNT-ACTION
               MOVE DEP TO MNT-AMOUNT
               PERFORM 176-SANCTION-SCREEN THRU E-176-SANCTION-SCREEN
               IF SANC-HELD OR SANC-ESCALATED
                   IF SANC-HELD
                       MOVE "HELD - SANCTIONS REVIEW"
                           TO MNT-STATUS
                   ELSE
                       MOVE "REJECTED - SANCTIONS ESCALATED"
                           TO MNT-STATUS
                   END-IF
                   PERFORM 175-MNT-EXCEPTION THRU
                       E-175-MNT-EXCEPTION
                   MOVE MNT-LINE TO MNT-OUT
                   WRITE MNT-OUT AFTER ADVANCING 1 LINES
                   GO TO E-170-ACCT-MAINT
               END-IF
               MOVE ANUM TO BB-ACCT
               MOVE DEP TO BB-BAL
               MOVE DEP TO BB-AVAIL-BAL
               MOVE BRANCH-CODE TO BB-BRANCH
               MOVE SPACES TO BB-CUST-NO
               MOVE KODE TO BB-KODE
               PERFORM 172-CD-OPEN-TERMS THRU E-172-CD-OPEN-TERMS
               MOVE 0 TO BB-ACCR-INT
               MOVE WS-CURRENT-DATE TO BB-ACCR-DATE
               MOVE 0 TO BB-OD-AMT
               MOVE 0 TO BB-OD-SINCE
               MOVE SPACE TO BB-OD-NOTICE
               WRITE BEGBAL-REC
                   INVALID KEY
                       MOVE "REJECTED - ALREADY ON MASTER"
                       PERFORM 175-MNT-EXCEPTION THRU
                           E-175-MNT-EXCEPTION
                   NOT INVALID KEY
                       IF SANC-NO-LIST
                           MOVE "OPENED - NO SANCTIONS LIST"
                               TO MNT-STATUS
                       ELSE
                           MOVE "ACCOUNT OPENED" TO MNT-STATUS
                       END-IF
               END-WRITE
           ELSE
               MOVE "CLOSE " TO MNT-ACTION
                       PERFORM 175-MNT-EXCEPTION THRU
                           E-175-MNT-EXCEPTION
                   NOT INVALID KEY
      * An overdrawn account cannot be closed over the counter; it
      * is brought current or goes through the charge-off list.
                     IF BB-OD-AMT NUMERIC AND BB-OD-AMT > 0
                       MOVE BB-OD-AMT TO MNT-AMOUNT
                       MOVE "REJECTED - ACCOUNT OVERDRAWN"
                           TO MNT-STATUS
                       PERFORM 175-MNT-EXCEPTION THRU
                           E-175-MNT-EXCEPTION
                     ELSE
                       MOVE BB-BAL TO MNT-AMOUNT
                       IF BB-ACCR-INT NUMERIC AND BB-ACCR-INT > 0
                           ADD 1 TO WS-ACCR-FORF-CNT
                           ADD BB-ACCR-INT TO WS-ACCR-FORF-TOT
                       END-IF
                       MOVE BB-BAL TO STMT-CLOSE-BAL
                       MOVE ANUM TO STMT-ACCT
                       MOVE STMT-CLOSE-LINE TO STMT-LINE
                       WRITE STMT-OUT
                       DELETE BEGBAL-FILE
                       MOVE "ACCOUNT CLOSED" TO MNT-STATUS
                     END-IF
               END-READ
           END-IF.
           MOVE MNT-LINE TO MNT-OUT.
       E-170-ACCT-MAINT.
       EXIT.

      * Starts the CD terms on a new master record.  A CD/IRA
      * (KODE "D") opens on the default term from tonight at
      * tonight's CD rate and renews automatically at maturity
      * until the branch records other instructions in CDMAINT;
      * any other account type carries no CD terms.
       172-CD-OPEN-TERMS.
           MOVE 0 TO BB-CD-TERM.
           MOVE 0 TO BB-CD-ISSUE.
           MOVE 0 TO BB-CD-MATURE.
           MOVE 0 TO BB-CD-RATE.
           MOVE SPACE TO BB-CD-INSTR.
           MOVE SPACES TO BB-CD-PAY-ACCT.
           MOVE 0 TO BB-CD-NOTICE.
           MOVE 0 TO BB-CD-GRACE-END.
           IF KODE NOT = "D"
               GO TO E-172-CD-OPEN-TERMS.
           MOVE CD-DEFAULT-TERM TO BB-CD-TERM.
           MOVE WS-CURRENT-DATE TO BB-CD-ISSUE.
           MOVE WS-CURRENT-DATE TO WS-CD-DATE.
           MOVE CD-DEFAULT-TERM TO WS-CD-MONTHS.
           PERFORM 178-CD-ADD-MONTHS THRU E-178-CD-ADD-MONTHS.
           MOVE WS-CD-DATE TO BB-CD-MATURE.
           MOVE CD-RATE TO BB-CD-RATE.
           MOVE "R" TO BB-CD-INSTR.
       E-172-CD-OPEN-TERMS.
       EXIT.

      * Adds WS-CD-MONTHS months to the date in WS-CD-DATE.  A day
      * past the end of the new month (a CD opened on the 31st)
      * falls back to the month's last day.
       178-CD-ADD-MONTHS.
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
       E-178-CD-ADD-MONTHS.
       EXIT.

      * Screens an account open against the sanctions list.  An
      * open compliance has cleared since it was held goes through
      * (once -- the clearance is stamped used); one still under a
      * pending review stays held, and one escalated is rejected.
      * Otherwise the keyed name and the BANKCUST name and address
      * lines are screened, and the best possible match holds the
      * open on a new review carrying the BANKIN record, which
      * OFACSCRN puts back on the feed once compliance clears it.
      * With no list on file the open goes through, flagged.
       176-SANCTION-SCREEN.
           MOVE "C" TO WS-SANC-SW.
           MOVE 0 TO WS-OFACREV-EOF.
           IF WS-OFACREV-AVAIL = 0
               MOVE 1 TO WS-OFACREV-EOF.
           MOVE 0 TO OR-REVIEW-NO.
           IF WS-OFACREV-EOF = 0
               START OFACREV-FILE KEY IS NOT LESS THAN OR-REVIEW-NO
                   INVALID KEY MOVE 1 TO WS-OFACREV-EOF
               END-START
           END-IF.
           PERFORM 177-PRIOR-REVIEW THRU E-177-PRIOR-REVIEW
               UNTIL WS-OFACREV-EOF = 1.
           IF NOT SANC-CLEAR-TO-OPEN OR WS-SANC-SW = "R"
               GO TO E-176-SANCTION-SCREEN.
           MOVE "N" TO WS-SANC-HIT-SW.
           MOVE 0 TO WS-SANC-SCORE.
           MOVE SPACES TO OP-TEXT.
           MOVE CUSNAME TO OP-TEXT.
           MOVE "N" TO OP-KIND.
           PERFORM 179-SCREEN-LINE THRU E-179-SCREEN-LINE.
           IF SANC-NO-LIST
               GO TO E-176-SANCTION-SCREEN.
           MOVE ANUM TO CM-ACCT.
           READ BANKCUST
               INVALID KEY MOVE SPACES TO BANKCUST-REC
           END-READ.
           IF CM-NAME NOT = SPACES
               MOVE SPACES TO OP-TEXT
               MOVE CM-NAME TO OP-TEXT
               MOVE "N" TO OP-KIND
               PERFORM 179-SCREEN-LINE THRU E-179-SCREEN-LINE.
           IF CM-ADDR-1 NOT = SPACES
               MOVE SPACES TO OP-TEXT
               MOVE CM-ADDR-1 TO OP-TEXT
               MOVE "A" TO OP-KIND
               PERFORM 179-SCREEN-LINE THRU E-179-SCREEN-LINE.
           IF CM-ADDR-2 NOT = SPACES
               MOVE SPACES TO OP-TEXT
               MOVE CM-ADDR-2 TO OP-TEXT
               MOVE "A" TO OP-KIND
               PERFORM 179-SCREEN-LINE THRU E-179-SCREEN-LINE.
           IF NOT SANC-HIT
               GO TO E-176-SANCTION-SCREEN.
           MOVE "H" TO WS-SANC-SW.
           IF WS-NEXT-REVIEW = 0
               PERFORM 173-NEXT-REVIEW-NO THRU E-173-NEXT-REVIEW-NO.
           MOVE WS-SANC-PARM TO OFAC-PARM.
           MOVE SPACES TO OFACREV-REC.
           MOVE WS-NEXT-REVIEW TO OR-REVIEW-NO.
           MOVE "O" TO OR-SOURCE.
           MOVE ANUM TO OR-ACCT.
           MOVE WS-CURRENT-DATE TO OR-RAISED-DATE.
           MOVE WS-SANC-FIELD TO OR-FIELD.
           MOVE WS-SANC-TEXT TO OR-SCREEN-TEXT.
           MOVE OP-UID TO OR-LIST-UID.
           MOVE OP-LIST-TYPE TO OR-LIST-TYPE.
           MOVE OP-PROGRAM TO OR-LIST-PROGRAM.
           MOVE OP-LIST-NAME TO OR-LIST-NAME.
           MOVE OP-SCORE TO OR-SCORE.
           MOVE OP-LIST-DATE TO OR-LIST-DATE.
           MOVE "P" TO OR-STATUS.
           MOVE 0 TO OR-DEC-DATE.
           MOVE WS-CURRENT-DATE TO OR-ITEM-DATE.
           MOVE INPUT-RECORD TO OR-IMAGE.
           MOVE 0 TO OR-RELEASE-DATE.
           MOVE 0 TO OR-APPLIED-DATE.
           WRITE OFACREV-REC
               INVALID KEY
                   DISPLAY "OFACREV WRITE FAILED - REVIEW "
                       OR-REVIEW-NO
           END-WRITE.
           ADD 1 TO WS-NEXT-REVIEW.
       E-176-SANCTION-SCREEN.
       EXIT.

      * Checks one earlier review of an open for this account.  A
      * clearance not yet used lets the open through and is marked
      * used; a pending review holds it; an escalated one rejects
      * it.
       177-PRIOR-REVIEW.
           READ OFACREV-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-OFACREV-EOF
                   GO TO E-177-PRIOR-REVIEW
           END-READ.
           IF NOT OR-FROM-OPEN OR OR-ACCT NOT = ANUM
               GO TO E-177-PRIOR-REVIEW.
           IF OR-IS-CLEARED AND OR-APPLIED-DATE = 0
               MOVE WS-CURRENT-DATE TO OR-APPLIED-DATE
               REWRITE OFACREV-REC
                   INVALID KEY
                       DISPLAY "OFACREV REWRITE FAILED - REVIEW "
                           OR-REVIEW-NO
               END-REWRITE
               MOVE "R" TO WS-SANC-SW
               MOVE 1 TO WS-OFACREV-EOF
               GO TO E-177-PRIOR-REVIEW.
           IF OR-IS-ESCALATED
               MOVE "E" TO WS-SANC-SW
           ELSE
           IF OR-IS-PENDING AND NOT SANC-ESCALATED
               MOVE "P" TO WS-SANC-SW.
       E-177-PRIOR-REVIEW.
       EXIT.

      * Finds the highest review number on file; reviews raised in
      * this run number up from it.
       173-NEXT-REVIEW-NO.
           MOVE 0 TO WS-NEXT-REVIEW.
           MOVE 0 TO WS-OFACREV-EOF.
           MOVE 0 TO OR-REVIEW-NO.
           START OFACREV-FILE KEY IS NOT LESS THAN OR-REVIEW-NO
               INVALID KEY MOVE 1 TO WS-OFACREV-EOF
           END-START.
           PERFORM 174-REVIEW-NO-ONE THRU E-174-REVIEW-NO-ONE
               UNTIL WS-OFACREV-EOF = 1.
           ADD 1 TO WS-NEXT-REVIEW.
       E-173-NEXT-REVIEW-NO.
       EXIT.
       174-REVIEW-NO-ONE.
           READ OFACREV-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-OFACREV-EOF
                   GO TO E-174-REVIEW-NO-ONE
           END-READ.
           IF OR-REVIEW-NO > WS-NEXT-REVIEW
               MOVE OR-REVIEW-NO TO WS-NEXT-REVIEW.
       E-174-REVIEW-NO-ONE.
       EXIT.

      * Screens one line and keeps it when it is a possible match
      * scoring higher than any earlier line of the open.
       179-SCREEN-LINE.
           CALL "OFACCHK" USING OFAC-PARM.
           IF OP-LIST-MISSING
               MOVE "U" TO WS-SANC-SW
               GO TO E-179-SCREEN-LINE.
           IF NOT OP-POSSIBLE-MATCH
               GO TO E-179-SCREEN-LINE.
           IF SANC-HIT AND OP-SCORE NOT > WS-SANC-SCORE
               GO TO E-179-SCREEN-LINE.
           MOVE "Y" TO WS-SANC-HIT-SW.
           MOVE OP-KIND TO WS-SANC-FIELD.
           MOVE OP-TEXT TO WS-SANC-TEXT.
           MOVE OP-SCORE TO WS-SANC-SCORE.
           MOVE OFAC-PARM TO WS-SANC-PARM.
       E-179-SCREEN-LINE.
       EXIT.

      * Writes a rejected maintenance record to the exception
      * listing alongside its audit line.
       175-MNT-EXCEPTION.
               PERFORM 800-CLOSEUP.
       E-180-SEQ-CHECK.
       EXIT.
      * Posts one installment-loan payment (TXN-CODE "L", the DEP
      * amount is the payment) to the LOANMAST loan master.  Like a
      * maintenance record it is not money movement on a deposit
      * account, so any deposit account in flight was finished
      * first.  The payment pays the unpaid and newly accrued
      * simple interest (principal x rate x days since the paid-to
      * date / 365) first, then any late fees due, then principal.
      * A payment larger than the full payoff pays the loan off and
      * the excess goes to the exception listing for a refund.  The
      * whole payment also counts toward installments: each full
      * installment's worth advances the next due date a month, and
      * a partial payment waits in LN-UNAPPLIED for the rest.  A
      * restarted run re-reads the records after the last deposit
      * checkpoint; a payment already posted carries its BANKIN
      * record number on the master and is not posted twice.
       190-LOAN-PAYMENT.
           MOVE ANUM TO LN-LOAN.
           IF DEP NOT NUMERIC OR DEP = 0 OR DEP > MAX-TXN-AMT
               MOVE ZEROES TO EXCP-AMOUNT
               MOVE "INVALID LOAN PAYMENT AMOUNT" TO EXCP-REASON
               PERFORM 195-LOAN-EXCEPTION THRU E-195-LOAN-EXCEPTION
               GO TO E-190-LOAN-PAYMENT.
           READ LOANMAST-FILE
               INVALID KEY
                   MOVE DEP TO EXCP-AMOUNT
                   MOVE "LOAN NOT ON LOAN MASTER" TO EXCP-REASON
                   PERFORM 195-LOAN-EXCEPTION THRU
                       E-195-LOAN-EXCEPTION
                   GO TO E-190-LOAN-PAYMENT
           END-READ.
           IF NOT LN-IS-ACTIVE
               MOVE DEP TO EXCP-AMOUNT
               MOVE "LOAN NOT ACTIVE - NOT POSTED" TO EXCP-REASON
               PERFORM 195-LOAN-EXCEPTION THRU E-195-LOAN-EXCEPTION
               GO TO E-190-LOAN-PAYMENT.
           IF LN-LAST-PMT-DATE = WS-TODAY-NUM
               AND LN-LAST-PMT-SEQ NOT < WS-RECORDS-READ
               GO TO E-190-LOAN-PAYMENT.
           IF LN-PAID-TO NUMERIC AND LN-PAID-TO > 0
               COMPUTE WS-LN-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(LN-PAID-TO)
           ELSE
               COMPUTE WS-LN-FROM-INT =
                   FUNCTION INTEGER-OF-DATE(LN-ORIG-DATE).
           COMPUTE WS-LN-DAYS = WS-LN-TODAY-INT - WS-LN-FROM-INT.
           IF WS-LN-DAYS < 0
               MOVE 0 TO WS-LN-DAYS.
           COMPUTE WS-LN-INT-DUE ROUNDED = LN-INT-UNPAID
               + LN-PRIN-BAL * LN-RATE * WS-LN-DAYS / 365.
           COMPUTE WS-LN-PAYOFF = WS-LN-INT-DUE + LN-FEES-DUE
               + LN-PRIN-BAL.
           MOVE DEP TO WS-LN-PMT.
           IF WS-LN-PMT > WS-LN-PAYOFF
               COMPUTE WS-LN-EXCESS = WS-LN-PMT - WS-LN-PAYOFF
               MOVE WS-LN-PAYOFF TO WS-LN-PMT
               MOVE WS-LN-EXCESS TO EXCP-AMOUNT
               MOVE "PAYS OFF LOAN - EXCESS REFUND" TO EXCP-REASON
               PERFORM 195-LOAN-EXCEPTION THRU E-195-LOAN-EXCEPTION.
           MOVE WS-LN-PMT TO WS-LN-LEFT.
           IF WS-LN-LEFT > WS-LN-INT-DUE
               MOVE WS-LN-INT-DUE TO WS-LN-INT-PAID
           ELSE
               MOVE WS-LN-LEFT TO WS-LN-INT-PAID.
           SUBTRACT WS-LN-INT-PAID FROM WS-LN-LEFT.
           COMPUTE LN-INT-UNPAID = WS-LN-INT-DUE - WS-LN-INT-PAID.
           IF WS-LN-LEFT > LN-FEES-DUE
               MOVE LN-FEES-DUE TO WS-LN-FEE-PAID
           ELSE
               MOVE WS-LN-LEFT TO WS-LN-FEE-PAID.
           SUBTRACT WS-LN-FEE-PAID FROM WS-LN-LEFT.
           SUBTRACT WS-LN-FEE-PAID FROM LN-FEES-DUE.
           MOVE WS-LN-LEFT TO WS-LN-PRIN-PAID.
           SUBTRACT WS-LN-PRIN-PAID FROM LN-PRIN-BAL.
           MOVE WS-TODAY-NUM TO LN-PAID-TO.
           IF LN-LAST-PMT-DATE(1:4) NOT = WS-TODAY-NUM(1:4)
               MOVE 0 TO LN-INT-YTD.
           ADD WS-LN-INT-PAID TO LN-INT-YTD.
           ADD WS-LN-PMT TO LN-UNAPPLIED.
           IF LN-PRIN-BAL = 0
               MOVE "P" TO LN-STATUS
               MOVE 0 TO LN-UNAPPLIED
               MOVE 0 TO LN-NEXT-DUE
           ELSE
               PERFORM 192-LOAN-ADVANCE THRU E-192-LOAN-ADVANCE
                   UNTIL LN-UNAPPLIED < LN-PMT-AMT
                      OR LN-PMT-AMT = 0.
           MOVE WS-TODAY-NUM TO LN-LAST-PMT-DATE.
           MOVE WS-RECORDS-READ TO LN-LAST-PMT-SEQ.
           REWRITE LOANMAST-REC.
           ADD 1 TO WS-LN-PMT-CNT.
           IF WS-LN-INT-PAID > 0
               ADD 1 TO FEE-LNI-CNT
               ADD WS-LN-INT-PAID TO FEE-LNI-AMT.
           IF WS-LN-FEE-PAID > 0
               ADD 1 TO FEE-LAT-CNT
               ADD WS-LN-FEE-PAID TO FEE-LAT-AMT.
      * A payment keyed at the counter carries the teller ID and
      * is cash in that teller's drawer.
           IF TELLER-ID NOT = SPACES
               MOVE WS-LN-PMT TO WS-TLR-DEP
               MOVE 0 TO WS-TLR-WTH
               PERFORM 725-TELLER-ACCUM THRU E-725-TELLER-ACCUM.
           PERFORM 197-LOAN-HIST-WRITE THRU E-197-LOAN-HIST-WRITE.
           IF WS-LINE-COUNT + 1 > LINES-PER-PAGE
               PERFORM 050-PAGE-BREAK THRU E-050-PAGE-BREAK
           END-IF.
           MOVE LN-LOAN TO LPL-LOAN.
           MOVE LN-NAME TO LPL-NAME.
           MOVE WS-LN-PMT TO LPL-PMT.
           MOVE WS-LN-INT-PAID TO LPL-INT.
           MOVE WS-LN-FEE-PAID TO LPL-FEE.
           MOVE WS-LN-PRIN-PAID TO LPL-PRIN.
           MOVE LN-PRIN-BAL TO LPL-BAL.
           MOVE LN-NEXT-DUE TO LPL-NEXT-DUE.
           MOVE LOAN-PMT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
       E-190-LOAN-PAYMENT.
       EXIT.

      * Moves the next due date forward one month for each full
      * installment the unapplied payments cover.  The due day is
      * held to the 28th at booking, so every month has it.
       192-LOAN-ADVANCE.
           SUBTRACT LN-PMT-AMT FROM LN-UNAPPLIED.
           MOVE LN-NEXT-DUE TO WS-LN-DUE.
           ADD 1 TO WS-LN-DUE-MM.
           IF WS-LN-DUE-MM > 12
               MOVE 1 TO WS-LN-DUE-MM
               ADD 1 TO WS-LN-DUE-YYYY.
           MOVE WS-LN-DUE TO LN-NEXT-DUE.
       E-192-LOAN-ADVANCE.
       EXIT.

      * Writes a loan payment that cannot post (or the excess of
      * one that pays the loan off) to the exception listing.  The
      * caller sets the amount and reason.
       195-LOAN-EXCEPTION.
           MOVE ANUM TO EXCP-ACCT.
           MOVE CUSNAME TO EXCP-NAME.
           MOVE "LOAN " TO EXCP-FIELD.
           MOVE EXCP-LINE TO EXCP-OUT.
           WRITE EXCP-OUT.
       E-195-LOAN-EXCEPTION.
       EXIT.

      * Posts a recovery collected on a written-off overdraft
      * (TXN-CODE "V", the amount in DEP) against the account's
      * CHGOFF entry.  The recovery is credited to overdraft
      * recoveries, not to the closed account; anything over what
      * is still written off goes to the exception listing for a
      * refund.  A restarted run re-reads the records after the
      * last checkpoint; a recovery already posted carries its
      * BANKIN record number on the entry and is not posted twice.
       185-RECOVERY.
           MOVE "RECOV " TO MNT-ACTION.
           MOVE ANUM TO MNT-ACCT.
           MOVE CUSNAME TO MNT-NAME.
           IF DEP NOT NUMERIC OR DEP = 0 OR DEP > MAX-TXN-AMT
               MOVE ZEROES TO EXCP-AMOUNT
               MOVE "INVALID RECOVERY AMOUNT" TO EXCP-REASON
               PERFORM 187-RECOV-EXCEPTION THRU E-187-RECOV-EXCEPTION
               GO TO E-185-RECOVERY.
           IF WS-CHGOFF-AVAIL = 0
               MOVE DEP TO EXCP-AMOUNT
               MOVE "CHARGE-OFF FILE NOT AVAILABLE" TO EXCP-REASON
               PERFORM 187-RECOV-EXCEPTION THRU E-187-RECOV-EXCEPTION
               GO TO E-185-RECOVERY.
           MOVE ANUM TO CO-ACCT.
           READ CHGOFF-FILE
               INVALID KEY
                   MOVE DEP TO EXCP-AMOUNT
                   MOVE "ACCOUNT NOT CHARGED OFF" TO EXCP-REASON
                   PERFORM 187-RECOV-EXCEPTION THRU
                       E-187-RECOV-EXCEPTION
                   GO TO E-185-RECOVERY
           END-READ.
           IF NOT CO-IS-WRITTEN-OFF
               MOVE DEP TO EXCP-AMOUNT
               MOVE "ACCOUNT NOT CHARGED OFF" TO EXCP-REASON
               PERFORM 187-RECOV-EXCEPTION THRU E-187-RECOV-EXCEPTION
               GO TO E-185-RECOVERY.
           IF CO-RECOV-DATE = WS-TODAY-NUM
               AND CO-RECOV-SEQ NOT < WS-RECORDS-READ
               GO TO E-185-RECOVERY.
           COMPUTE WS-RCV-OWED = CO-WO-AMT - CO-RECOV-AMT.
           MOVE DEP TO WS-RCV-POST.
           IF WS-RCV-POST > WS-RCV-OWED
               COMPUTE EXCP-AMOUNT = WS-RCV-POST - WS-RCV-OWED
               MOVE "RECOVERY EXCEEDS WRITE-OFF" TO EXCP-REASON
               PERFORM 187-RECOV-EXCEPTION THRU E-187-RECOV-EXCEPTION
               MOVE WS-RCV-OWED TO WS-RCV-POST.
           IF WS-RCV-POST = 0
               GO TO E-185-RECOVERY.
           ADD WS-RCV-POST TO CO-RECOV-AMT.
           MOVE WS-TODAY-NUM TO CO-RECOV-DATE.
           MOVE WS-RECORDS-READ TO CO-RECOV-SEQ.
           REWRITE CHGOFF-REC.
           ADD 1 TO WS-RCV-CNT.
           ADD WS-RCV-POST TO WS-RCV-AMT.
      * A recovery paid at the counter is cash in that teller's
      * drawer.
           IF TELLER-ID NOT = SPACES
               MOVE WS-RCV-POST TO WS-TLR-DEP
               MOVE 0 TO WS-TLR-WTH
               PERFORM 725-TELLER-ACCUM THRU E-725-TELLER-ACCUM.
           MOVE WS-RCV-POST TO MNT-AMOUNT.
           MOVE "RECOVERY POSTED" TO MNT-STATUS.
           MOVE MNT-LINE TO MNT-OUT.
           WRITE MNT-OUT AFTER ADVANCING 1 LINES.
       E-185-RECOVERY.
       EXIT.

      * Writes a recovery that cannot post (or the excess of one
      * that clears the write-off) to the exception listing.  The
      * caller sets the amount and reason.
       187-RECOV-EXCEPTION.
           MOVE ANUM TO EXCP-ACCT.
           MOVE CUSNAME TO EXCP-NAME.
           MOVE "RECOV" TO EXCP-FIELD.
           MOVE EXCP-LINE TO EXCP-OUT.
           WRITE EXCP-OUT.
       E-187-RECOV-EXCEPTION.
       EXIT.

      * Archives the posted payment and its split to the keyed
      * LOANHIST payment history.  The BANKIN record number is the
      * sequence, so a restart rerun lands on the same key.
       197-LOAN-HIST-WRITE.
           MOVE LN-LOAN TO LH-LOAN.
           MOVE WS-TODAY-NUM TO LH-DATE.
           MOVE WS-RECORDS-READ TO LH-SEQ.
           MOVE WS-LN-PMT TO LH-PAYMENT.
           MOVE WS-LN-INT-PAID TO LH-INTEREST.
           MOVE WS-LN-FEE-PAID TO LH-FEES.
           MOVE WS-LN-PRIN-PAID TO LH-PRINCIPAL.
           MOVE LN-PRIN-BAL TO LH-PRIN-BAL.
           MOVE LN-NEXT-DUE TO LH-NEXT-DUE.
           MOVE TELLER-ID TO LH-TELLER.
           WRITE LOANHIST-REC
               INVALID KEY CONTINUE
           END-WRITE.
       E-197-LOAN-HIST-WRITE.
       EXIT.

      * Handles the start of a new account.
       200-NEW-ACCOUNT.
           MOVE 0 TO A-BALANCE.
           MOVE 0 TO ACT-FEE.
           MOVE 0 TO T-FEE.
           MOVE 0 TO T-INT.
           MOVE 0 TO T-BWH.
           MOVE 0 TO A-CTR.
           MOVE 0 TO A-WIRE.
           MOVE 0 TO A-ACH.
           MOVE 0 TO A-ATM.
           MOVE 0 TO A-CHK.
           MOVE 0 TO A-XFR.
           MOVE 0 TO A-CTR-DEP.
           MOVE 0 TO A-CTR-WTH.
           MOVE 0 TO A-ODP-IN.
           MOVE 0 TO WS-TXN-DEP.
           MOVE 0 TO WS-TXN-WTH.
           MOVE 0 TO WS-TXN-FEE.
           MOVE 0 TO WS-CHK-RETURNED.
           IF DEP IS ZEROES
               MOVE ZEROES TO ACT-DEB
           ELSE
               IF TXN-IS-RETURN
                   PERFORM 755-RETURN-ITEM THRU E-755-RETURN-ITEM
               ELSE
                   IF TXN-IS-CHECK
                       PERFORM 740-CHECK-PRESENTED
                           THRU E-740-CHECK-PRESENTED
                   END-IF
               IF WS-CHK-RETURNED = 1
                   MOVE ZEROES TO ACT-WID
               ELSE
               IF WS-HOLD-ACTIVE = 1 AND NOT TXN-IS-DISPUTE
                   PERFORM 780-HOLD-EXCEPTION THRU E-780-HOLD-EXCEPTION
                   MOVE ZEROES TO ACT-WID
               ELSE
               IF WITHH > CUR-AVAIL AND NOT TXN-IS-TRANSFER
                   AND NOT TXN-IS-DISPUTE
                   PERFORM 785-AVAIL-EXCEPTION
                       THRU E-785-AVAIL-EXCEPTION
                   MOVE ZEROES TO ACT-WID
                       PERFORM 725-TELLER-ACCUM THRU
                           E-725-TELLER-ACCUM
                   END-IF
                   IF TXN-IS-CHECK
                       ADD 1 TO WS-CHK-PAID-CNT
                       ADD WITHH TO WS-CHK-PAID-AMT
                   END-IF
               END-IF
               END-IF
               END-IF
               END-IF
               MOVE TELLER-ID TO BH-TELLER
           ELSE
               MOVE SPACES TO BH-TELLER.
           IF TXN-IS-CHECK
               MOVE CHECK-NO TO BH-CHECK-NO
           ELSE
               MOVE 0 TO BH-CHECK-NO.
           MOVE WS-TXN-DEP TO BH-DEP.
           MOVE WS-TXN-WTH TO BH-WTH.
           MOVE WS-TXN-FEE TO BH-FEE.
           MOVE A-D TO GL-DEPOSITS
           MOVE A-W TO GL-WITHDRAWALS
           MOVE T-FEE TO GL-FEES
           COMPUTE GL-INTEREST = T-INT - T-BWH
           MOVE A-ODP-IN TO GL-ODP-IN
           MOVE CUR-BRANCH TO GL-BRANCH
           WRITE GL-OUT.
      * withdrawal actually posted, so the dormancy report can see
      * when the account last moved, and carries the run's ending
      * available balance back to BB-AVAIL-BAL (interest-only
      * postings update the available side too), along with the
      * account's accrued interest and last accrual date.  Every
      * account on the master is rewritten, since every one of
      * them accrues.  An account with no master record is left
      * for BALFWD to create.
       670-LAST-ACT-UPDATE.
           IF CUR-ON-MASTER = 0
               GO TO E-670-LAST-ACT-UPDATE.
           MOVE CUR-ACCT TO BB-ACCT.
           READ BEGBAL-FILE
                   ELSE
                       MOVE CUR-AVAIL TO BB-AVAIL-BAL
                   END-IF
                   MOVE CUR-ACCR-INT TO BB-ACCR-INT
                   MOVE CUR-ACCR-DATE TO BB-ACCR-DATE
                   REWRITE BEGBAL-REC
           END-READ.
       E-670-LAST-ACT-UPDATE.
                   MOVE 0 TO WS-INT-FOUND
           END-READ.
           IF WS-INT-FOUND = 1
               IF IY-BWH-TAX NOT NUMERIC
                   MOVE 0 TO IY-BWH-TAX
               END-IF
               IF IY-YEAR = WS-CURRENT-YEAR
                   ADD T-INT TO IY-INTEREST
                   ADD T-BWH TO IY-BWH-TAX
               ELSE
                   MOVE WS-CURRENT-YEAR TO IY-YEAR
                   MOVE T-INT TO IY-INTEREST
                   MOVE T-BWH TO IY-BWH-TAX
               END-IF
               REWRITE BANKINT-REC
           ELSE
               MOVE CUR-ACCT TO IY-ACCT
               MOVE WS-CURRENT-YEAR TO IY-YEAR
               MOVE T-INT TO IY-INTEREST
               MOVE T-BWH TO IY-BWH-TAX
               WRITE BANKINT-REC
           END-IF.
       E-675-INT-YTD-UPDATE.
                   MOVE SPACES TO CUR-LINK-ACCT
                   MOVE SPACES TO CUR-BRANCH
                   MOVE SPACES TO CUR-CUST-NO
                   MOVE 0 TO CUR-CD-RATE
                   MOVE 0 TO CUR-CD-MATURE
                   MOVE 0 TO CUR-CD-GRACE
                   MOVE 0 TO CUR-CD-PAIDOUT
                   MOVE 0 TO CUR-ON-MASTER
                   MOVE 0 TO CUR-BEG-BAL
                   MOVE 0 TO CUR-ACCR-INT
                   MOVE 0 TO CUR-ACCR-DATE
               NOT INVALID KEY
                   MOVE BB-BAL TO A-BALANCE
                   PERFORM 403-ACCRUED THRU E-403-ACCRUED
                   MOVE BB-WAIVER TO CUR-WAIVER
                   MOVE BB-LINK-ACCT TO CUR-LINK-ACCT
                   MOVE BB-BRANCH TO CUR-BRANCH
                   MOVE BB-CUST-NO TO CUR-CUST-NO
                   PERFORM 402-CD-TERMS THRU E-402-CD-TERMS
      * A master record written before available balances existed
      * reads back unstamped; the ledger balance stands in for it.
                   IF BB-AVAIL-BAL NUMERIC
                   ELSE
                       MOVE BB-BAL TO CUR-AVAIL
                   END-IF
                   PERFORM 404-OVERDRAWN THRU E-404-OVERDRAWN
           END-READ.
           IF BRANCH-CODE NOT = SPACES
               MOVE BRANCH-CODE TO CUR-BRANCH.
           IF NOT FEE-IS-WAIVED AND CUR-CUST-NO NOT = SPACES
               PERFORM 405-REL-WAIVER THRU E-405-REL-WAIVER.

      * Picks up the CD terms off the master record just read.  A
      * record written before CD terms existed reads back
      * unstamped and takes the CD rate on file with no maturity.
       402-CD-TERMS.
           MOVE 0 TO CUR-CD-RATE.
           MOVE 0 TO CUR-CD-MATURE.
           MOVE 0 TO CUR-CD-GRACE.
           MOVE 0 TO CUR-CD-PAIDOUT.
           IF BB-KODE = "D" AND BB-CD-PAYOUT
               AND BB-CD-MATURE NUMERIC AND BB-CD-MATURE = 0
               MOVE 1 TO CUR-CD-PAIDOUT.
           IF BB-CD-RATE NUMERIC
               MOVE BB-CD-RATE TO CUR-CD-RATE.
           IF BB-CD-MATURE NUMERIC
               MOVE BB-CD-MATURE TO CUR-CD-MATURE.
           IF BB-CD-GRACE-END NUMERIC
               MOVE BB-CD-GRACE-END TO CUR-CD-GRACE.
       E-402-CD-TERMS.
       EXIT.

      * Carries an overdraft rolled forward by BALFWD into the
      * night's opening balance, so the night's deposits pay it
      * down first and nothing is paid against it.
       404-OVERDRAWN.
           IF BB-OD-AMT NOT NUMERIC OR BB-OD-AMT = 0
               GO TO E-404-OVERDRAWN.
           SUBTRACT BB-OD-AMT FROM A-BALANCE.
           IF A-BALANCE < CUR-AVAIL
               MOVE A-BALANCE TO CUR-AVAIL.
       E-404-OVERDRAWN.
       EXIT.

      * Picks up the accrued interest and last accrual date off the
      * master record just read, with the beginning balance the
      * night's accrual is figured on.  A record written before
      * accruals existed reads back unstamped and starts accruing
      * tonight.
       403-ACCRUED.
           MOVE 1 TO CUR-ON-MASTER.
           MOVE BB-BAL TO CUR-BEG-BAL.
           MOVE 0 TO CUR-ACCR-INT.
           MOVE 0 TO CUR-ACCR-DATE.
           IF BB-ACCR-INT NUMERIC
               MOVE BB-ACCR-INT TO CUR-ACCR-INT.
           IF BB-ACCR-DATE NUMERIC
               MOVE BB-ACCR-DATE TO CUR-ACCR-DATE.
       E-403-ACCRUED.
       EXIT.

      * Waives the minimum-balance fee on the combined relationship
      * balance: every BEGBAL account carrying this customer number
      * counts, so Mrs. Alvarez's CD keeps her checking fee-free.
       EXIT.
      
      * Gets the intrest for the M accounts and the D (CD/IRA) accounts.
      * Tonight's accrual is added to the account's accrued interest
      * every night; on a posting night the whole accrued amount is
      * credited to the balance and the accrual starts over.  A CD
      * paid out tonight is credited whatever the night.
       600-GET-INTREST.
           MOVE 0 TO T-INT.
           MOVE 0 TO T-BWH.
           MOVE 0 TO ACT-I-TOT.
           PERFORM 610-ACCRUE THRU E-610-ACCRUE.
           IF WS-POST-INTREST NOT = 1 AND CUR-CD-PAIDOUT = 0
               GO TO E-INTREST.
           IF CUR-ACCR-INT = 0
               GO TO E-INTREST.
           MOVE CUR-ACCR-INT TO T-INT.
           PERFORM 607-BACKUP-WH THRU E-607-BACKUP-WH.
           ADD T-INT TO A-BALANCE.
           ADD T-INT TO CUR-AVAIL.
           SUBTRACT T-BWH FROM A-BALANCE.
           SUBTRACT T-BWH FROM CUR-AVAIL.
           MOVE T-INT TO ACT-I-TOT.
           ADD 1 TO WS-ACCR-PAID-CNT.
           ADD T-INT TO WS-ACCR-PAID-TOT.
           MOVE 0 TO CUR-ACCR-INT.
           PERFORM 605-INT-HIST THRU E-605-INT-HIST.
       E-INTREST.
       EXIT.

      * Accrues tonight's interest on the account in flight.  An
      * account not yet on the master, or one already accrued
      * tonight (opened tonight, or a rerun), accrues nothing; nor
      * does a paid-out CD, which is stamped accrued to tonight.
       610-ACCRUE.
           IF CUR-ON-MASTER = 0
               GO TO E-610-ACCRUE.
           IF CUR-ACCR-DATE = WS-TODAY-NUM
               GO TO E-610-ACCRUE.
           IF CUR-CD-PAIDOUT = 1
               MOVE WS-TODAY-NUM TO CUR-ACCR-DATE
               GO TO E-610-ACCRUE.
           MOVE CUR-TYPE TO WS-ACCR-TYPE.
           MOVE CUR-BEG-BAL TO WS-ACCR-BAL.
           MOVE CUR-CD-RATE TO WS-ACCR-CD-RATE.
           MOVE CUR-ACCR-DATE TO WS-ACCR-LAST.
           PERFORM 615-ACCRUAL-AMOUNT THRU E-615-ACCRUAL-AMOUNT.
           ADD T-ACCR TO CUR-ACCR-INT.
           MOVE WS-TODAY-NUM TO CUR-ACCR-DATE.
       E-610-ACCRUE.
       EXIT.

      * Figures the interest earned since the last accrual on the
      * balance in WS-ACCR-BAL: a savings/MM account over the
      * minimum earns the MM rate, a CD its own rate (or the rate
      * on file), spread over the days of the month.  A missed
      * night catches up here, and an account never accrued before
      * earns one day.
       615-ACCRUAL-AMOUNT.
           MOVE 0 TO T-ACCR.
           MOVE 0 TO WS-ACCR-RATE.
           IF WS-ACCR-TYPE = "M" AND WS-ACCR-BAL > MIN-BAL-THRESHOLD
               MOVE MM-RATE TO WS-ACCR-RATE.
           IF WS-ACCR-TYPE = "D" AND WS-ACCR-BAL > 0
               IF WS-ACCR-CD-RATE > 0
                   MOVE WS-ACCR-CD-RATE TO WS-ACCR-RATE
               ELSE
                   MOVE CD-RATE TO WS-ACCR-RATE
               END-IF
           END-IF.
           IF WS-ACCR-RATE = 0
               GO TO E-615-ACCRUAL-AMOUNT.
           MOVE 1 TO WS-ACCR-DAYS.
           IF WS-ACCR-LAST > 0 AND WS-ACCR-LAST < WS-TODAY-NUM
               COMPUTE WS-ACCR-DAYS = WS-LN-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(WS-ACCR-LAST).
           COMPUTE T-ACCR ROUNDED = WS-ACCR-BAL * WS-ACCR-RATE
               * WS-ACCR-DAYS / WS-ACCR-MONTH-DAYS.
           IF T-ACCR > 0
               ADD 1 TO WS-ACCR-DAY-CNT
               ADD T-ACCR TO WS-ACCR-DAY-TOT.
       E-615-ACCRUAL-AMOUNT.
       EXIT.

      * Archives the interest just posted as its own history record
      * on the "INT" channel.  Without it the archive's running
      * balances jump past every interest posting and the cycle
           MOVE T-INT TO BH-DEP.
           MOVE 0 TO BH-WTH.
           MOVE 0 TO BH-FEE.
           COMPUTE BH-BALANCE = A-BALANCE + T-BWH.
           WRITE BANKHIST-REC
               INVALID KEY CONTINUE
           END-WRITE.
      * Backup withholding taken from the interest archives as its
      * own withdrawal, so the statement shows the gross interest
      * and the tax withheld from it.
           IF T-BWH = 0
               GO TO E-605-INT-HIST.
           ADD 1 TO WS-HIST-SEQ.
           MOVE WS-HIST-SEQ TO BH-SEQ.
           MOVE "BWH " TO BH-CHANNEL.
           MOVE 0 TO BH-DEP.
           MOVE T-BWH TO BH-WTH.
           MOVE A-BALANCE TO BH-BALANCE.
           WRITE BANKHIST-REC
               INVALID KEY CONTINUE
       E-605-INT-HIST.
       EXIT.
       
      * Figures the backup withholding on the interest in T-INT for
      * the account in CUR-ACCT.  The customer is withheld on when
      * BANKCUST carries the backup-withholding flag, or when the
      * customer has no usable TIN on file (the flag is set for
      * those by BWHLOAD, but a customer added since it ran is
      * caught here too).
       607-BACKUP-WH.
           MOVE 0 TO T-BWH.
           IF T-INT = 0 OR WS-BANKCUST-AVAIL = 0
               GO TO E-607-BACKUP-WH.
           MOVE CUR-ACCT TO CM-ACCT.
           READ BANKCUST
               INVALID KEY MOVE SPACES TO BANKCUST-REC
           END-READ.
           IF NOT CM-BWH-ON
               IF CM-TIN NOT = SPACES AND CM-TIN NUMERIC
                   AND CM-TIN NOT = "000000000"
                   GO TO E-607-BACKUP-WH.
           COMPUTE T-BWH ROUNDED = T-INT * BWH-RATE.
           ADD 1 TO WS-BWH-CNT.
           ADD T-BWH TO WS-BWH-AMT.
       E-607-BACKUP-WH.
       EXIT.

      * Checks for fees on the account.
       700-CHECK-FEE.
           MOVE 0 TO WS-ODP-SWEPT.
               PERFORM 705-ODP-SWEEP THRU E-705-ODP-SWEEP.
           IF WS-ODP-SWEPT = 1
               GO TO E-FEE.
      * STANDGEN only sends a standing-order transfer the account
      * could cover at the start of the night, so one that lands
      * short behind other items still posts, so it stays paired
      * with its deposit leg on the to account, and draws no NSF
      * fee.  The reversal of a denied Reg E claim's provisional
      * credit takes back the bank's own money, so it posts the
      * same way.
           IF A-BALANCE IS LESS THAN 0
               AND (TXN-IS-TRANSFER OR TXN-IS-DISPUTE)
               MOVE "OVERDRAWN" TO ACT-ERROR
               GO TO E-FEE.
           IF A-BALANCE IS LESS THAN 0
               MOVE "OVERDRAWN" TO ACT-ERROR
               MOVE NSF-FEE-AMT TO ACT-FEE

      * Labels the detail line with the channel the transaction came
      * in on and rolls WS-TXN-AMT into the matching channel total
      * (counter/wire/ACH/check/transfer), so wires and ACH items
      * reconcile with the Fed separately from over-the-counter
      * activity.
       720-TXN-TYPE.
           IF TXN-IS-WIRE
               MOVE "WIRE" TO ACT-TXN-TYPE
           IF TXN-IS-ATM
               MOVE "ATM " TO ACT-TXN-TYPE
               ADD WS-TXN-AMT TO A-ATM
           ELSE
           IF TXN-IS-CHECK
               MOVE "CHK " TO ACT-TXN-TYPE
               ADD WS-TXN-AMT TO A-CHK
           ELSE
           IF TXN-IS-TRANSFER
               MOVE "XFR " TO ACT-TXN-TYPE
               ADD WS-TXN-AMT TO A-XFR
           ELSE
           IF TXN-IS-DISPUTE
               MOVE "REGE" TO ACT-TXN-TYPE
               PERFORM 722-DISPUTE-ACCUM THRU E-722-DISPUTE-ACCUM
           ELSE
               MOVE "CTR " TO ACT-TXN-TYPE
               ADD WS-TXN-AMT TO A-CTR.
       E-720-TXN-TYPE.
       EXIT.

      * Counts a Reg E dispute posting from REGEAGE toward the
      * dispute control line and GL: a provisional or final credit
      * to the customer, or the reversal of a denied claim's
      * credit.
       722-DISPUTE-ACCUM.
           IF WS-TXN-WTH = 0
               ADD 1 TO WS-REGE-CR-CNT
               ADD WS-TXN-AMT TO WS-REGE-CR-AMT
           ELSE
               ADD 1 TO WS-REGE-DR-CNT
               ADD WS-TXN-AMT TO WS-REGE-DR-AMT.
       E-722-DISPUTE-ACCUM.
       EXIT.

      * Treats a deposit on a CD/IRA ("D") account as an IRA
      * contribution: the tax year defaults to the run's year, or
      * the prior year when the record carries the January-window
       E-715-EXWD-FEE.
       EXIT.

      * Decides a check presented through the clearing feed before
      * it is paid.  The check is returned, in this order, when the
      * account is not on the master (closed), when an active
      * stop-payment order covers it, when the account is frozen
      * under a hold, when the ledger balance cannot cover it (NSF),
      * or when the collected balance cannot cover it
      * (uncollected).  A returned check posts nothing but the NSF
      * fee on the two funds reasons, and goes out on RETITEM to
      * the presenting bank; a check that clears falls through to
      * the ordinary withdrawal posting.
       740-CHECK-PRESENTED.
           ADD 1 TO WS-CHK-PRES-CNT.
           ADD WITHH TO WS-CHK-PRES-AMT.
           MOVE SPACE TO WS-CHK-REASON.
           IF CUR-ON-MASTER = 0
               MOVE "D" TO WS-CHK-REASON
               MOVE "ACCOUNT CLOSED" TO WS-CHK-DESC
               GO TO 741-CHECK-RETURN.
           PERFORM 742-STOP-LOOKUP THRU E-742-STOP-LOOKUP.
           IF WS-STOP-HIT = 1
               MOVE "C" TO WS-CHK-REASON
               MOVE "STOP PAYMENT" TO WS-CHK-DESC
               GO TO 741-CHECK-RETURN.
           IF WS-HOLD-ACTIVE = 1
               MOVE "F" TO WS-CHK-REASON
               MOVE "ACCOUNT FROZEN" TO WS-CHK-DESC
               GO TO 741-CHECK-RETURN.
           IF WITHH > A-BALANCE
               MOVE "A" TO WS-CHK-REASON
               MOVE "NSF" TO WS-CHK-DESC
               GO TO 741-CHECK-RETURN.
           IF WITHH > CUR-AVAIL
               MOVE "B" TO WS-CHK-REASON
               MOVE "UNCOLLECTED FUNDS" TO WS-CHK-DESC
               GO TO 741-CHECK-RETURN.
           GO TO E-740-CHECK-PRESENTED.
      * The check is going back: nothing posts to the balance but
      * the NSF fee on an insufficient or uncollected item.
       741-CHECK-RETURN.
           MOVE 1 TO WS-CHK-RETURNED.
           PERFORM 746-RETITEM-WRITE THRU E-746-RETITEM-WRITE.
           STRING "RTN CHK - " WS-CHK-DESC DELIMITED BY SIZE
               INTO ACT-ERROR.
           MOVE "RCK " TO ACT-TXN-TYPE.
           IF WS-CHK-REASON = "A" OR WS-CHK-REASON = "B"
               MOVE 1 TO WS-ACCT-ACTIVITY
               MOVE NSF-FEE-AMT TO ACT-FEE
               MOVE NSF-FEE-AMT TO WS-TXN-FEE
               ADD 1 TO FEE-NSF-CNT
               ADD NSF-FEE-AMT TO FEE-NSF-AMT
               ADD NSF-FEE-AMT TO A-F
               ADD NSF-FEE-AMT TO T-FEE
               SUBTRACT NSF-FEE-AMT FROM A-BALANCE
           ELSE
               MOVE 0 TO ACT-FEE.
       E-740-CHECK-PRESENTED.
       EXIT.

      * Looks for an active, unexpired stop-payment order on the
      * account covering this check number (a single check or a
      * range) and, where the order names an amount, this amount.
      * A hit is stamped on the order so the branch can see it
      * caught an item.
       742-STOP-LOOKUP.
           MOVE 0 TO WS-STOP-HIT.
           MOVE 0 TO WS-STOP-EOF.
           IF WS-STOPPAY-AVAIL = 0
               GO TO E-742-STOP-LOOKUP.
           MOVE CUR-ACCT TO SP-ACCT.
           MOVE 0 TO SP-CHECK-FROM.
           START STOPPAY-FILE KEY IS NOT LESS THAN SP-KEY
               INVALID KEY MOVE 1 TO WS-STOP-EOF
           END-START.
           PERFORM 743-STOP-NEXT THRU E-743-STOP-NEXT
               UNTIL WS-STOP-EOF = 1 OR WS-STOP-HIT = 1.
           IF WS-STOP-HIT = 1
               ADD 1 TO SP-HIT-CNT
               MOVE WS-TODAY-NUM TO SP-LAST-HIT
               REWRITE STOPPAY-REC
                   INVALID KEY CONTINUE
               END-REWRITE.
       E-742-STOP-LOOKUP.
       EXIT.

      * Reads the next stop order on the account; orders are keyed
      * by their first check number, so the walk ends at the first
      * order starting past this check.
       743-STOP-NEXT.
           READ STOPPAY-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-STOP-EOF
                   GO TO E-743-STOP-NEXT
           END-READ.
           IF SP-ACCT NOT = CUR-ACCT OR SP-CHECK-FROM > CHECK-NO
               MOVE 1 TO WS-STOP-EOF
               GO TO E-743-STOP-NEXT.
           IF SP-IS-ACTIVE
               AND SP-EXPIRE-DATE NOT < WS-TODAY-NUM
               AND CHECK-NO NOT > SP-CHECK-TO
               AND (SP-AMOUNT = 0 OR SP-AMOUNT = WITHH)
               MOVE 1 TO WS-STOP-HIT.
       E-743-STOP-NEXT.
       EXIT.

      * Writes the returned check on RETITEM for the return file
      * to the presenting bank, with the return reason code.
       746-RETITEM-WRITE.
           MOVE PRES-BANK TO RI-PRES-BANK.
           MOVE PRES-TRACE TO RI-TRACE.
           MOVE CUR-ACCT TO RI-ACCT.
           MOVE CHECK-NO TO RI-CHECK-NO.
           MOVE WITHH TO RI-AMOUNT.
           MOVE WS-CHK-REASON TO RI-REASON.
           MOVE WS-CHK-DESC TO RI-REASON-DESC.
           MOVE WS-TODAY-NUM TO RI-RETURN-DATE.
           WRITE RETITEM-REC.
           ADD 1 TO WS-CHK-RTN-CNT.
           ADD WITHH TO WS-CHK-RTN-AMT.
       E-746-RETITEM-WRITE.
       EXIT.

      * Backs a bounced deposited check out of the account as a
      * reversal of the prior deposit: the amount rides the WITHH
      * field, posts on its own "RTN" history channel (so the story

      * Charges the early-withdrawal penalty on CD/IRA (KODE "D")
      * accounts. These accounts do not carry a minimum-balance fee,
      * they carry a penalty on the amount withdrawn instead.  A
      * withdrawal on or after the maturity date, or inside the
      * grace window that opens at each maturity, is penalty-free,
      * as is anything CDMATUR sends on from a paid-out CD.
       750-CD-PENALTY.
           PERFORM 737-IRA-DISTRIB THRU E-737-IRA-DISTRIB.
           IF (CUR-CD-MATURE > 0 AND WS-TODAY-NUM NOT < CUR-CD-MATURE)
               OR (CUR-CD-GRACE > 0 AND WS-TODAY-NUM NOT > CUR-CD-GRACE)
               OR CUR-CD-PAIDOUT = 1
               MOVE "MATURED - NO PENALTY" TO ACT-ERROR
               MOVE 0 TO ACT-FEE
               GO TO E-750-CD-PENALTY.
           MULTIPLY WITHH BY CD-PENALTY-RATE GIVING CD-PENALTY
           MOVE "EARLY WITHDRAWAL PENALTY" TO ACT-ERROR
           MOVE CD-PENALTY TO ACT-FEE
       800-CLOSEUP.
           IF CUR-ACCT = SPACES
               GO TO 810-FINAL-WRAP.
           PERFORM 600-GET-INTREST THRU E-INTREST.
           MOVE ACT-FOOTER-1 TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINE
           PERFORM 680-STMT-WRITE.
           MOVE A-WIRE TO ACT-WIRE-TOT
           MOVE A-ACH TO ACT-ACH-TOT
           MOVE A-ATM TO ACT-ATM-TOT
           MOVE A-CHK TO ACT-CHK-TOT
           MOVE A-XFR TO ACT-XFR-TOT
           IF WS-HOLD-ACTIVE = 1
               MOVE "** HOLDS EXIST *" TO ACT-HOLD-FLAG
           ELSE
           MOVE WS-RECORDS-READ TO WS-CHECKPOINT-RECORDS.
           PERFORM 660-CHECKPOINT.
       810-FINAL-WRAP.
           PERFORM 860-CHARGE-OFFS THRU E-860-CHARGE-OFFS.
           PERFORM 880-ACCRUAL-SWEEP THRU E-880-ACCRUAL-SWEEP.
           PERFORM 900-FINAL-PRINT
           PERFORM 870-LOAN-BOOK THRU E-870-LOAN-BOOK.
           PERFORM 920-FEE-SUMMARY THRU E-920-FEE-SUMMARY.
           PERFORM 925-ACCRUAL-GL THRU E-925-ACCRUAL-GL.
           PERFORM 927-CHGOFF-GL THRU E-927-CHGOFF-GL.
           PERFORM 928-DISPUTE-GL THRU E-928-DISPUTE-GL.
           PERFORM 960-TELLER-PROOF THRU E-960-TELLER-PROOF
               VARYING TL-IDX FROM 1 BY 1
               UNTIL TL-IDX > WS-TELLER-COUNT.
           CLOSE BANKIN BANKOUT BANKEXCP BANKGL BANKCHK BANKSTMT
                 BANKCTR BANKMNT BANKFEE BANKEXWD BANKTLR
                 BANKHOLD-FILE BANKHIST-FILE BANKINT-FILE
                 BEGBAL-FILE BANKDHLD-FILE BANKIRA-FILE
                 LOANMAST-FILE LOANHIST-FILE
                 BANKCUST OFACREV-FILE STOPPAY-FILE RETITEM
                 CHGOFF-FILE.
           STOP RUN.
      * Prints out the final high balances and average.
       900-FINAL-PRINT.
           MOVE END-PRINT-3 TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINE.
           PERFORM 950-CONTROL-TOTAL THRU E-950-CONTROL-TOTAL.
           MOVE WS-CHK-PRES-CNT TO CHKT-PRES-CNT.
           MOVE WS-CHK-PRES-AMT TO CHKT-PRES-AMT.
           MOVE WS-CHK-PAID-CNT TO CHKT-PAID-CNT.
           MOVE WS-CHK-PAID-AMT TO CHKT-PAID-AMT.
           MOVE WS-CHK-RTN-CNT TO CHKT-RTN-CNT.
           MOVE WS-CHK-RTN-AMT TO CHKT-RTN-AMT.
           MOVE CHK-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINE.
           MOVE WS-CO-CNT TO COT-CNT.
           MOVE WS-CO-AMT TO COT-AMT.
           MOVE WS-CO-DEFER-CNT TO COT-DEFER-CNT.
           MOVE WS-RCV-CNT TO COT-RCV-CNT.
           MOVE WS-RCV-AMT TO COT-RCV-AMT.
           MOVE CHGOFF-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINE.
           MOVE WS-REGE-CR-CNT TO RGT-CR-CNT.
           MOVE WS-REGE-CR-AMT TO RGT-CR-AMT.
           MOVE WS-REGE-DR-CNT TO RGT-DR-CNT.
           MOVE WS-REGE-DR-AMT TO RGT-DR-AMT.
           MOVE REGE-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINE.

      * Writes off every charge-off the supervisor approved.  The
      * overdrawn balance moves to overdraft losses, the entry is
      * stamped written off, and the account comes off the master.
      * An account that cured since it was listed is taken off the
      * list instead.  An account that posted tonight is left for
      * the next run, since its GL record would have BALFWD put it
      * back on the master.  This runs ahead of the accrual sweep,
      * which stamps every savings account as accrued tonight.
       860-CHARGE-OFFS.
           IF WS-CHGOFF-AVAIL = 0
               GO TO E-860-CHARGE-OFFS.
           MOVE 0 TO WS-CO-EOF.
           MOVE LOW-VALUES TO CO-ACCT.
           START CHGOFF-FILE KEY IS NOT LESS THAN CO-ACCT
               INVALID KEY MOVE 1 TO WS-CO-EOF
           END-START.
           PERFORM 865-CHARGE-OFF-ONE THRU E-865-CHARGE-OFF-ONE
               UNTIL WS-CO-EOF = 1.
       E-860-CHARGE-OFFS.
       EXIT.

      * Writes off one approved entry.
       865-CHARGE-OFF-ONE.
           READ CHGOFF-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-CO-EOF
                   GO TO E-865-CHARGE-OFF-ONE
           END-READ.
           IF NOT CO-IS-APPROVED
               GO TO E-865-CHARGE-OFF-ONE.
           MOVE CO-ACCT TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   MOVE "X" TO CO-STATUS
                   REWRITE CHGOFF-REC
                   GO TO E-865-CHARGE-OFF-ONE
           END-READ.
           IF BB-OD-AMT NOT NUMERIC OR BB-OD-AMT = 0
               MOVE "X" TO CO-STATUS
               REWRITE CHGOFF-REC
               GO TO E-865-CHARGE-OFF-ONE.
           IF BB-ACCR-DATE = WS-TODAY-NUM
               ADD 1 TO WS-CO-DEFER-CNT
               GO TO E-865-CHARGE-OFF-ONE.
           MOVE BB-OD-AMT TO CO-WO-AMT.
           MOVE WS-TODAY-NUM TO CO-WO-DATE.
           MOVE 0 TO CO-RECOV-AMT.
           MOVE 0 TO CO-RECOV-DATE.
           MOVE 0 TO CO-RECOV-SEQ.
           MOVE "W" TO CO-STATUS.
           REWRITE CHGOFF-REC.
           DELETE BEGBAL-FILE.
           ADD 1 TO WS-CO-CNT.
           ADD CO-WO-AMT TO WS-CO-AMT.
           MOVE "CHGOFF" TO MNT-ACTION.
           MOVE CO-ACCT TO MNT-ACCT.
           MOVE CO-NAME TO MNT-NAME.
           MOVE CO-WO-AMT TO MNT-AMOUNT.
           MOVE "CHARGED OFF - ACCOUNT CLOSED" TO MNT-STATUS.
           MOVE MNT-LINE TO MNT-OUT.
           WRITE MNT-OUT AFTER ADVANCING 1 LINES.
       E-865-CHARGE-OFF-ONE.
       EXIT.

      * Sweeps the BEGBAL master once the night's postings are in
      * and accrues the savings/MM and CD accounts that had no
      * activity tonight (every account that posted was accrued and
      * stamped at its break).  On a posting night the idle
      * account's accrued interest is credited the same way as
      * for an active one.
       880-ACCRUAL-SWEEP.
           MOVE 0 TO WS-ACCR-EOF.
           MOVE LOW-VALUES TO BB-ACCT.
           START BEGBAL-FILE KEY IS NOT LESS THAN BB-ACCT
               INVALID KEY MOVE 1 TO WS-ACCR-EOF
           END-START.
           PERFORM 885-ACCRUAL-ONE THRU E-885-ACCRUAL-ONE
               UNTIL WS-ACCR-EOF = 1.
       E-880-ACCRUAL-SWEEP.
       EXIT.

      * Accrues one idle master record and rewrites it.
       885-ACCRUAL-ONE.
           READ BEGBAL-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-ACCR-EOF
                   GO TO E-885-ACCRUAL-ONE
           END-READ.
           IF BB-KODE NOT = "M" AND BB-KODE NOT = "D"
               GO TO E-885-ACCRUAL-ONE.
           IF BB-ACCR-DATE NOT NUMERIC
               MOVE 0 TO BB-ACCR-DATE.
           IF BB-ACCR-INT NOT NUMERIC
               MOVE 0 TO BB-ACCR-INT.
           IF BB-ACCR-DATE = WS-TODAY-NUM
               GO TO E-885-ACCRUAL-ONE.
      * A paid-out CD with no principal left to move had no
      * activity tonight; its accrued interest is credited here,
      * posting night or not, and it accrues nothing more.
           IF BB-KODE = "D" AND BB-CD-PAYOUT
               AND BB-CD-MATURE NUMERIC AND BB-CD-MATURE = 0
               MOVE WS-TODAY-NUM TO BB-ACCR-DATE
               IF BB-ACCR-INT > 0
                   PERFORM 890-SWEEP-PAY THRU E-890-SWEEP-PAY
               END-IF
               REWRITE BEGBAL-REC
               GO TO E-885-ACCRUAL-ONE.
           MOVE BB-KODE TO WS-ACCR-TYPE.
           MOVE BB-BAL TO WS-ACCR-BAL.
           MOVE 0 TO WS-ACCR-CD-RATE.
           IF BB-CD-RATE NUMERIC
               MOVE BB-CD-RATE TO WS-ACCR-CD-RATE.
           MOVE BB-ACCR-DATE TO WS-ACCR-LAST.
           PERFORM 615-ACCRUAL-AMOUNT THRU E-615-ACCRUAL-AMOUNT.
           ADD T-ACCR TO BB-ACCR-INT.
           MOVE WS-TODAY-NUM TO BB-ACCR-DATE.
           IF WS-POST-INTREST = 1 AND BB-ACCR-INT > 0
               PERFORM 890-SWEEP-PAY THRU E-890-SWEEP-PAY.
           REWRITE BEGBAL-REC.
       E-885-ACCRUAL-ONE.
       EXIT.

      * Credits an idle account's accrued interest on a posting
      * night: the interest history record, the year-to-date
      * interest, the available balance, and a GL extract record
      * carrying the new balance, so BALFWD rolls the interest into
      * BB-BAL and the proof ties the same as for an active account.
       890-SWEEP-PAY.
           MOVE BB-ACCT TO CUR-ACCT.
           MOVE BB-KODE TO CUR-TYPE.
           MOVE BB-BRANCH TO CUR-BRANCH.
           MOVE BB-ACCR-INT TO T-INT.
           PERFORM 607-BACKUP-WH THRU E-607-BACKUP-WH.
           COMPUTE A-BALANCE = BB-BAL + T-INT - T-BWH.
           IF BB-OD-AMT NUMERIC
               SUBTRACT BB-OD-AMT FROM A-BALANCE.
           IF BB-AVAIL-BAL NUMERIC
               COMPUTE BB-AVAIL-BAL = BB-AVAIL-BAL + T-INT - T-BWH
           ELSE
               COMPUTE BB-AVAIL-BAL = BB-BAL + T-INT - T-BWH.
           PERFORM 605-INT-HIST THRU E-605-INT-HIST.
           PERFORM 675-INT-YTD-UPDATE THRU E-675-INT-YTD-UPDATE.
           MOVE 0 TO A-D.
           MOVE 0 TO A-W.
           MOVE 0 TO T-FEE.
           MOVE CUR-ACCT TO GL-ACCT.
           MOVE CUR-TYPE TO GL-TYPE.
           MOVE A-BALANCE TO GL-BALANCE.
           MOVE 0 TO GL-DEPOSITS.
           MOVE 0 TO GL-WITHDRAWALS.
           MOVE 0 TO GL-FEES.
           COMPUTE GL-INTEREST = T-INT - T-BWH.
           MOVE 0 TO GL-ODP-IN.
           MOVE CUR-BRANCH TO GL-BRANCH.
           WRITE GL-OUT.
           PERFORM 655-BRANCH-ACCUM THRU E-655-BRANCH-ACCUM.
           ADD 1 TO WS-ACCR-PAID-CNT.
           ADD T-INT TO WS-ACCR-PAID-TOT.
           MOVE 0 TO BB-ACCR-INT.
       E-890-SWEEP-PAY.
       EXIT.

      * Sweeps the whole loan book once the night's payments are in.
      * An active loan whose next installment is more than the
      * grace period past due is assessed the late fee, once per
      * installment (LN-LATE-DUE remembers which one was charged);
      * it is income when collected, so it reaches BANKFEE and the
      * GL through the payment that pays it.  Every active loan
      * then writes a type "L" record on the GL extract carrying
      * its principal outstanding as a negative balance, which the
      * journal merge posts as a debit to the loan receivable, and
      * the book totals print at the foot of the report.
       870-LOAN-BOOK.
           MOVE LOW-VALUES TO LN-LOAN.
           MOVE 0 TO WS-LN-EOF.
           START LOANMAST-FILE KEY IS NOT LESS THAN LN-LOAN
               INVALID KEY MOVE 1 TO WS-LN-EOF
           END-START.
           PERFORM 875-LOAN-BOOK-ONE THRU E-875-LOAN-BOOK-ONE
               UNTIL WS-LN-EOF = 1.
           MOVE WS-LN-ACTIVE-CNT TO LBK-COUNT.
           MOVE WS-LN-BOOK-PRIN TO LBK-PRIN.
           MOVE WS-LN-PMT-CNT TO LBK-PMTS.
           MOVE WS-LN-LATE-CNT TO LBK-LATE.
           MOVE LOAN-BOOK-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
       E-870-LOAN-BOOK.
       EXIT.
       875-LOAN-BOOK-ONE.
           READ LOANMAST-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LN-EOF
                   GO TO E-875-LOAN-BOOK-ONE
           END-READ.
           IF NOT LN-IS-ACTIVE
               GO TO E-875-LOAN-BOOK-ONE.
           IF LN-NEXT-DUE NUMERIC AND LN-NEXT-DUE > 0
               COMPUTE WS-LN-DAYS = WS-LN-TODAY-INT
                   - FUNCTION INTEGER-OF-DATE(LN-NEXT-DUE)
               IF WS-LN-DAYS > LOAN-GRACE-DAYS
                   AND LN-LATE-DUE NOT = LN-NEXT-DUE
                   ADD LOAN-LATE-FEE TO LN-FEES-DUE
                   MOVE LN-NEXT-DUE TO LN-LATE-DUE
                   ADD 1 TO WS-LN-LATE-CNT
                   REWRITE LOANMAST-REC
               END-IF
           END-IF.
           ADD 1 TO WS-LN-ACTIVE-CNT.
           ADD LN-PRIN-BAL TO WS-LN-BOOK-PRIN.
           MOVE LN-LOAN TO GL-ACCT.
           MOVE "L" TO GL-TYPE.
           COMPUTE GL-BALANCE = 0 - LN-PRIN-BAL.
           MOVE 0 TO GL-DEPOSITS.
           MOVE 0 TO GL-WITHDRAWALS.
           MOVE 0 TO GL-FEES.
           MOVE 0 TO GL-INTEREST.
           MOVE 0 TO GL-ODP-IN.
           MOVE LN-BRANCH TO GL-BRANCH.
           WRITE GL-OUT.
       E-875-LOAN-BOOK-ONE.
       EXIT.

      * Writes the run's fee income by fee type: one line per type
      * on the BANKFEE report and one summary record per type on
      * the GL extract.  Fee summary records are marked GL-TYPE "F"
      * so the roll-forward, proof, and statement programs skip
      * them; the fee code rides GL-ACCT and the charge count rides
      * the GL-DEPOSITS field.  Interest and late fees collected on
      * installment loans ride the same breakout as income codes.
       920-FEE-SUMMARY.
           MOVE "NSF FEES" TO FEE-RPT-DESC.
           MOVE FEE-NSF-CNT TO FEE-RPT-CNT.
           MOVE FEE-EXW-CNT TO GL-DEPOSITS.
           MOVE FEE-EXW-AMT TO GL-BALANCE.
           PERFORM 940-FEE-GL THRU E-940-FEE-GL.
           MOVE "LOAN INTEREST INCOME" TO FEE-RPT-DESC.
           MOVE FEE-LNI-CNT TO FEE-RPT-CNT.
           MOVE FEE-LNI-AMT TO FEE-RPT-AMT.
           PERFORM 930-FEE-LINE THRU E-930-FEE-LINE.
           MOVE "LNINT" TO GL-ACCT.
           MOVE FEE-LNI-CNT TO GL-DEPOSITS.
           MOVE FEE-LNI-AMT TO GL-BALANCE.
           PERFORM 940-FEE-GL THRU E-940-FEE-GL.
           MOVE "LOAN LATE FEES" TO FEE-RPT-DESC.
           MOVE FEE-LAT-CNT TO FEE-RPT-CNT.
           MOVE FEE-LAT-AMT TO FEE-RPT-AMT.
           PERFORM 930-FEE-LINE THRU E-930-FEE-LINE.
           MOVE "LNLAT" TO GL-ACCT.
           MOVE FEE-LAT-CNT TO GL-DEPOSITS.
           MOVE FEE-LAT-AMT TO GL-BALANCE.
           PERFORM 940-FEE-GL THRU E-940-FEE-GL.
       E-920-FEE-SUMMARY.
       EXIT.

      * Books the night's interest accrual on the GL extract as
      * fee-style summary records: interest expense (INTEX) is
      * debited and accrued interest payable (INTAP) credited with
      * tonight's accrual.  Interest credited to customers tonight,
      * and interest accrued on accounts closed before it was paid,
      * comes back out of the payable; the credited interest
      * reaches the deposit balances through the account records,
      * and the closed accounts' interest is backed out of expense.
       925-ACCRUAL-GL.
           MOVE WS-ACCR-DAY-CNT TO ACRT-DAY-CNT.
           MOVE WS-ACCR-DAY-TOT TO ACRT-DAY-TOT.
           MOVE WS-ACCR-PAID-CNT TO ACRT-PAID-CNT.
           MOVE WS-ACCR-PAID-TOT TO ACRT-PAID-TOT.
           MOVE WS-ACCR-FORF-TOT TO ACRT-FORF-TOT.
           MOVE ACCR-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINE.
           MOVE "INTEX" TO GL-ACCT.
           MOVE WS-ACCR-DAY-CNT TO GL-DEPOSITS.
           COMPUTE GL-BALANCE = 0 - WS-ACCR-DAY-TOT.
           PERFORM 940-FEE-GL THRU E-940-FEE-GL.
           MOVE "INTAP" TO GL-ACCT.
           MOVE WS-ACCR-DAY-CNT TO GL-DEPOSITS.
           MOVE WS-ACCR-DAY-TOT TO GL-BALANCE.
           PERFORM 940-FEE-GL THRU E-940-FEE-GL.
           IF WS-ACCR-PAID-TOT > 0
               MOVE "INTAP" TO GL-ACCT
               MOVE WS-ACCR-PAID-CNT TO GL-DEPOSITS
               COMPUTE GL-BALANCE = 0 - WS-ACCR-PAID-TOT
               PERFORM 940-FEE-GL THRU E-940-FEE-GL
           END-IF.
           IF WS-ACCR-FORF-TOT > 0
               MOVE "INTAP" TO GL-ACCT
               MOVE WS-ACCR-FORF-CNT TO GL-DEPOSITS
               COMPUTE GL-BALANCE = 0 - WS-ACCR-FORF-TOT
               PERFORM 940-FEE-GL THRU E-940-FEE-GL
               MOVE "INTEX" TO GL-ACCT
               MOVE WS-ACCR-FORF-CNT TO GL-DEPOSITS
               MOVE WS-ACCR-FORF-TOT TO GL-BALANCE
               PERFORM 940-FEE-GL THRU E-940-FEE-GL
           END-IF.
      * The backup withholding taken from interest paid is a tax
      * liability until it is deposited.
           MOVE WS-BWH-CNT TO BWHT-CNT.
           MOVE WS-BWH-AMT TO BWHT-AMT.
           MOVE BWH-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINE.
           IF WS-BWH-AMT > 0
               MOVE "BWHTX" TO GL-ACCT
               MOVE WS-BWH-CNT TO GL-DEPOSITS
               MOVE WS-BWH-AMT TO GL-BALANCE
               PERFORM 940-FEE-GL THRU E-940-FEE-GL
           END-IF.
       E-925-ACCRUAL-GL.
       EXIT.

      * Books the night's overdraft charge-offs to overdraft losses
      * (a debit) and the recoveries collected on written-off
      * accounts to overdraft recoveries (a credit).
       927-CHGOFF-GL.
           IF WS-CO-CNT > 0
               MOVE "ODLOS" TO GL-ACCT
               MOVE WS-CO-CNT TO GL-DEPOSITS
               COMPUTE GL-BALANCE = 0 - WS-CO-AMT
               PERFORM 940-FEE-GL THRU E-940-FEE-GL
           END-IF.
           IF WS-RCV-CNT > 0
               MOVE "ODREC" TO GL-ACCT
               MOVE WS-RCV-CNT TO GL-DEPOSITS
               MOVE WS-RCV-AMT TO GL-BALANCE
               PERFORM 940-FEE-GL THRU E-940-FEE-GL
           END-IF.
       E-927-CHGOFF-GL.
       EXIT.

      * Books the night's Reg E dispute credits to the dispute
      * clearing account (a debit) until the claim is recovered
      * from the network, and the reversals of denied claims back
      * out of it (a credit).
       928-DISPUTE-GL.
           IF WS-REGE-CR-CNT > 0
               MOVE "REGEX" TO GL-ACCT
               MOVE WS-REGE-CR-CNT TO GL-DEPOSITS
               COMPUTE GL-BALANCE = 0 - WS-REGE-CR-AMT
               PERFORM 940-FEE-GL THRU E-940-FEE-GL
           END-IF.
           IF WS-REGE-DR-CNT > 0
               MOVE "REGEX" TO GL-ACCT
               MOVE WS-REGE-DR-CNT TO GL-DEPOSITS
               MOVE WS-REGE-DR-AMT TO GL-BALANCE
               PERFORM 940-FEE-GL THRU E-940-FEE-GL
           END-IF.
       E-928-DISPUTE-GL.
       EXIT.

      * Writes one fee-type line on the fee income report.
       930-FEE-LINE.
           MOVE FEE-RPT-LINE TO FEE-OUT.

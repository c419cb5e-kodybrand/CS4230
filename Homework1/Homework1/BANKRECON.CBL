      *                 COUNTS AS A REVERSAL WHATEVER THE HOLD OR
      *                 AVAILABLE POSITION.  THE HOLD THRESHOLD IS
      *                 READ FROM BANKRATE THE WAY BANK READS IT.
      * 2026-10-15  KB  SKIP THE TYPE "L" LOAN PRINCIPAL RECORDS ON
      *                 THE GL EXTRACT AND THE LOAN PAYMENT RECORDS
      *                 (TXN "L") ON BANKIN: LOAN PAYMENTS POST TO
      *                 LOANMAST, NOT TO A DEPOSIT ACCOUNT.
      * 2026-10-15  KB  CARRY THE CD TERM, MATURITY, AND RENEWAL
      *                 FIELDS ON BEGBAL-REC.
      * 2026-10-15  KB  CARRY THE ACCRUED-INTEREST BALANCE AND
      *                 LAST ACCRUAL DATE ON BEGBAL-REC.
      * 2026-10-15  KB  COUNT PRESENTED CHECKS (TXN K) AS
      *                 WITHDRAWALS UNLESS BANK SENT THEM BACK ON
      *                 RETITEM.
      * 2026-10-15  KB  OPEN THE PROOF AT THE MASTER BALANCE LESS
      *                 ANY OVERDRAFT CARRIED ON BB-OD-AMT; SKIP
      *                 CHARGED-OFF RECOVERY RECORDS (TXN V) ON
      *                 BANKIN, WHICH POST TO RECOVERIES, NOT TO A
      *                 DEPOSIT ACCOUNT.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECON.
            SELECT OPTIONAL BANKEXCP ASSIGN TO UT-S-BANKEXCP
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BANKEXCP-STATUS.
            SELECT OPTIONAL RETITEM ASSIGN TO UT-S-RETITEM
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RETITEM-STATUS.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PROCDATE-STATUS.
           05  ANUM     PIC X(5).
           05  TXN-CODE PIC X.
               88  TXN-IS-RETURN    VALUE "R".
               88  TXN-IS-LOAN-PMT  VALUE "L".
               88  TXN-IS-CHECK     VALUE "K".
               88  TXN-IS-RECOVERY  VALUE "V".
               88  TXN-IS-COUNTER   VALUE "T" SPACE.
           05  MNT-CODE PIC X.
               88  MNT-IS-NONE      VALUE SPACE.
           05  FILLER   PIC X(8).
           05  DEP      PIC 9(4)V99.
           05  WITHH    PIC 9(4)V99.
           05  CHECK-NO PIC 9(6).
           05  FILLER   PIC X(19).
       FD  BANKGL
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  EXCP-AMOUNT   PIC X(8).
           05  FILLER        PIC X(2).
           05  EXCP-REASON   PIC X(30).
       FD  RETITEM
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       COPY "RETITEM.CPY".
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
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
       WORKING-STORAGE SECTION.
       77  UT-S-BANKING PIC X(50) VALUE 'C:\CS4230\BANKFILE.DAT'.
       77  WS-ENV-BANKING PIC X(50).
               10  WS-IRJ-ACCT   PIC X(5).
               10  WS-IRJ-AMOUNT PIC 9(5)V99.
               10  WS-IRJ-USED   PIC 9.
      * Checks BANK sent back to the presenting bank, loaded from
      * the night's RETITEM file; a returned check never posted.
       77  UT-S-RETITEM PIC X(50) VALUE 'C:\CS4230\RETITEM.DAT'.
       77  WS-RETITEM-STATUS PIC XX   VALUE SPACES.
       77  WS-RTN-EOF   PIC 9          VALUE 0.
       77  WS-RTN-COUNT PIC 9(3)       VALUE 0.
       77  WS-RTN-IDX   PIC 9(3)       VALUE 0.
       77  WS-RTN-HIT   PIC 9          VALUE 0.
       01  WS-RTN-CHK-TABLE.
           05  WS-RCK-ENTRY OCCURS 200 TIMES.
               10  WS-RCK-ACCT   PIC X(5).
               10  WS-RCK-CHECK  PIC 9(6).
               10  WS-RCK-AMOUNT PIC 9(4)V99.
               10  WS-RCK-USED   PIC 9.
       77  WS-BEG-BAL   PIC S9(5)V99   VALUE 0.
       77  WS-EXPECTED  PIC S9(8)V99   VALUE 0.
       77  WS-DIFF      PIC S9(8)V99   VALUE 0.
       77  WS-ACCTS-TIED PIC 9(5)      VALUE 0.
           05  FILLER        PIC X(10)  VALUE "DIFFERENCE".
       01  RPT-LINE.
           05  RPT-ACCT      PIC X(5).
           05  FILLER        PIC X(3)   VALUE SPACES.
           05  RPT-BEG       PIC +$,$$$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-EXPECTED  PIC +$,$$$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           END-IF.
           CLOSE BANKRATE.
           PERFORM 050-LOAD-IRA-REJECTS THRU E-050-LOAD-IRA-REJECTS.
           PERFORM 085-LOAD-RETURNS THRU E-085-LOAD-RETURNS.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE RPT-HEADING TO RPT-OUT.
       E-080-IRA-CHECK-ONE.
       EXIT.

      * Loads the checks BANK returned tonight from RETITEM; each
      * names the account, check number and amount of a presented
      * check that never posted.
       085-LOAD-RETURNS.
           MOVE 0 TO WS-RTN-EOF.
           OPEN INPUT RETITEM.
           IF WS-RETITEM-STATUS NOT = "00"
               MOVE 1 TO WS-RTN-EOF.
           PERFORM 086-LOAD-RETURN-ONE THRU E-086-LOAD-RETURN-ONE
               UNTIL WS-RTN-EOF = 1.
           CLOSE RETITEM.
       E-085-LOAD-RETURNS.
       EXIT.
       086-LOAD-RETURN-ONE.
           READ RETITEM
               AT END
                   MOVE 1 TO WS-RTN-EOF
                   GO TO E-086-LOAD-RETURN-ONE
           END-READ.
           IF WS-RTN-COUNT < 200
               ADD 1 TO WS-RTN-COUNT
               MOVE RI-ACCT TO WS-RCK-ACCT(WS-RTN-COUNT)
               MOVE RI-CHECK-NO TO WS-RCK-CHECK(WS-RTN-COUNT)
               MOVE RI-AMOUNT TO WS-RCK-AMOUNT(WS-RTN-COUNT)
               MOVE 0 TO WS-RCK-USED(WS-RTN-COUNT)
           END-IF.
       E-086-LOAD-RETURN-ONE.
       EXIT.

      * Marks off one returned check matching this account, check
      * number and amount; a hit means the check never posted.
       087-RETURN-CHECK.
           MOVE 0 TO WS-RTN-HIT.
           PERFORM 088-RETURN-CHECK-ONE THRU E-088-RETURN-CHECK-ONE
               VARYING WS-RTN-IDX FROM 1 BY 1
               UNTIL WS-RTN-IDX > WS-RTN-COUNT
                  OR WS-RTN-HIT = 1.
       E-087-RETURN-CHECK.
       EXIT.
       088-RETURN-CHECK-ONE.
           IF WS-RCK-USED(WS-RTN-IDX) = 0
               AND WS-RCK-ACCT(WS-RTN-IDX) = ANUM
               AND WS-RCK-CHECK(WS-RTN-IDX) = CHECK-NO
               AND WS-RCK-AMOUNT(WS-RTN-IDX) = WITHH
               MOVE 1 TO WS-RCK-USED(WS-RTN-IDX)
               MOVE 1 TO WS-RTN-HIT.
       E-088-RETURN-CHECK-ONE.
       EXIT.

      * Reads the next GL account record and proves it.
       100-READ-GL.
           READ BANKGL
      * beginning balance, and compares the computed expected ending
      * balance against what BANK wrote on the GL record.
       200-PROVE-ACCOUNT.
           IF GL-TYPE = "F" OR GL-TYPE = "L"
               GO TO E-200-PROVE-ACCOUNT.
           MOVE 0 TO WS-ACCT-DEP.
           MOVE 0 TO WS-ACCT-WTH.
                   ELSE
                       MOVE BB-BAL TO WS-AVAIL
                   END-IF
                   IF BB-OD-AMT NUMERIC AND BB-OD-AMT > 0
                       SUBTRACT BB-OD-AMT FROM WS-BEG-BAL
                       IF WS-BEG-BAL < WS-AVAIL
                           MOVE WS-BEG-BAL TO WS-AVAIL
                       END-IF
                   END-IF
           END-READ.
           PERFORM 300-SUM-TXNS THRU E-300-SUM-TXNS
               UNTIL WS-TXN-EOF = 1
      * in INPUT-RECORD until 200-PROVE-ACCOUNT moves on to it; a
      * record for an account with no GL record at all (for example
      * a maintenance-only account) is consumed and skipped so the
      * files stay in step.  Maintenance records, loan payments,
      * and withdrawals blocked by an active hold are skipped the
      * way BANK skipped them, so the proof counts what actually
      * posted to the deposit accounts.
       300-SUM-TXNS.
           IF WS-TXN-HELD = 0
               READ BANKIN
                   NOT AT END
                       MOVE 1 TO WS-TXN-HELD
               END-READ.
           IF TXN-IS-LOAN-PMT OR TXN-IS-RECOVERY
               MOVE 0 TO WS-TXN-HELD
               GO TO E-300-SUM-TXNS.
           IF ANUM > GL-ACCT
               GO TO E-300-SUM-TXNS.
           IF ANUM < GL-ACCT OR NOT MNT-IS-NONE
      * day also drew down BANK's available figure; the proof
      * cannot see them per item, so a same-day sequence where a
      * fee starved a later withdrawal can still flag for review.
      * A presented check BANK sent back on RETITEM never posted;
      * one that cleared had already passed BANK's hold and funds
      * tests, so it counts as it stands.
           IF DEP NUMERIC AND DEP NOT > MAX-TXN-AMT
               MOVE 0 TO WS-IRA-HIT
               IF KODE = "D" AND WS-IRA-COUNT > 0
                   ADD WITHH TO WS-ACCT-WTH
                   SUBTRACT WITHH FROM WS-AVAIL
               ELSE
               IF TXN-IS-CHECK
                   PERFORM 087-RETURN-CHECK THRU E-087-RETURN-CHECK
                   IF WS-RTN-HIT = 0
                       ADD WITHH TO WS-ACCT-WTH
                       SUBTRACT WITHH FROM WS-AVAIL
                   END-IF
               ELSE
               IF WS-HOLD-ACTIVE = 0 AND WITHH NOT > WS-AVAIL
                   ADD WITHH TO WS-ACCT-WTH
                   SUBTRACT WITHH FROM WS-AVAIL
               END-IF
               END-IF
               END-IF
           END-IF.
           MOVE 0 TO WS-TXN-HELD.
       E-300-SUM-TXNS.

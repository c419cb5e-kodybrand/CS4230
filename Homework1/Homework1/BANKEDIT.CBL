      *                 A FAILING RUN, SO THE RERUN NEITHER QUEUES
      *                 TONIGHT'S HOLDS TWICE NOR LOSES APPROVALS
      *                 THAT NEVER REACHED A POSTED BANKIN.
      * 2026-10-15  KB  ACCEPT INSTALLMENT LOAN PAYMENTS (KODE AND
      *                 TXN-CODE "L", THE LOAN NUMBER IN ANUM, THE
      *                 PAYMENT IN DEP); A LOAN RECORD CARRYING A
      *                 WITHDRAWAL OR MAINTENANCE CODE, OR A HALF-
      *                 MARKED ONE, IS REJECTED.
      * 2026-10-15  KB  ACCEPT THE INBOUND CHECK-CLEARING FEED
      *                 (CHKPRES) AS A FOURTH INPUT: EACH
      *                 PRESENTED CHECK TRANSLATES TO A CHECK-
      *                 CHANNEL (TXN-CODE "K") WITHDRAWAL CARRYING
      *                 THE CHECK NUMBER, PRESENTING BANK, AND
      *                 ITEM TRACE NUMBER, NOW ON THE END OF THE
      *                 BANKIN RECORD, AND THE TRAILER COUNT
      *                 RECONCILES LIKE THE ATM FEED'S.
      * 2026-10-15  KB  ACCEPT CHARGED-OFF RECOVERY RECORDS (TXN-
      *                 CODE V, THE WRITTEN-OFF ACCOUNT IN ANUM,
      *                 THE AMOUNT COLLECTED IN DEP); A RECOVERY
      *                 CARRYING A WITHDRAWAL, A MAINTENANCE CODE,
      *                 OR NO AMOUNT IS REJECTED.
      * 2026-10-15  KB  ACCEPT STANDING-ORDER TRANSFER RECORDS
      *                 (TXN-CODE X) FROM STANDGEN; A TRANSFER LEG
      *                 CARRYING A MAINTENANCE CODE, OR BOTH OR
      *                 NEITHER OF A DEPOSIT AND A WITHDRAWAL, IS
      *                 REJECTED.
      * 2026-10-15  KB  CHECK EACH ATM WITHDRAWAL AGAINST THE
      *                 CARDMAST CARD MASTER (CARD NUMBER NOW ON
      *                 THE END OF THE BANKATM RECORD): A HOT-
      *                 CARDED, CLOSED, EXPIRED, OR UNKNOWN CARD,
      *                 OR ONE OVER ITS DAILY LIMIT, IS DECLINED
      *                 TO THE NEW CARDEXC CARD-EXCEPTION LISTING,
      *                 AND THE DAY'S USAGE IS SET ON THE MASTER.
      * 2026-10-15  KB  ACCEPT REG E DISPUTE CREDITS AND REVERSALS
      *                 (TXN-CODE E) FROM REGEAGE, EDITED LIKE A
      *                 TRANSFER LEG: A MAINTENANCE CODE, OR BOTH
      *                 OR NEITHER OF A DEPOSIT AND A WITHDRAWAL,
      *                 IS REJECTED.
      * 2026-10-15  KB  ACCEPT ACHGEN'S PAYDEP PAYROLL FEED AS A
      *                 FIFTH INPUT: ON-US DIRECT DEPOSITS AND THE
      *                 COMPANY OPERATING-ACCOUNT FUNDING WITHDRAWAL
      *                 TRANSLATE TO ACH-CHANNEL RECORDS ONCE THEIR
      *                 CHECK DATE IS REACHED ON THE PROCDATE RUN
      *                 DATE; LATER-DATED ENTRIES WAIT ON THE NEW
      *                 PAYHOLD CARRY FILE FOR THEIR NIGHT, AND THE
      *                 TRAILER COUNT RECONCILES LIKE THE ATM
      *                 FEED'S.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKEDIT.
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL STORDEP ASSIGN TO UT-S-STORDEP
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CHKPRES ASSIGN TO DYNAMIC UT-S-CHKPRES
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PAYDEP ASSIGN TO UT-S-PAYDEP
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PAYHOLD ASSIGN TO UT-S-PAYHOLD
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
            SELECT BANKIN  ASSIGN TO DYNAMIC UT-S-BANKING
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT BANKCTL ASSIGN TO UT-S-BANKCTL
            FILE STATUS IS WS-BANKPWIR-STATUS.
            SELECT RUNCNT ASSIGN TO UT-S-RUNCNT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CARDMAST-FILE ASSIGN TO UT-S-CARDMAST
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CA-CARD-NO
                FILE STATUS IS WS-CARDMAST-STATUS.
            SELECT CARDEXC-RPT ASSIGN TO UT-S-CARDEXC
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.
       DATA DIVISION.
       FILE SECTION.
           05  RAW-IRA-FLAG PIC X(1).
           05  RAW-DEP      PIC 9(4)V99.
           05  RAW-WITHH    PIC 9(4)V99.
           05  RAW-CHECK-NO PIC X(6).
           05  RAW-PRES-BANK PIC X(9).
           05  RAW-PRES-TRACE PIC X(10).
       FD  BANKATM
           LABEL RECORDS OMITTED
           RECORDING MODE F.
               88  AT-IS-WITHDRAWAL VALUE "W".
           05  AT-AMOUNT    PIC 9(4)V99.
           05  AT-DATE      PIC 9(8).
           05  AT-CARD      PIC X(16).
       01  ATM-TRAILER REDEFINES ATM-RECORD.
           05  FILLER       PIC X.
           05  AT-TRAILER-COUNT PIC 9(5).
           05  FILLER       PIC X(35).
       FD  STORDEP
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  FILLER       PIC X.
           05  SD-TRAILER-COUNT PIC 9(5).
           05  FILLER       PIC X(8).
       FD  CHKPRES
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  CHKPRES-RECORD.
           05  CP-REC-TYPE  PIC X.
               88  CP-IS-DETAIL     VALUE "D".
               88  CP-IS-TRAILER    VALUE "T".
           05  CP-ACCT      PIC X(5).
           05  CP-CHECK-NO  PIC X(6).
           05  CP-AMOUNT    PIC 9(4)V99.
           05  CP-PRES-BANK PIC X(9).
           05  CP-PRES-TRACE PIC X(10).
       01  CHKPRES-TRAILER REDEFINES CHKPRES-RECORD.
           05  FILLER       PIC X.
           05  CP-TRAILER-COUNT PIC 9(5).
           05  FILLER       PIC X(31).
       FD  PAYDEP
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PAYDEP-RECORD.
           05  PY-REC-TYPE  PIC X.
               88  PY-IS-DETAIL     VALUE "D".
               88  PY-IS-TRAILER    VALUE "T".
           05  PY-ACCT      PIC X(5).
           05  PY-TXN       PIC X.
               88  PY-IS-DEPOSIT    VALUE "D".
               88  PY-IS-WITHDRAWAL VALUE "W".
           05  PY-AMOUNT    PIC 9(4)V99.
           05  PY-CHECK-DATE PIC 9(8).
           05  PY-EMPNUM    PIC 9(4).
       01  PAYDEP-TRAILER REDEFINES PAYDEP-RECORD.
           05  FILLER       PIC X.
           05  PY-TRAILER-COUNT PIC 9(5).
           05  FILLER       PIC X(19).
       FD  PAYHOLD
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PAYHOLD-RECORD   PIC X(25).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE  PIC 9(8).
           05  PD-MONTH-END PIC X.
       FD  BANKIN
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  CLEAN-RECORD     PIC X(76).
       FD  BANKCTL
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  RC-STEP      PIC X(12).
           05  FILLER       PIC X      VALUE SPACE.
           05  RC-COUNT     PIC 9(7).
       FD  CARDMAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 109 CHARACTERS.
       COPY "CARDMAST.CPY".
       FD  CARDEXC-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  CXR-OUT          PIC X(80).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  FILLER       PIC X(24).
           05  SORT-ANUM    PIC X(5).
           05  FILLER       PIC X(47).
       WORKING-STORAGE SECTION.
       77  UT-S-BANKRAW PIC X(50) VALUE 'C:\CS4230\BANKRAW.DAT'.
       77  UT-S-BANKATM PIC X(50) VALUE 'C:\CS4230\BANKATM.DAT'.
           05  FILLER       PIC X(4).
           05  AB-DEP       PIC 9(4)V99.
           05  AB-WITHH     PIC 9(4)V99.
           05  AB-CHECK-NO  PIC X(6).
           05  AB-PRES-BANK PIC X(9).
           05  AB-PRES-TRACE PIC X(10).
      * Inbound check-clearing feed: checks our customers wrote,
      * presented for payment by other banks.  Each detail becomes
      * a check-channel withdrawal carrying the check number and
      * the presenting bank, which BANK needs to pay it or send it
      * back.
       77  UT-S-CHKPRES PIC X(50) VALUE 'C:\CS4230\CHKPRES.DAT'.
       77  WS-ENV-CHKPRES PIC X(50).
       77  WS-CHK-EOF   PIC 9          VALUE 0.
       77  WS-CHK-READ  PIC 9(5)       VALUE 0.
       77  WS-CHK-EXPECTED PIC 9(5)    VALUE 0.
       77  WS-CHK-TRAILER-SEEN PIC 9   VALUE 0.
       01  CHK-CTL-LINE.
           05  FILLER        PIC X(18)  VALUE "CHECKS PRESENTED: ".
           05  CHK-T-READ    PIC ZZZZ9.
           05  FILLER        PIC X(12)  VALUE "  TRAILER: ".
           05  CHK-T-EXPECTED PIC ZZZZ9.
           05  FILLER        PIC X(2).
           05  CHK-T-STATUS  PIC X(20).
      * Payroll feed from ACHGEN: deposits to employees who bank
      * with us and the withdrawal funding the payroll from the
      * company's operating account.  Each entry posts on the
      * night its check date is reached on the official PROCDATE
      * run date; entries dated later are carried on PAYHOLD and
      * come back in ahead of tonight's feed until their night.
       77  UT-S-PAYDEP  PIC X(50) VALUE 'C:\COBOL\PAYDEP.DAT'.
       77  UT-S-PAYHOLD PIC X(50) VALUE 'C:\COBOL\PAYHOLD.DAT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  WS-PROCDATE-STATUS PIC XX  VALUE SPACES.
       77  WS-RUN-DATE  PIC 9(8)      VALUE 0.
       77  WS-PAY-EOF   PIC 9          VALUE 0.
       77  WS-PAY-READ  PIC 9(5)       VALUE 0.
       77  WS-PAY-EXPECTED PIC 9(5)    VALUE 0.
       77  WS-PAY-TRAILER-SEEN PIC 9   VALUE 0.
       77  WS-PAY-POSTED PIC 9(5)      VALUE 0.
       77  WS-PAY-CARRIED PIC 9(5)     VALUE 0.
       77  PAY-HOLD-MAX PIC 9(3)       VALUE 500.
       77  PAY-HOLD-CNT PIC 9(3)       VALUE 0.
       77  PAY-HOLD-IDX PIC 9(3)       VALUE 0.
       01  PAY-HOLD-TABLE.
           05  PAY-HOLD-ENTRY OCCURS 500 TIMES.
               10  PAY-HOLD-IMAGE PIC X(25).
       01  PAY-ENTRY.
           05  PE-REC-TYPE   PIC X.
           05  PE-ACCT       PIC X(5).
           05  PE-TXN        PIC X.
               88  PE-IS-DEPOSIT    VALUE "D".
               88  PE-IS-WITHDRAWAL VALUE "W".
           05  PE-AMOUNT     PIC 9(4)V99.
           05  PE-CHECK-DATE PIC 9(8).
           05  PE-EMPNUM     PIC 9(4).
       01  PAY-CTL-LINE.
           05  FILLER        PIC X(18)  VALUE "PAYROLL FEED RECS:".
           05  PAY-T-READ    PIC ZZZZ9.
           05  FILLER        PIC X(12)  VALUE "  TRAILER: ".
           05  PAY-T-EXPECTED PIC ZZZZ9.
           05  FILLER        PIC X(2).
           05  PAY-T-STATUS  PIC X(20).
       01  PAY-HOLD-LINE.
           05  FILLER        PIC X(18)  VALUE "PAYROLL POSTED:   ".
           05  PAY-T-POSTED  PIC ZZZZ9.
           05  FILLER        PIC X(12)  VALUE "  CARRIED: ".
           05  PAY-T-CARRIED PIC ZZZZ9.
           05  FILLER        PIC X(12)  VALUE "  HELD:    ".
           05  PAY-T-HELD    PIC ZZZZ9.
      * ATM/debit card master: an ATM withdrawal must carry a card
      * on file for the account that is neither hot-carded, closed,
      * nor expired, and the card's withdrawals for the day must
      * stay within its daily limit.  The day's usage is built
      * from the feed in the table below and set (not added) back
      * onto the master, so a rerun of the night counts it once.
       77  UT-S-CARDMAST PIC X(50) VALUE 'C:\CS4230\CARDMAST.DAT'.
       77  UT-S-CARDEXC PIC X(50) VALUE 'C:\CS4230\CARDEXC.RPT'.
       77  WS-CARDMAST-STATUS PIC XX  VALUE SPACES.
       77  WS-CARDMAST-AVAIL PIC 9    VALUE 0.
       77  WS-CARD-REASON PIC X(30)   VALUE SPACES.
       77  WS-CARD-DATE PIC 9(8)      VALUE 0.
       77  WS-CARD-YYYYMM PIC 9(6)    VALUE 0.
       77  WS-CARD-DECL-CNT PIC 9(5)  VALUE 0.
       77  WS-CARD-DECL-AMT PIC 9(7)V99 VALUE 0.
       77  CU-MAX       PIC 9(4)      VALUE 1000.
       77  CU-CNT       PIC 9(4)      VALUE 0.
       77  CU-IDX       PIC 9(4)      VALUE 0.
       77  CU-SLOT      PIC 9(4)      VALUE 0.
       01  CARD-USE-TABLE.
           05  CU-ENTRY OCCURS 1000 TIMES.
               10  CU-CARD        PIC X(16).
               10  CU-DATE        PIC 9(8).
               10  CU-AMT         PIC 9(5)V99.
               10  CU-USE-CNT     PIC 9(3).
               10  CU-DECL-CNT    PIC 9(3).
               10  CU-DECL-AMT    PIC 9(5)V99.
       01  CXR-TITLE.
           05  FILLER        PIC X(33)
               VALUE "ATM CARD EXCEPTION LISTING   AS ".
           05  CXR-RUN-DATE  PIC 9(8).
       01  CXR-HEADING.
           05  FILLER        PIC X(16)  VALUE "CARD".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(5)   VALUE "ACCT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(4)   VALUE "TERM".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(8)   VALUE "DATE".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(9)   VALUE "   AMOUNT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(6)   VALUE "REASON".
       01  CXR-LINE.
           05  CXR-CARD      PIC X(16).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  CXR-ACCT      PIC X(5).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  CXR-TERM      PIC X(4).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  CXR-DATE      PIC 9(8).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  CXR-AMT       PIC $$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  CXR-REASON    PIC X(28).
       01  CXR-TOTAL-LINE.
           05  FILLER        PIC X(26)
               VALUE "ATM WITHDRAWALS DECLINED: ".
           05  CXR-T-CNT     PIC ZZZZ9.
           05  FILLER        PIC X(2).
           05  CXR-T-AMT     PIC $$,$$$,$$9.99.
       01  ATM-CTL-LINE.
           05  FILLER        PIC X(18)  VALUE "ATM FEED RECORDS: ".
           05  ATM-T-READ    PIC ZZZZ9.
               MOVE WS-ENV-BANKING TO UT-S-BANKING
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE-NUM TO WS-RUN-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-RUN-DATE
               END-READ.
           CLOSE PROCDATE-FILE.
           OPEN OUTPUT EDIT-REJECTS.
           SORT SORT-FILE
               ON ASCENDING KEY SORT-ANUM
                   UNTIL WS-PWIR-IDX > WS-PWIR-COUNT
               CLOSE BANKPWIR
           END-IF.
      * The payroll carry file is written back the same way: only
      * the entries still waiting for their check date, and only
      * on a clean run.
           IF WS-ATM-MISMATCH = 0
               OPEN OUTPUT PAYHOLD
               PERFORM 190-PAYHOLD-WRITE THRU E-190-PAYHOLD-WRITE
                   VARYING PAY-HOLD-IDX FROM 1 BY 1
                   UNTIL PAY-HOLD-IDX > PAY-HOLD-CNT
               CLOSE PAYHOLD
           END-IF.
           MOVE WS-READ-COUNT TO REJ-T-READ.
           MOVE WS-PASS-COUNT TO REJ-T-PASS.
           MOVE WS-REJECT-COUNT TO REJ-T-REJ.
           WRITE PWIR-REC.
       E-180-PWIR-WRITE.
       EXIT.
      * Writes one held payroll entry back to PAYHOLD.
       190-PAYHOLD-WRITE.
           MOVE PAY-HOLD-IMAGE(PAY-HOLD-IDX) TO PAYHOLD-RECORD.
           WRITE PAYHOLD-RECORD.
       E-190-PAYHOLD-WRITE.
       EXIT.

      * Reads the raw file and releases each record that passes
      * the edit to the sort.
           CLOSE BANKRAW.
           PERFORM 300-ATM-PASS THRU E-300-ATM-PASS.
           PERFORM 400-STORDEP-PASS THRU E-400-STORDEP-PASS.
           PERFORM 600-CHKPRES-PASS THRU E-600-CHKPRES-PASS.
           PERFORM 700-PAYDEP-PASS THRU E-700-PAYDEP-PASS.
       E-100-EDIT-PASS.
       EXIT.

           ELSE
           IF RAW-KODE NOT = "C" AND RAW-KODE NOT = "M"
               AND RAW-KODE NOT = "B" AND RAW-KODE NOT = "D"
               AND RAW-KODE NOT = "L"
               MOVE "KODE    " TO REJ-FIELD
               MOVE "INVALID ACCOUNT TYPE CODE" TO REJ-REASON
               MOVE "Y" TO WS-REJECT-SW
           ELSE
           IF RAW-TXN-CODE NOT = "W" AND RAW-TXN-CODE NOT = "A"
               AND RAW-TXN-CODE NOT = "T" AND RAW-TXN-CODE NOT = "R"
               AND RAW-TXN-CODE NOT = "L" AND RAW-TXN-CODE NOT = "V"
               AND RAW-TXN-CODE NOT = "X" AND RAW-TXN-CODE NOT = "E"
               AND RAW-TXN-CODE NOT = SPACE
               MOVE "TXN-CODE" TO REJ-FIELD
               MOVE "INVALID CHANNEL CODE" TO REJ-REASON
               MOVE "Y" TO WS-REJECT-SW
           ELSE
           IF RAW-TXN-CODE = "V"
               AND (RAW-MNT-CODE NOT = SPACE
                 OR RAW-WITHH NOT = ZEROES
                 OR RAW-DEP = ZEROES)
               MOVE "TXN-CODE" TO REJ-FIELD
               MOVE "MALFORMED RECOVERY RECORD" TO REJ-REASON
               MOVE "Y" TO WS-REJECT-SW
           ELSE
           IF (RAW-TXN-CODE = "X" OR RAW-TXN-CODE = "E")
               AND (RAW-MNT-CODE NOT = SPACE
                 OR (RAW-WITHH = ZEROES AND RAW-DEP = ZEROES)
                 OR (RAW-WITHH NOT = ZEROES AND RAW-DEP NOT = ZEROES))
               MOVE "TXN-CODE" TO REJ-FIELD
               IF RAW-TXN-CODE = "X"
                   MOVE "MALFORMED TRANSFER RECORD" TO REJ-REASON
               ELSE
                   MOVE "MALFORMED DISPUTE RECORD" TO REJ-REASON
               END-IF
               MOVE "Y" TO WS-REJECT-SW
           ELSE
           IF (RAW-KODE = "L" OR RAW-TXN-CODE = "L")
               AND (RAW-KODE NOT = "L" OR RAW-TXN-CODE NOT = "L"
                 OR RAW-MNT-CODE NOT = SPACE
                 OR RAW-WITHH NOT = ZEROES)
               MOVE "TXN-CODE" TO REJ-FIELD
               MOVE "MALFORMED LOAN PAYMENT RECORD" TO REJ-REASON
               MOVE "Y" TO WS-REJECT-SW
           ELSE
           IF RAW-MNT-CODE NOT = "O" AND RAW-MNT-CODE NOT = "C"
               AND RAW-MNT-CODE NOT = SPACE
               MOVE "MNT-CODE" TO REJ-FIELD
           IF WS-ENV-BANKATM NOT = SPACES
               MOVE WS-ENV-BANKATM TO UT-S-BANKATM
           END-IF.
           PERFORM 310-CARD-OPEN THRU E-310-CARD-OPEN.
           OPEN INPUT BANKATM.
           PERFORM 350-ATM-ONE THRU E-350-ATM-ONE
               UNTIL WS-ATM-EOF = 1.
           CLOSE BANKATM.
           PERFORM 320-CARD-CLOSE THRU E-320-CARD-CLOSE.
           IF WS-ATM-READ = 0 AND WS-ATM-TRAILER-SEEN = 0
               GO TO E-300-ATM-PASS.
           MOVE WS-ATM-READ TO ATM-T-READ.
           WRITE REJ-OUT.
       E-300-ATM-PASS.
       EXIT.
      * Opens the card master and starts the card-exception
      * listing.  With no card master on file the ATM feed posts
      * unchecked, and the listing says so.
       310-CARD-OPEN.
           MOVE 0 TO WS-CARDMAST-AVAIL.
           MOVE 0 TO CU-CNT.
           OPEN OUTPUT CARDEXC-RPT.
           MOVE WS-CURRENT-DATE-NUM TO CXR-RUN-DATE.
           MOVE CXR-TITLE TO CXR-OUT.
           WRITE CXR-OUT.
           OPEN I-O CARDMAST-FILE.
           IF WS-CARDMAST-STATUS = "00"
               MOVE 1 TO WS-CARDMAST-AVAIL
           ELSE
               MOVE "NO CARD MASTER ON FILE - CARDS NOT CHECKED"
                   TO CXR-OUT
               WRITE CXR-OUT AFTER ADVANCING 2 LINES.
           MOVE CXR-HEADING TO CXR-OUT.
           WRITE CXR-OUT AFTER ADVANCING 2 LINES.
       E-310-CARD-OPEN.
       EXIT.
      * Sets each card's usage for the day onto the master, prints
      * the declined total, and closes the card files.
       320-CARD-CLOSE.
           IF WS-CARDMAST-AVAIL = 1
               PERFORM 330-CARD-USAGE THRU E-330-CARD-USAGE
                   VARYING CU-IDX FROM 1 BY 1
                   UNTIL CU-IDX > CU-CNT.
           MOVE WS-CARD-DECL-CNT TO CXR-T-CNT.
           MOVE WS-CARD-DECL-AMT TO CXR-T-AMT.
           MOVE CXR-TOTAL-LINE TO CXR-OUT.
           WRITE CXR-OUT AFTER ADVANCING 2 LINES.
           CLOSE CARDMAST-FILE CARDEXC-RPT.
       E-320-CARD-CLOSE.
       EXIT.
      * A card seen on more than one date in the feed keeps its
      * latest day on the master.
       330-CARD-USAGE.
           MOVE CU-CARD(CU-IDX) TO CA-CARD-NO.
           READ CARDMAST-FILE
               INVALID KEY GO TO E-330-CARD-USAGE
           END-READ.
           IF CA-USE-DATE NUMERIC
               AND CA-USE-DATE > CU-DATE(CU-IDX)
               GO TO E-330-CARD-USAGE.
           MOVE CU-DATE(CU-IDX) TO CA-USE-DATE.
           MOVE CU-AMT(CU-IDX) TO CA-USE-AMT.
           MOVE CU-USE-CNT(CU-IDX) TO CA-USE-CNT.
           MOVE CU-DECL-CNT(CU-IDX) TO CA-DECL-CNT.
           MOVE CU-DECL-AMT(CU-IDX) TO CA-DECL-AMT.
           REWRITE CARDMAST-REC
               INVALID KEY CONTINUE
           END-REWRITE.
       E-330-CARD-USAGE.
       EXIT.
      * Translates one ATM switch record.  Details become BANKIN
      * records on the ATM channel; the trailer supplies the
      * expected detail count.
               MOVE REJ-LINE TO REJ-OUT
               WRITE REJ-OUT
               GO TO E-350-ATM-ONE.
           IF AT-IS-WITHDRAWAL AND WS-CARDMAST-AVAIL = 1
               PERFORM 360-CARD-CHECK THRU E-360-CARD-CHECK
               IF WS-CARD-REASON NOT = SPACES
                   PERFORM 370-CARD-DECLINE THRU E-370-CARD-DECLINE
                   GO TO E-350-ATM-ONE
               END-IF
           END-IF.
           MOVE SPACES TO ATM-BUILD-RECORD.
           MOVE AT-ACCT TO AB-ANUM.
           MOVE "M" TO AB-TXN-CODE.
           RELEASE SORT-RECORD FROM ATM-BUILD-RECORD.
       E-350-ATM-ONE.
       EXIT.
      * Checks the card behind one ATM withdrawal against the card
      * master and the card's withdrawals so far that day.  The
      * reason is left blank when the withdrawal may post.
       360-CARD-CHECK.
           MOVE SPACES TO WS-CARD-REASON.
           IF AT-DATE NUMERIC AND AT-DATE NOT = 0
               MOVE AT-DATE TO WS-CARD-DATE
           ELSE
               MOVE WS-CURRENT-DATE-NUM TO WS-CARD-DATE.
           MOVE WS-CARD-DATE(1:6) TO WS-CARD-YYYYMM.
           IF AT-CARD = SPACES OR AT-CARD NOT NUMERIC
               MOVE "NO CARD NUMBER ON ITEM" TO WS-CARD-REASON
               GO TO E-360-CARD-CHECK.
           MOVE AT-CARD TO CA-CARD-NO.
           READ CARDMAST-FILE
               INVALID KEY
                   MOVE "CARD NOT ON FILE" TO WS-CARD-REASON
                   GO TO E-360-CARD-CHECK
           END-READ.
           IF CA-ACCT NOT = AT-ACCT
               MOVE "CARD NOT ON THIS ACCOUNT" TO WS-CARD-REASON
               GO TO E-360-CARD-CHECK.
           PERFORM 365-FIND-USE THRU E-365-FIND-USE.
           IF CA-IS-HOT
               MOVE "HOT CARD - LOST OR STOLEN" TO WS-CARD-REASON
           ELSE
           IF NOT CA-IS-ACTIVE
               MOVE "CARD CLOSED" TO WS-CARD-REASON
           ELSE
           IF CA-EXP-DATE < WS-CARD-YYYYMM
               MOVE "CARD EXPIRED" TO WS-CARD-REASON
           ELSE
           IF CU-SLOT > 0
               IF CU-AMT(CU-SLOT) + AT-AMOUNT > CA-DAILY-LIMIT
                   MOVE "OVER CARD DAILY LIMIT" TO WS-CARD-REASON
               END-IF
           ELSE
           IF AT-AMOUNT > CA-DAILY-LIMIT
               MOVE "OVER CARD DAILY LIMIT" TO WS-CARD-REASON.
           IF CU-SLOT = 0
               GO TO E-360-CARD-CHECK.
           IF WS-CARD-REASON = SPACES
               ADD AT-AMOUNT TO CU-AMT(CU-SLOT)
               ADD 1 TO CU-USE-CNT(CU-SLOT)
           ELSE
               ADD AT-AMOUNT TO CU-DECL-AMT(CU-SLOT)
               ADD 1 TO CU-DECL-CNT(CU-SLOT).
       E-360-CARD-CHECK.
       EXIT.
      * Finds (or starts) the card's usage entry for the day.  A
      * full table leaves the slot at zero and the item is held
      * to the limit on its own.
       365-FIND-USE.
           MOVE 0 TO CU-SLOT.
           PERFORM 366-MATCH-USE THRU E-366-MATCH-USE
               VARYING CU-IDX FROM 1 BY 1
               UNTIL CU-IDX > CU-CNT OR CU-SLOT > 0.
           IF CU-SLOT > 0 OR CU-CNT NOT < CU-MAX
               GO TO E-365-FIND-USE.
           ADD 1 TO CU-CNT.
           MOVE CU-CNT TO CU-SLOT.
           MOVE AT-CARD TO CU-CARD(CU-SLOT).
           MOVE WS-CARD-DATE TO CU-DATE(CU-SLOT).
           MOVE 0 TO CU-AMT(CU-SLOT).
           MOVE 0 TO CU-USE-CNT(CU-SLOT).
           MOVE 0 TO CU-DECL-CNT(CU-SLOT).
           MOVE 0 TO CU-DECL-AMT(CU-SLOT).
       E-365-FIND-USE.
       EXIT.
       366-MATCH-USE.
           IF CU-CARD(CU-IDX) = AT-CARD
               AND CU-DATE(CU-IDX) = WS-CARD-DATE
               MOVE CU-IDX TO CU-SLOT.
       E-366-MATCH-USE.
       EXIT.
      * Declines one ATM withdrawal: it is counted with the rejects,
      * listed on the reject listing, and detailed on the card-
      * exception listing with the card number masked.
       370-CARD-DECLINE.
           ADD 1 TO WS-REJECT-COUNT.
           ADD 1 TO WS-CARD-DECL-CNT.
           ADD AT-AMOUNT TO WS-CARD-DECL-AMT.
           MOVE AT-ACCT TO REJ-ANUM.
           MOVE "ATM FEED RECORD" TO REJ-NAME.
           MOVE "CARD    " TO REJ-FIELD.
           MOVE WS-CARD-REASON TO REJ-REASON.
           MOVE REJ-LINE TO REJ-OUT.
           WRITE REJ-OUT.
           MOVE SPACES TO CXR-LINE.
           MOVE "************" TO CXR-CARD.
           MOVE AT-CARD(13:4) TO CXR-CARD(13:4).
           MOVE AT-ACCT TO CXR-ACCT.
           MOVE AT-TERMINAL TO CXR-TERM.
           MOVE WS-CARD-DATE TO CXR-DATE.
           MOVE AT-AMOUNT TO CXR-AMT.
           MOVE WS-CARD-REASON TO CXR-REASON.
           MOVE CXR-LINE TO CXR-OUT.
           WRITE CXR-OUT AFTER ADVANCING 1 LINES.
       E-370-CARD-DECLINE.
       EXIT.
      * Reads the bookstore's nightly cash-deposit feed, written
      * by the sales posting with the store's bank account already
      * mapped on.  Details translate to BANKIN deposits on the
           RELEASE SORT-RECORD FROM ATM-BUILD-RECORD.
       E-450-STORDEP-ONE.
       EXIT.
      * Reads the inbound check-clearing feed and translates each
      * presented check into a BANKIN withdrawal on the check
      * channel, carrying the check number, the presenting bank's
      * routing number, and its item trace number through the sort
      * to BANK.  The trailer count is reconciled the way the ATM
      * feed's is, so a short cash letter stops the night.
       600-CHKPRES-PASS.
           ACCEPT WS-ENV-CHKPRES FROM ENVIRONMENT "CHKPRES".
           IF WS-ENV-CHKPRES NOT = SPACES
               MOVE WS-ENV-CHKPRES TO UT-S-CHKPRES
           END-IF.
           OPEN INPUT CHKPRES.
           PERFORM 650-CHKPRES-ONE THRU E-650-CHKPRES-ONE
               UNTIL WS-CHK-EOF = 1.
           CLOSE CHKPRES.
           IF WS-CHK-READ = 0 AND WS-CHK-TRAILER-SEEN = 0
               GO TO E-600-CHKPRES-PASS.
           MOVE WS-CHK-READ TO CHK-T-READ.
           MOVE WS-CHK-EXPECTED TO CHK-T-EXPECTED.
           IF WS-CHK-TRAILER-SEEN = 0
               MOVE "*** NO TRAILER ***" TO CHK-T-STATUS
               MOVE 1 TO WS-ATM-MISMATCH
           ELSE
           IF WS-CHK-READ = WS-CHK-EXPECTED
               MOVE "COUNTS MATCH" TO CHK-T-STATUS
           ELSE
               MOVE "*** MISMATCH ***" TO CHK-T-STATUS
               MOVE 1 TO WS-ATM-MISMATCH.
           MOVE CHK-CTL-LINE TO REJ-OUT.
           WRITE REJ-OUT.
       E-600-CHKPRES-PASS.
       EXIT.
      * Translates one presented check.  A check with no usable
      * account, check number, or amount, or with no presenting
      * bank to send it back to, is listed for operations to
      * return by hand.
       650-CHKPRES-ONE.
           READ CHKPRES
               AT END
                   MOVE 1 TO WS-CHK-EOF
                   GO TO E-650-CHKPRES-ONE
           END-READ.
           IF CP-IS-TRAILER
               MOVE 1 TO WS-CHK-TRAILER-SEEN
               MOVE CP-TRAILER-COUNT TO WS-CHK-EXPECTED
               GO TO E-650-CHKPRES-ONE.
           IF NOT CP-IS-DETAIL
               GO TO E-650-CHKPRES-ONE.
           ADD 1 TO WS-CHK-READ.
           ADD 1 TO WS-READ-COUNT.
           MOVE "N" TO WS-REJECT-SW.
           IF CP-ACCT = SPACES OR CP-ACCT NOT NUMERIC
               OR CP-AMOUNT NOT NUMERIC OR CP-AMOUNT = ZEROES
               MOVE "BAD ACCOUNT OR AMOUNT" TO REJ-REASON
               MOVE "Y" TO WS-REJECT-SW
           ELSE
           IF CP-CHECK-NO NOT NUMERIC OR CP-CHECK-NO = "000000"
               MOVE "BAD CHECK NUMBER" TO REJ-REASON
               MOVE "Y" TO WS-REJECT-SW
           ELSE
           IF CP-PRES-BANK = SPACES
               MOVE "NO PRESENTING BANK" TO REJ-REASON
               MOVE "Y" TO WS-REJECT-SW.
           IF WS-REJECT-SW = "Y"
               ADD 1 TO WS-REJECT-COUNT
               MOVE CP-ACCT TO REJ-ANUM
               MOVE "CHECK CLEARING FEED" TO REJ-NAME
               MOVE "CHKPRES " TO REJ-FIELD
               MOVE REJ-LINE TO REJ-OUT
               WRITE REJ-OUT
               GO TO E-650-CHKPRES-ONE.
           MOVE SPACES TO ATM-BUILD-RECORD.
           MOVE CP-ACCT TO AB-ANUM.
           MOVE "K" TO AB-TXN-CODE.
           MOVE ZEROES TO AB-DEP.
           MOVE CP-AMOUNT TO AB-WITHH.
           MOVE CP-CHECK-NO TO AB-CHECK-NO.
           MOVE CP-PRES-BANK TO AB-PRES-BANK.
           MOVE CP-PRES-TRACE TO AB-PRES-TRACE.
           RELEASE SORT-RECORD FROM ATM-BUILD-RECORD.
       E-650-CHKPRES-ONE.
       EXIT.
      * Reads the payroll entries carried from earlier nights, then
      * ACHGEN's feed.  Entries whose check date has come translate
      * to BANKIN records on the ACH channel -- a deposit to the
      * employee's account, or the withdrawal from the company's
      * operating account -- and merge through the sort; entries
      * dated later are held for the carry file.  The feed's
      * trailer count is reconciled the way the ATM feed's is, so a
      * short payroll file stops the night instead of posting part
      * of a payroll.
       700-PAYDEP-PASS.
           OPEN INPUT PAYHOLD.
           PERFORM 710-PAYHOLD-ONE THRU E-710-PAYHOLD-ONE
               UNTIL WS-PAY-EOF = 1.
           CLOSE PAYHOLD.
           MOVE 0 TO WS-PAY-EOF.
           OPEN INPUT PAYDEP.
           PERFORM 750-PAYDEP-ONE THRU E-750-PAYDEP-ONE
               UNTIL WS-PAY-EOF = 1.
           CLOSE PAYDEP.
           IF WS-PAY-READ = 0 AND WS-PAY-TRAILER-SEEN = 0
               AND WS-PAY-CARRIED = 0
               GO TO E-700-PAYDEP-PASS.
           MOVE WS-PAY-READ TO PAY-T-READ.
           MOVE WS-PAY-EXPECTED TO PAY-T-EXPECTED.
           IF WS-PAY-READ = 0 AND WS-PAY-TRAILER-SEEN = 0
               MOVE "NO FEED TONIGHT" TO PAY-T-STATUS
           ELSE
           IF WS-PAY-TRAILER-SEEN = 0
               MOVE "*** NO TRAILER ***" TO PAY-T-STATUS
               MOVE 1 TO WS-ATM-MISMATCH
           ELSE
           IF WS-PAY-READ = WS-PAY-EXPECTED
               MOVE "COUNTS MATCH" TO PAY-T-STATUS
           ELSE
               MOVE "*** MISMATCH ***" TO PAY-T-STATUS
               MOVE 1 TO WS-ATM-MISMATCH.
           MOVE PAY-CTL-LINE TO REJ-OUT.
           WRITE REJ-OUT.
           MOVE WS-PAY-POSTED TO PAY-T-POSTED.
           MOVE WS-PAY-CARRIED TO PAY-T-CARRIED.
           MOVE PAY-HOLD-CNT TO PAY-T-HELD.
           MOVE PAY-HOLD-LINE TO REJ-OUT.
           WRITE REJ-OUT.
       E-700-PAYDEP-PASS.
       EXIT.
      * Brings back one entry carried from an earlier night.
       710-PAYHOLD-ONE.
           READ PAYHOLD
               AT END
                   MOVE 1 TO WS-PAY-EOF
                   GO TO E-710-PAYHOLD-ONE
           END-READ.
           ADD 1 TO WS-PAY-CARRIED.
           MOVE PAYHOLD-RECORD TO PAY-ENTRY.
           PERFORM 770-PAY-ENTRY THRU E-770-PAY-ENTRY.
       E-710-PAYHOLD-ONE.
       EXIT.
      * Reads one record of tonight's feed.
       750-PAYDEP-ONE.
           READ PAYDEP
               AT END
                   MOVE 1 TO WS-PAY-EOF
                   GO TO E-750-PAYDEP-ONE
           END-READ.
           IF PY-IS-TRAILER
               MOVE 1 TO WS-PAY-TRAILER-SEEN
               MOVE PY-TRAILER-COUNT TO WS-PAY-EXPECTED
               GO TO E-750-PAYDEP-ONE.
           IF NOT PY-IS-DETAIL
               GO TO E-750-PAYDEP-ONE.
           ADD 1 TO WS-PAY-READ.
           MOVE PAYDEP-RECORD TO PAY-ENTRY.
           PERFORM 770-PAY-ENTRY THRU E-770-PAY-ENTRY.
       E-750-PAYDEP-ONE.
       EXIT.
      * Edits one payroll entry and posts or holds it.
       770-PAY-ENTRY.
           IF PE-ACCT = SPACES OR PE-ACCT NOT NUMERIC
               OR PE-AMOUNT NOT NUMERIC OR PE-AMOUNT = 0
               OR PE-CHECK-DATE NOT NUMERIC
               OR (NOT PE-IS-DEPOSIT AND NOT PE-IS-WITHDRAWAL)
               ADD 1 TO WS-READ-COUNT
               ADD 1 TO WS-REJECT-COUNT
               MOVE PE-ACCT TO REJ-ANUM
               MOVE "PAYROLL FEED" TO REJ-NAME
               MOVE "PAYDEP  " TO REJ-FIELD
               MOVE "BAD ACCOUNT, AMOUNT, OR DATE" TO REJ-REASON
               MOVE REJ-LINE TO REJ-OUT
               WRITE REJ-OUT
               GO TO E-770-PAY-ENTRY.
           IF PE-CHECK-DATE > WS-RUN-DATE
               PERFORM 780-PAY-HOLD THRU E-780-PAY-HOLD
               GO TO E-770-PAY-ENTRY.
           ADD 1 TO WS-READ-COUNT.
           ADD 1 TO WS-PAY-POSTED.
           MOVE SPACES TO ATM-BUILD-RECORD.
           MOVE PE-ACCT TO AB-ANUM.
           MOVE "A" TO AB-TXN-CODE.
           IF PE-IS-DEPOSIT
               MOVE "PAYROLL DEPOSIT" TO AB-CUSNAME
               MOVE PE-AMOUNT TO AB-DEP
               MOVE ZEROES TO AB-WITHH
           ELSE
               MOVE "PAYROLL FUNDING" TO AB-CUSNAME
               MOVE ZEROES TO AB-DEP
               MOVE PE-AMOUNT TO AB-WITHH.
           RELEASE SORT-RECORD FROM ATM-BUILD-RECORD.
       E-770-PAY-ENTRY.
       EXIT.
      * Holds one later-dated payroll entry for the carry file.  A
      * full hold table stops the night rather than drop an entry.
       780-PAY-HOLD.
           IF PAY-HOLD-CNT NOT < PAY-HOLD-MAX
               MOVE PE-ACCT TO REJ-ANUM
               MOVE "PAYROLL FEED" TO REJ-NAME
               MOVE "PAYDEP  " TO REJ-FIELD
               MOVE "*** HOLD TABLE FULL ***" TO REJ-REASON
               MOVE REJ-LINE TO REJ-OUT
               WRITE REJ-OUT
               MOVE 1 TO WS-ATM-MISMATCH
               GO TO E-780-PAY-HOLD.
           ADD 1 TO PAY-HOLD-CNT.
           MOVE PAY-ENTRY TO PAY-HOLD-IMAGE(PAY-HOLD-CNT).
       E-780-PAY-HOLD.
       EXIT.
      * Writes the sorted records out as the clean BANKIN file.
       500-WRITE-CLEAN.
           OPEN OUTPUT BANKIN.

      ***********************************************************
      * STANDING-ORDER TRANSFER GENERATOR
      * KODY BRAND
      * This program runs ahead of the bank edit in the nightly job
      * and works the STANDORD standing orders set up in STANDMNT.
      * Every active order whose next run date has come is checked
      * against its from account: the account must be on the
      * master, carry no hold in force, and have the available
      * funds to cover the transfer after any other transfer it
      * made tonight.  A transfer it can cover is written to the
      * BANKRAW feed on the transfer channel (code X) as a
      * withdrawal from the from account paired with a deposit to
      * the to account, so it edits, posts, and proves with the
      * rest of tonight's work.  One it cannot cover is skipped
      * and listed instead of being sent through to draw the NSF
      * fee.  Either way the order moves to its next scheduled
      * date, carried to the next business day on the BUSCAL
      * calendar, and an order past its last date is marked ended.
      * Every transfer, skip, and ending is listed on the report.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDGEN.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT STANDGEN-RPT ASSIGN TO UT-S-STANDRPT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BANKRAW ASSIGN TO DYNAMIC UT-S-BANKRAW
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL STANDORD-FILE ASSIGN TO UT-S-STANDORD
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SO-KEY
                FILE STATUS IS WS-STANDORD-STATUS.
            SELECT BEGBAL-FILE ASSIGN TO UT-S-BEGBAL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS BB-ACCT
                FILE STATUS IS WS-BEGBAL-STATUS.
            SELECT OPTIONAL BANKCUST ASSIGN TO UT-S-BANKCUST
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CM-ACCT
                FILE STATUS IS WS-BANKCUST-STATUS.
            SELECT OPTIONAL BANKHOLD-FILE ASSIGN TO UT-S-BANKHOLD
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS HD-ACCT
                FILE STATUS IS WS-BANKHOLD-STATUS.
            SELECT OPTIONAL BUSCAL-FILE ASSIGN TO UT-S-BUSCAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSCAL-STATUS.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STANDGEN-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(132).
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
       FD  STANDORD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 114 CHARACTERS.
       COPY "STANDORD.CPY".
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
       FD  BANKHOLD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 30 CHARACTERS.
       01  BANKHOLD-REC.
           05  HD-ACCT      PIC X(5).
           05  HD-TYPE      PIC X(2).
           05  HD-AMOUNT    PIC 9(5)V99.
           05  HD-EFF-DATE  PIC 9(8).
           05  HD-EXP-DATE  PIC 9(8).
       FD  BUSCAL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BUSCAL-REC.
           05  CAL-DATE            PIC 9(8).
           05  CAL-BUSINESS-DAY    PIC X.
               88  CAL-IS-BUSINESS-DAY     VALUE "Y".
           05  CAL-MONTH-END       PIC X.
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE       PIC 9(8).
           05  PD-MONTH-END      PIC X.
               88  PD-IS-MONTH-END    VALUE "Y".
       WORKING-STORAGE SECTION.
       77  UT-S-STANDORD PIC X(50) VALUE 'C:\CS4230\STANDORD.DAT'.
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  UT-S-BANKCUST PIC X(50) VALUE 'C:\CS4230\BANKCUST.DAT'.
       77  UT-S-BANKHOLD PIC X(50) VALUE 'C:\CS4230\BANKHOLD.DAT'.
       77  UT-S-BANKRAW PIC X(50) VALUE 'C:\CS4230\BANKRAW.DAT'.
       77  UT-S-STANDRPT PIC X(50) VALUE 'C:\CS4230\STANDGEN.RPT'.
       77  UT-S-BUSCAL  PIC X(50) VALUE 'C:\COBOL\BUSCAL.DAT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  WS-ENV-BANKRAW PIC X(50).
       77  WS-STANDORD-STATUS PIC XX  VALUE SPACES.
       77  WS-BEGBAL-STATUS PIC XX    VALUE SPACES.
       77  WS-BANKCUST-STATUS PIC XX  VALUE SPACES.
       77  WS-BANKHOLD-STATUS PIC XX  VALUE SPACES.
       77  WS-BUSCAL-STATUS PIC XX    VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX  VALUE SPACES.
       77  WS-SO-EOF    PIC 9         VALUE 0.
       77  WS-CAL-EOF   PIC 9         VALUE 0.
       77  WS-SKIP-REASON PIC X(30)   VALUE SPACES.
       77  WS-FROM-KODE PIC X         VALUE SPACE.
       77  WS-FROM-BRANCH PIC X(3)    VALUE SPACES.
       77  WS-FROM-NAME PIC X(25)     VALUE SPACES.
       77  WS-TO-KODE   PIC X         VALUE SPACE.
       77  WS-TO-BRANCH PIC X(3)      VALUE SPACES.
       77  WS-TO-NAME   PIC X(25)     VALUE SPACES.
       77  WS-FUNDS     PIC S9(7)V99  VALUE 0.
      * Orders are keyed by from account, so all of one account's
      * orders come together; tonight's transfers already made
      * from the account are held here against its balance.
       77  WS-PREV-FROM PIC X(5)      VALUE SPACES.
       77  WS-COMMITTED PIC 9(7)V99   VALUE 0.
       77  WS-SCHED-INT PIC S9(9)     VALUE 0.
       77  WS-DUE-CNT   PIC 9(5)      VALUE 0.
       77  WS-POSTED-CNT PIC 9(5)     VALUE 0.
       77  WS-POSTED-AMT PIC 9(9)V99  VALUE 0.
       77  WS-SKIP-CNT  PIC 9(5)      VALUE 0.
       77  WS-SKIP-AMT  PIC 9(9)V99   VALUE 0.
       77  WS-ENDED-CNT PIC 9(5)      VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
      * Business days on the calendar from today on, loaded once.
       01  CAL-TABLE.
           05  CAL-ENTRY    PIC 9(8)   OCCURS 400 TIMES.
       77  CAL-MAX      PIC 9(3)      VALUE 400.
       77  CAL-CNT      PIC 9(3)      VALUE 0.
       77  CAL-IDX      PIC 9(3)      VALUE 0.
       01  WS-SD-DATE-G.
           05  WS-SD-YYYY   PIC 9(4)    VALUE 0.
           05  WS-SD-MM     PIC 9(2)    VALUE 0.
           05  WS-SD-DD     PIC 9(2)    VALUE 0.
       01  WS-SD-DATE REDEFINES WS-SD-DATE-G PIC 9(8).
       77  WS-SD-MONTHS PIC 9(3)        VALUE 0.
       77  WS-SD-DAY    PIC 9(2)        VALUE 0.
       77  WS-SD-LOW    PIC 9(2)        VALUE 0.
       77  WS-SD-HIGH   PIC 9(2)        VALUE 0.
       77  WS-SD-MM-TOTAL PIC 9(4)      VALUE 0.
       77  WS-SD-YRS    PIC 9(3)        VALUE 0.
       77  WS-SD-MM-REM PIC 9(2)        VALUE 0.
       77  WS-SD-LAST-DAY PIC 9(2)      VALUE 0.
       77  WS-SD-QUOT   PIC 9(4)        VALUE 0.
       77  WS-SD-REM-4  PIC 9(3)        VALUE 0.
       77  WS-SD-REM-100 PIC 9(3)       VALUE 0.
       77  WS-SD-REM-400 PIC 9(3)       VALUE 0.
       01  SD-MONTH-DAYS-G.
           05  FILLER       PIC X(24)
               VALUE "312831303130313130313031".
       01  SD-MONTH-DAYS-T REDEFINES SD-MONTH-DAYS-G.
           05  SD-MONTH-DAYS PIC 9(2) OCCURS 12 TIMES.
       01  RPT-TITLE.
           05  FILLER        PIC X(34)
               VALUE "STANDING-ORDER TRANSFER GENERATION".
           05  FILLER        PIC X(6)   VALUE "  AS ".
           05  RPT-RUN-DATE  PIC 9(8).
       01  RPT-HEADING.
           05  FILLER        PIC X(4)   VALUE "FROM".
           05  FILLER        PIC X(4).
           05  FILLER        PIC X(3)   VALUE "SEQ".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(2)   VALUE "TO".
           05  FILLER        PIC X(11).
           05  FILLER        PIC X(6)   VALUE "AMOUNT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(8)   VALUE "NEXT RUN".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(6)   VALUE "ACTION".
       01  RPT-LINE.
           05  RPT-FROM      PIC X(5).
           05  FILLER        PIC X(3)   VALUE SPACES.
           05  RPT-SEQ       PIC 99.
           05  FILLER        PIC X(3)   VALUE SPACES.
           05  RPT-TO        PIC X(5).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-AMT       PIC $$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-NEXT      PIC 9(8).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-ACTION    PIC X(12).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-FLAG      PIC X(30).
       01  RPT-TOTALS-1.
           05  FILLER        PIC X(5)   VALUE "DUE:".
           05  TOT-DUE-CNT   PIC ZZZZ9.
           05  FILLER        PIC X(13)  VALUE "   POSTED:".
           05  TOT-POSTED-CNT PIC ZZZZ9.
           05  TOT-POSTED-AMT PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(13)  VALUE "   SKIPPED:".
           05  TOT-SKIP-CNT  PIC ZZZZ9.
           05  TOT-SKIP-AMT  PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(10)  VALUE "   ENDED:".
           05  TOT-ENDED-CNT PIC ZZZZ9.
       PROCEDURE DIVISION.
      * Loads the date and calendar, opens the files, and drives
      * one pass through the standing orders.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-LOAD-PROC-DATE THRU E-020-LOAD-PROC-DATE.
           PERFORM 030-LOAD-CALENDAR THRU E-030-LOAD-CALENDAR.
           ACCEPT WS-ENV-BANKRAW FROM ENVIRONMENT "BANKRAW".
           IF WS-ENV-BANKRAW NOT = SPACES
               MOVE WS-ENV-BANKRAW TO UT-S-BANKRAW
           END-IF.
           OPEN I-O STANDORD-FILE.
           OPEN INPUT BEGBAL-FILE.
           OPEN INPUT BANKCUST.
           OPEN INPUT BANKHOLD-FILE.
           OPEN EXTEND BANKRAW.
           OPEN OUTPUT STANDGEN-RPT.
           MOVE WS-CURRENT-DATE-NUM TO RPT-RUN-DATE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           PERFORM 100-READ-ORDER THRU E-100-READ-ORDER
               UNTIL WS-SO-EOF = 1.
           PERFORM 800-CLOSEUP.
      * Reads the official processing date set by DATEADV at the
      * head of the nightly job, so transfers fall due on the same
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
      * Loads the business days on the BUSCAL calendar from today
      * on.  With no calendar on file an order simply runs on its
      * scheduled date.
       030-LOAD-CALENDAR.
           MOVE 0 TO CAL-CNT.
           OPEN INPUT BUSCAL-FILE.
           IF WS-BUSCAL-STATUS NOT = "00"
               CLOSE BUSCAL-FILE
               GO TO E-030-LOAD-CALENDAR.
           MOVE 0 TO WS-CAL-EOF.
           PERFORM 035-LOAD-CAL-DAY THRU E-035-LOAD-CAL-DAY
               UNTIL WS-CAL-EOF = 1.
           CLOSE BUSCAL-FILE.
       E-030-LOAD-CALENDAR.
       EXIT.
       035-LOAD-CAL-DAY.
           READ BUSCAL-FILE
               AT END
                   MOVE 1 TO WS-CAL-EOF
                   GO TO E-035-LOAD-CAL-DAY
           END-READ.
           IF CAL-DATE < WS-CURRENT-DATE-NUM
               OR NOT CAL-IS-BUSINESS-DAY
               GO TO E-035-LOAD-CAL-DAY.
           IF CAL-CNT NOT < CAL-MAX
               MOVE 1 TO WS-CAL-EOF
               GO TO E-035-LOAD-CAL-DAY.
           ADD 1 TO CAL-CNT.
           MOVE CAL-DATE TO CAL-ENTRY(CAL-CNT).
       E-035-LOAD-CAL-DAY.
       EXIT.
      * Reads the next standing order and works it when it is
      * active and its run date has come.
       100-READ-ORDER.
           READ STANDORD-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-SO-EOF
                   GO TO E-100-READ-ORDER
           END-READ.
           IF NOT SO-IS-ACTIVE
               GO TO E-100-READ-ORDER.
           IF SO-NEXT-RUN > WS-CURRENT-DATE-NUM
               GO TO E-100-READ-ORDER.
           IF SO-FROM-ACCT NOT = WS-PREV-FROM
               MOVE SO-FROM-ACCT TO WS-PREV-FROM
               MOVE 0 TO WS-COMMITTED.
           ADD 1 TO WS-DUE-CNT.
           MOVE SPACES TO RPT-LINE.
           MOVE SO-FROM-ACCT TO RPT-FROM.
           MOVE SO-SEQ TO RPT-SEQ.
           MOVE SO-TO-ACCT TO RPT-TO.
           MOVE SO-AMOUNT TO RPT-AMT.
           PERFORM 200-CHECK-ORDER THRU E-200-CHECK-ORDER.
           IF WS-SKIP-REASON = SPACES
               PERFORM 300-POST-TRANSFER THRU E-300-POST-TRANSFER
           ELSE
               MOVE "SKIPPED" TO RPT-ACTION
               MOVE WS-SKIP-REASON TO RPT-FLAG
               MOVE "S" TO SO-LAST-RESULT
               ADD 1 TO SO-SKIP-CNT
               ADD 1 TO WS-SKIP-CNT
               ADD SO-AMOUNT TO WS-SKIP-AMT
           END-IF.
           MOVE WS-CURRENT-DATE-NUM TO SO-LAST-RUN.
           PERFORM 400-ADVANCE THRU E-400-ADVANCE.
           MOVE SO-NEXT-RUN TO RPT-NEXT.
           PERFORM 700-WRITE-LINE THRU E-700-WRITE-LINE.
           IF SO-END-DATE NOT = 0 AND SO-NEXT-SCHED > SO-END-DATE
               MOVE "E" TO SO-STATUS
               ADD 1 TO WS-ENDED-CNT
               MOVE SPACES TO RPT-LINE
               MOVE SO-FROM-ACCT TO RPT-FROM
               MOVE SO-SEQ TO RPT-SEQ
               MOVE SO-TO-ACCT TO RPT-TO
               MOVE "ENDED" TO RPT-ACTION
               MOVE "PAST LAST TRANSFER DATE" TO RPT-FLAG
               PERFORM 700-WRITE-LINE THRU E-700-WRITE-LINE
           END-IF.
           REWRITE STANDORD-REC.
       E-100-READ-ORDER.
       EXIT.
      * Decides whether the transfer can go tonight.  Both accounts
      * must be on the master, the from account must not be a CD
      * or under a hold in force, and it must have the available
      * funds -- less any overdraft and tonight's other transfers
      * from it -- to cover the amount.
       200-CHECK-ORDER.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE SO-TO-ACCT TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   MOVE "TO ACCOUNT NOT ON MASTER" TO WS-SKIP-REASON
                   GO TO E-200-CHECK-ORDER
           END-READ.
           MOVE BB-KODE TO WS-TO-KODE.
           MOVE BB-BRANCH TO WS-TO-BRANCH.
           MOVE SO-FROM-ACCT TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   MOVE "FROM ACCOUNT NOT ON MASTER" TO WS-SKIP-REASON
                   GO TO E-200-CHECK-ORDER
           END-READ.
           MOVE BB-KODE TO WS-FROM-KODE.
           MOVE BB-BRANCH TO WS-FROM-BRANCH.
           IF BB-KODE = "D"
               MOVE "FROM ACCOUNT IS A CD" TO WS-SKIP-REASON
               GO TO E-200-CHECK-ORDER.
           MOVE SO-FROM-ACCT TO HD-ACCT.
           READ BANKHOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-CURRENT-DATE-NUM NOT < HD-EFF-DATE
                       AND WS-CURRENT-DATE-NUM NOT > HD-EXP-DATE
                       MOVE "HOLD ON FROM ACCOUNT" TO WS-SKIP-REASON
                   END-IF
           END-READ.
           IF WS-SKIP-REASON NOT = SPACES
               GO TO E-200-CHECK-ORDER.
           COMPUTE WS-FUNDS = BB-AVAIL-BAL - BB-OD-AMT - WS-COMMITTED.
           IF WS-FUNDS < SO-AMOUNT
               MOVE "INSUFFICIENT AVAILABLE FUNDS" TO WS-SKIP-REASON.
       E-200-CHECK-ORDER.
       EXIT.
      * Writes the transfer to the BANKRAW feed as a withdrawal
      * from the from account paired with a deposit to the to
      * account, each under its own account type and branch.
       300-POST-TRANSFER.
           MOVE SPACES TO WS-FROM-NAME.
           MOVE SPACES TO WS-TO-NAME.
           MOVE SO-FROM-ACCT TO CM-ACCT.
           READ BANKCUST
               NOT INVALID KEY MOVE CM-NAME TO WS-FROM-NAME
           END-READ.
           MOVE SO-TO-ACCT TO CM-ACCT.
           READ BANKCUST
               NOT INVALID KEY MOVE CM-NAME TO WS-TO-NAME
           END-READ.
           MOVE SPACES TO RAW-RECORD.
           MOVE WS-FROM-KODE TO RAW-KODE.
           MOVE WS-FROM-NAME TO RAW-CUSNAME.
           MOVE SO-FROM-ACCT TO RAW-ANUM.
           MOVE "X" TO RAW-TXN-CODE.
           MOVE WS-FROM-BRANCH TO RAW-BRANCH.
           MOVE 0 TO RAW-DEP.
           MOVE SO-AMOUNT TO RAW-WITHH.
           WRITE RAW-RECORD.
           MOVE SPACES TO RAW-RECORD.
           MOVE WS-TO-KODE TO RAW-KODE.
           MOVE WS-TO-NAME TO RAW-CUSNAME.
           MOVE SO-TO-ACCT TO RAW-ANUM.
           MOVE "X" TO RAW-TXN-CODE.
           MOVE WS-TO-BRANCH TO RAW-BRANCH.
           MOVE SO-AMOUNT TO RAW-DEP.
           MOVE 0 TO RAW-WITHH.
           WRITE RAW-RECORD.
           ADD SO-AMOUNT TO WS-COMMITTED.
           MOVE "P" TO SO-LAST-RESULT.
           ADD 1 TO SO-RUN-CNT.
           ADD 1 TO WS-POSTED-CNT.
           ADD SO-AMOUNT TO WS-POSTED-AMT.
           MOVE "TRANSFERRED" TO RPT-ACTION.
       E-300-POST-TRANSFER.
       EXIT.
      * Moves the order to its next scheduled date after today,
      * then to the first business day on or after it.  An order
      * that ran late (the job was down) is not run twice; the
      * missed dates are stepped over.
       400-ADVANCE.
           PERFORM 410-STEP-SCHED THRU E-410-STEP-SCHED
               UNTIL SO-NEXT-SCHED > WS-CURRENT-DATE-NUM.
           MOVE SO-NEXT-SCHED TO SO-NEXT-RUN.
           PERFORM 450-FIND-BUS-DAY THRU E-450-FIND-BUS-DAY
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-CNT.
       E-400-ADVANCE.
       EXIT.
      * Steps the scheduled date once by the order's frequency.
      * Month-based orders keep to the day they were set up on,
      * falling back to the month's last day when it is short.
       410-STEP-SCHED.
           IF SO-IS-WEEKLY OR SO-IS-BIWEEKLY
               COMPUTE WS-SCHED-INT =
                   FUNCTION INTEGER-OF-DATE(SO-NEXT-SCHED)
               IF SO-IS-WEEKLY
                   ADD 7 TO WS-SCHED-INT
               ELSE
                   ADD 14 TO WS-SCHED-INT
               END-IF
               COMPUTE SO-NEXT-SCHED =
                   FUNCTION DATE-OF-INTEGER(WS-SCHED-INT)
               GO TO E-410-STEP-SCHED.
           MOVE SO-NEXT-SCHED TO WS-SD-DATE.
           IF SO-IS-SEMIMONTHLY
               PERFORM 420-STEP-SEMI THRU E-420-STEP-SEMI
           ELSE
               MOVE SO-DAY-1 TO WS-SD-DAY
               IF SO-IS-QUARTERLY
                   MOVE 3 TO WS-SD-MONTHS
               ELSE
                   MOVE 1 TO WS-SD-MONTHS
               END-IF
               PERFORM 600-ADD-MONTHS THRU E-600-ADD-MONTHS
           END-IF.
           MOVE WS-SD-DATE TO SO-NEXT-SCHED.
       E-410-STEP-SCHED.
       EXIT.
      * Twice a month: from the earlier day go to the later day of
      * the same month; from the later day go to the earlier day
      * of the next month.  Where both days fall back to the same
      * short month-end, the month gets the one transfer.
       420-STEP-SEMI.
           IF SO-DAY-1 < SO-DAY-2
               MOVE SO-DAY-1 TO WS-SD-LOW
               MOVE SO-DAY-2 TO WS-SD-HIGH
           ELSE
               MOVE SO-DAY-2 TO WS-SD-LOW
               MOVE SO-DAY-1 TO WS-SD-HIGH
           END-IF.
           PERFORM 610-MONTH-END THRU E-610-MONTH-END.
           IF WS-SD-HIGH > WS-SD-LAST-DAY
               MOVE WS-SD-LAST-DAY TO WS-SD-HIGH.
           IF WS-SD-HIGH > WS-SD-DD
               MOVE WS-SD-HIGH TO WS-SD-DD
               GO TO E-420-STEP-SEMI.
           MOVE WS-SD-LOW TO WS-SD-DAY.
           MOVE 1 TO WS-SD-MONTHS.
           PERFORM 600-ADD-MONTHS THRU E-600-ADD-MONTHS.
       E-420-STEP-SEMI.
       EXIT.
      * Sets the run date to the first calendar business day on or
      * after the scheduled date.  A date past the end of the
      * loaded calendar runs as scheduled.
       450-FIND-BUS-DAY.
           IF CAL-ENTRY(CAL-IDX) NOT < SO-NEXT-SCHED
               MOVE CAL-ENTRY(CAL-IDX) TO SO-NEXT-RUN
               MOVE CAL-CNT TO CAL-IDX.
       E-450-FIND-BUS-DAY.
       EXIT.
      * Adds WS-SD-MONTHS months to the date in WS-SD-DATE and sets
      * the day to WS-SD-DAY, falling back to the new month's last
      * day when the month is short.
       600-ADD-MONTHS.
           COMPUTE WS-SD-MM-TOTAL = WS-SD-MM - 1 + WS-SD-MONTHS.
           DIVIDE WS-SD-MM-TOTAL BY 12 GIVING WS-SD-YRS
               REMAINDER WS-SD-MM-REM.
           ADD WS-SD-YRS TO WS-SD-YYYY.
           COMPUTE WS-SD-MM = WS-SD-MM-REM + 1.
           PERFORM 610-MONTH-END THRU E-610-MONTH-END.
           MOVE WS-SD-DAY TO WS-SD-DD.
           IF WS-SD-DD > WS-SD-LAST-DAY
               MOVE WS-SD-LAST-DAY TO WS-SD-DD.
       E-600-ADD-MONTHS.
       EXIT.
      * Finds the last day of the month in WS-SD-DATE.
       610-MONTH-END.
           MOVE SD-MONTH-DAYS(WS-SD-MM) TO WS-SD-LAST-DAY.
           IF WS-SD-MM = 2
               DIVIDE WS-SD-YYYY BY 4 GIVING WS-SD-QUOT
                   REMAINDER WS-SD-REM-4
               DIVIDE WS-SD-YYYY BY 100 GIVING WS-SD-QUOT
                   REMAINDER WS-SD-REM-100
               DIVIDE WS-SD-YYYY BY 400 GIVING WS-SD-QUOT
                   REMAINDER WS-SD-REM-400
               IF WS-SD-REM-4 = 0
                   AND (WS-SD-REM-100 NOT = 0 OR WS-SD-REM-400 = 0)
                   MOVE 29 TO WS-SD-LAST-DAY
               END-IF
           END-IF.
       E-610-MONTH-END.
       EXIT.
      * Writes one activity line.
       700-WRITE-LINE.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-700-WRITE-LINE.
       EXIT.
      * Prints the control totals and closes the files.
       800-CLOSEUP.
           MOVE WS-DUE-CNT TO TOT-DUE-CNT.
           MOVE WS-POSTED-CNT TO TOT-POSTED-CNT.
           MOVE WS-POSTED-AMT TO TOT-POSTED-AMT.
           MOVE WS-SKIP-CNT TO TOT-SKIP-CNT.
           MOVE WS-SKIP-AMT TO TOT-SKIP-AMT.
           MOVE WS-ENDED-CNT TO TOT-ENDED-CNT.
           MOVE RPT-TOTALS-1 TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           CLOSE STANDORD-FILE BEGBAL-FILE BANKCUST BANKHOLD-FILE
               BANKRAW STANDGEN-RPT.
           STOP RUN.
       END PROGRAM STANDGEN.

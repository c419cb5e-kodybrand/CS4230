      ***********************************************************
      * REG E DISPUTE POSTING, NOTICES, AND AGING
      * KODY BRAND
      * This program runs ahead of the bank edit in the nightly job
      * and works the DISPUTE file of Regulation E claims kept in
      * REGEMNT.  An open claim whose provisional-credit deadline
      * has come is credited to the customer's account for the
      * disputed amount, written to the BANKRAW feed on the
      * dispute channel (code E) so it edits, posts, and proves
      * with the rest of tonight's work.  A claim a supervisor has
      * closed in the customer's favor is credited the same way if
      * the provisional credit never went; one that was denied has
      * its provisional credit reversed by a dispute-channel
      * withdrawal.  The customer is sent a notice from the
      * BANKCUST name and address when the provisional credit
      * posts and when the claim is closed.  Every claim still
      * pending is aged on the report in business days on the
      * BUSCAL calendar and flagged when either deadline is close
      * or past.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGEAGE.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT REGEAGE-RPT ASSIGN TO UT-S-REGEAGE
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REGENOTC-RPT ASSIGN TO UT-S-REGENOTC
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BANKRAW ASSIGN TO DYNAMIC UT-S-BANKRAW
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL DISPUTE-FILE ASSIGN TO UT-S-DISPUTE
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS DP-CLAIM-NO
                FILE STATUS IS WS-DISPUTE-STATUS.
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
            SELECT OPTIONAL BUSCAL-FILE ASSIGN TO UT-S-BUSCAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSCAL-STATUS.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REGEAGE-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(132).
       FD  REGENOTC-RPT
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
       FD  DISPUTE-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 169 CHARACTERS.
       COPY "DISPUTE.CPY".
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
       77  UT-S-DISPUTE PIC X(50) VALUE 'C:\CS4230\DISPUTE.DAT'.
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  UT-S-BANKCUST PIC X(50) VALUE 'C:\CS4230\BANKCUST.DAT'.
       77  UT-S-BANKRAW PIC X(50) VALUE 'C:\CS4230\BANKRAW.DAT'.
       77  UT-S-REGEAGE PIC X(50) VALUE 'C:\CS4230\REGEAGE.RPT'.
       77  UT-S-REGENOTC PIC X(50) VALUE 'C:\CS4230\REGENOTC.RPT'.
       77  UT-S-BUSCAL  PIC X(50) VALUE 'C:\COBOL\BUSCAL.DAT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  WS-ENV-BANKRAW PIC X(50).
       77  WS-DISPUTE-STATUS PIC XX   VALUE SPACES.
       77  WS-BEGBAL-STATUS PIC XX    VALUE SPACES.
       77  WS-BANKCUST-STATUS PIC XX  VALUE SPACES.
       77  WS-BUSCAL-STATUS PIC XX    VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX  VALUE SPACES.
       77  WS-DP-EOF    PIC 9         VALUE 0.
       77  WS-CAL-EOF   PIC 9         VALUE 0.
       77  WS-ACCT-OK   PIC X         VALUE "N".
       77  WS-NOTICE-KIND PIC X       VALUE SPACE.
       77  WS-POST-AMT  PIC 9(4)V99   VALUE 0.
       77  WS-CUST-NAME PIC X(25)     VALUE SPACES.
      * Deadline warnings: a claim is flagged when its provisional
      * credit falls due within WARN-BUS-DAYS business days, or
      * its resolution within WARN-RES-DAYS calendar days.
       77  WARN-BUS-DAYS PIC 9(3)     VALUE 2.
       77  WARN-RES-DAYS PIC 9(3)     VALUE 5.
      * Business days on the calendar are loaded from CAL-BACK-DAYS
      * before today on, far enough back to age any pending claim.
       77  CAL-BACK-DAYS PIC 9(3)     VALUE 180.
       77  WS-CAL-FROM  PIC 9(8)      VALUE 0.
       77  WS-DAY-INT   PIC S9(9)     VALUE 0.
       77  WS-CNT-FROM  PIC 9(8)      VALUE 0.
       77  WS-CNT-TO    PIC 9(8)      VALUE 0.
       77  WS-CNT-DAYS  PIC S9(5)     VALUE 0.
       77  WS-AGE-DAYS  PIC S9(5)     VALUE 0.
       77  WS-PC-LEFT   PIC S9(5)     VALUE 0.
       77  WS-RES-LEFT  PIC S9(5)     VALUE 0.
       77  WS-FLAG-CNT  PIC 9(2)      VALUE 0.
       77  WS-FLAG-DAYS PIC Z9.
       77  WS-PENDING-CNT PIC 9(5)    VALUE 0.
       77  WS-PC-CNT    PIC 9(5)      VALUE 0.
       77  WS-PC-AMT    PIC 9(9)V99   VALUE 0.
       77  WS-FINAL-CNT PIC 9(5)      VALUE 0.
       77  WS-FINAL-AMT PIC 9(9)V99   VALUE 0.
       77  WS-REV-CNT   PIC 9(5)      VALUE 0.
       77  WS-REV-AMT   PIC 9(9)V99   VALUE 0.
       77  WS-NOTICE-CNT PIC 9(5)     VALUE 0.
       77  WS-NEAR-CNT  PIC 9(5)      VALUE 0.
       77  WS-OVER-CNT  PIC 9(5)      VALUE 0.
       77  WS-EXCP-CNT  PIC 9(5)      VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  CAL-TABLE.
           05  CAL-ENTRY    PIC 9(8)   OCCURS 500 TIMES.
       77  CAL-MAX      PIC 9(3)      VALUE 500.
       77  CAL-CNT      PIC 9(3)      VALUE 0.
       77  CAL-IDX      PIC 9(3)      VALUE 0.
       01  RPT-TITLE.
           05  FILLER        PIC X(38)
               VALUE "REG E DISPUTE CLAIMS - POSTING / AGING".
           05  FILLER        PIC X(6)   VALUE "  AS ".
           05  RPT-RUN-DATE  PIC 9(8).
       01  RPT-HEADING.
           05  FILLER        PIC X(5)   VALUE "CLAIM".
           05  FILLER        PIC X(3).
           05  FILLER        PIC X(4)   VALUE "ACCT".
           05  FILLER        PIC X(3).
           05  FILLER        PIC X(4)   VALUE "CHNL".
           05  FILLER        PIC X(5).
           05  FILLER        PIC X(6)   VALUE "AMOUNT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(8)   VALUE "RECEIVED".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(3)   VALUE "AGE".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(6)   VALUE "PC DUE".
           05  FILLER        PIC X(4).
           05  FILLER        PIC X(7)   VALUE "RES DUE".
           05  FILLER        PIC X(3).
           05  FILLER        PIC X(6)   VALUE "STATUS".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(6)   VALUE "ACTION".
       01  RPT-LINE.
           05  RPT-CLAIM     PIC 9(6).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-ACCT      PIC X(5).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-CHANNEL   PIC X(4).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-AMT       PIC $$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-RECV      PIC 9(8).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-AGE       PIC ZZ9.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-PC-DUE    PIC 9(8).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-RES-DUE   PIC 9(8).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-STATUS    PIC X(6).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-ACTION    PIC X(20).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-FLAG      PIC X(30).
       01  RPT-TOTALS-1.
           05  FILLER        PIC X(9)   VALUE "PENDING:".
           05  TOT-PENDING   PIC ZZZZ9.
           05  FILLER        PIC X(17)  VALUE "   NEAR DEADLINE:".
           05  TOT-NEAR      PIC ZZZZ9.
           05  FILLER        PIC X(12)  VALUE "   OVERDUE:".
           05  TOT-OVER      PIC ZZZZ9.
           05  FILLER        PIC X(12)  VALUE "   NOTICES:".
           05  TOT-NOTICES   PIC ZZZZ9.
           05  FILLER        PIC X(15)  VALUE "   EXCEPTIONS:".
           05  TOT-EXCP      PIC ZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER        PIC X(20)  VALUE "PROVISIONAL CREDITS:".
           05  TOT-PC-CNT    PIC ZZZZ9.
           05  TOT-PC-AMT    PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(18)  VALUE "   FINAL CREDITS:".
           05  TOT-FINAL-CNT PIC ZZZZ9.
           05  TOT-FINAL-AMT PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(14)  VALUE "   REVERSALS:".
           05  TOT-REV-CNT   PIC ZZZZ9.
           05  TOT-REV-AMT   PIC $$$$,$$$,$$9.99.
       01  LTR-DATE-LINE.
           05  FILLER        PIC X(50)  VALUE SPACES.
           05  LTR-DATE      PIC 9999/99/99.
       01  LTR-ADDR-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  LTR-ADDR      PIC X(30).
       01  LTR-RE-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(16)  VALUE "RE: ACCOUNT NO. ".
           05  LTR-ACCT      PIC X(5).
           05  FILLER        PIC X(9)   VALUE " - CLAIM ".
           05  LTR-CLAIM     PIC 9(6).
       01  LTR-TXN-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(37)
               VALUE "YOU DISPUTED THE ELECTRONIC DEBIT OF ".
           05  LTR-TXN-DATE  PIC 9999/99/99.
           05  FILLER        PIC X(5)   VALUE " FOR ".
           05  LTR-TXN-AMT   PIC $$,$$9.99.
           05  FILLER        PIC X     VALUE ".".
       01  LTR-TEXT-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  LTR-TEXT      PIC X(70).
       01  LTR-AMT-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  LTR-AMT-HEAD  PIC X(30).
           05  LTR-AMT       PIC $$,$$9.99.
           05  LTR-AMT-TAIL  PIC X(30).
       PROCEDURE DIVISION.
      * Loads the date and calendar, opens the files, and drives
      * one pass through the claims.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-LOAD-PROC-DATE THRU E-020-LOAD-PROC-DATE.
           PERFORM 030-LOAD-CALENDAR THRU E-030-LOAD-CALENDAR.
           ACCEPT WS-ENV-BANKRAW FROM ENVIRONMENT "BANKRAW".
           IF WS-ENV-BANKRAW NOT = SPACES
               MOVE WS-ENV-BANKRAW TO UT-S-BANKRAW
           END-IF.
           OPEN I-O DISPUTE-FILE.
           OPEN INPUT BEGBAL-FILE.
           OPEN INPUT BANKCUST.
           OPEN EXTEND BANKRAW.
           OPEN OUTPUT REGEAGE-RPT REGENOTC-RPT.
           MOVE WS-CURRENT-DATE-NUM TO RPT-RUN-DATE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           PERFORM 100-READ-CLAIM THRU E-100-READ-CLAIM
               UNTIL WS-DP-EOF = 1.
           PERFORM 800-CLOSEUP.
      * Reads the official processing date set by DATEADV at the
      * head of the nightly job, so deadlines are measured against
      * the business date BANK posts under.  With no control
      * record on file the wall-clock date stands.
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
      * Loads the business days on the BUSCAL calendar from the
      * look-back date on.  With no calendar on file claims are
      * aged in calendar days.
       030-LOAD-CALENDAR.
           MOVE 0 TO CAL-CNT.
           COMPUTE WS-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM)
               - CAL-BACK-DAYS.
           COMPUTE WS-CAL-FROM = FUNCTION DATE-OF-INTEGER(WS-DAY-INT).
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
           IF CAL-DATE < WS-CAL-FROM
               OR NOT CAL-IS-BUSINESS-DAY
               GO TO E-035-LOAD-CAL-DAY.
           IF CAL-CNT NOT < CAL-MAX
               MOVE 1 TO WS-CAL-EOF
               GO TO E-035-LOAD-CAL-DAY.
           ADD 1 TO CAL-CNT.
           MOVE CAL-DATE TO CAL-ENTRY(CAL-CNT).
       E-035-LOAD-CAL-DAY.
       EXIT.
      * Reads the next claim and routes it: a pending claim is aged
      * (and credited when its deadline has come); a closed claim
      * not yet settled is settled and noticed.  Closed claims
      * already settled are history and not listed.
       100-READ-CLAIM.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-DP-EOF
                   GO TO E-100-READ-CLAIM
           END-READ.
           IF NOT DP-IS-PENDING AND DP-POST-DATE NOT = 0
               GO TO E-100-READ-CLAIM.
           MOVE SPACES TO RPT-LINE.
           MOVE DP-CLAIM-NO TO RPT-CLAIM.
           MOVE DP-ACCT TO RPT-ACCT.
           MOVE DP-CHANNEL TO RPT-CHANNEL.
           MOVE DP-AMOUNT TO RPT-AMT.
           MOVE DP-RECV-DATE TO RPT-RECV.
           MOVE DP-PC-DUE TO RPT-PC-DUE.
           MOVE DP-RES-DUE TO RPT-RES-DUE.
           PERFORM 150-FIND-ACCOUNT THRU E-150-FIND-ACCOUNT.
           IF DP-IS-PENDING
               PERFORM 200-AGE-CLAIM THRU E-200-AGE-CLAIM
           ELSE
               PERFORM 300-SETTLE-CLAIM THRU E-300-SETTLE-CLAIM.
           IF DP-IS-OPEN
               MOVE "OPEN" TO RPT-STATUS
           ELSE
           IF DP-IS-PROVISIONAL
               MOVE "PROVCR" TO RPT-STATUS
           ELSE
           IF DP-IS-FAVOR
               MOVE "FAVOR" TO RPT-STATUS
           ELSE
               MOVE "DENIED" TO RPT-STATUS.
           PERFORM 700-WRITE-LINE THRU E-700-WRITE-LINE.
           REWRITE DISPUTE-REC.
       E-100-READ-CLAIM.
       EXIT.
      * Reads the claim's account off the master and its name and
      * address off BANKCUST.  A posting needs the account; a
      * notice needs the address.
       150-FIND-ACCOUNT.
           MOVE "Y" TO WS-ACCT-OK.
           MOVE DP-ACCT TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY MOVE "N" TO WS-ACCT-OK
           END-READ.
           MOVE SPACES TO BANKCUST-REC.
           MOVE DP-ACCT TO CM-ACCT.
           READ BANKCUST
               INVALID KEY MOVE SPACES TO CM-NAME
           END-READ.
           MOVE CM-NAME TO WS-CUST-NAME.
       E-150-FIND-ACCOUNT.
       EXIT.
      * Ages a pending claim in business days since it was
      * received.  An open claim whose provisional-credit date has
      * come is credited tonight; otherwise either deadline close
      * at hand or past is flagged.
       200-AGE-CLAIM.
           ADD 1 TO WS-PENDING-CNT.
           MOVE DP-RECV-DATE TO WS-CNT-FROM.
           MOVE WS-CURRENT-DATE-NUM TO WS-CNT-TO.
           PERFORM 650-COUNT-BUS-DAYS THRU E-650-COUNT-BUS-DAYS.
           MOVE WS-CNT-DAYS TO WS-AGE-DAYS.
           MOVE WS-AGE-DAYS TO RPT-AGE.
           IF DP-IS-OPEN AND DP-PC-DUE NOT > WS-CURRENT-DATE-NUM
               PERFORM 250-PROVISIONAL THRU E-250-PROVISIONAL.
           COMPUTE WS-RES-LEFT =
               FUNCTION INTEGER-OF-DATE(DP-RES-DUE)
               - FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
           IF WS-RES-LEFT < 0
               MOVE "RESOLUTION OVERDUE" TO RPT-FLAG
               ADD 1 TO WS-OVER-CNT
               GO TO E-200-AGE-CLAIM.
           IF WS-RES-LEFT NOT > WARN-RES-DAYS
               MOVE WS-RES-LEFT TO WS-FLAG-CNT
               MOVE WS-FLAG-CNT TO WS-FLAG-DAYS
               STRING "RESOLUTION DUE IN " WS-FLAG-DAYS " DAYS"
                   DELIMITED BY SIZE INTO RPT-FLAG
               ADD 1 TO WS-NEAR-CNT
               GO TO E-200-AGE-CLAIM.
           IF NOT DP-IS-OPEN
               GO TO E-200-AGE-CLAIM.
           MOVE WS-CURRENT-DATE-NUM TO WS-CNT-FROM.
           MOVE DP-PC-DUE TO WS-CNT-TO.
           PERFORM 650-COUNT-BUS-DAYS THRU E-650-COUNT-BUS-DAYS.
           MOVE WS-CNT-DAYS TO WS-PC-LEFT.
           IF WS-PC-LEFT NOT > WARN-BUS-DAYS
               MOVE WS-PC-LEFT TO WS-FLAG-CNT
               MOVE WS-FLAG-CNT TO WS-FLAG-DAYS
               STRING "PROV CREDIT DUE IN " WS-FLAG-DAYS " BUS DAYS"
                   DELIMITED BY SIZE INTO RPT-FLAG
               ADD 1 TO WS-NEAR-CNT.
       E-200-AGE-CLAIM.
       EXIT.
      * Credits the disputed amount provisionally and tells the
      * customer.  With the account off the master nothing is
      * posted and the claim stays open for tomorrow.
       250-PROVISIONAL.
           IF WS-ACCT-OK NOT = "Y"
               MOVE "NOT POSTED" TO RPT-ACTION
               MOVE "ACCOUNT NOT ON MASTER" TO RPT-FLAG
               ADD 1 TO WS-EXCP-CNT
               GO TO E-250-PROVISIONAL.
           MOVE DP-AMOUNT TO WS-POST-AMT.
           MOVE "P" TO WS-NOTICE-KIND.
           PERFORM 600-WRITE-RAW THRU E-600-WRITE-RAW.
           MOVE "P" TO DP-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO DP-PC-DATE.
           MOVE WS-POST-AMT TO DP-PC-AMT.
           ADD 1 TO WS-PC-CNT.
           ADD WS-POST-AMT TO WS-PC-AMT.
           MOVE "PROV CREDIT POSTED" TO RPT-ACTION.
           PERFORM 400-NOTICE THRU E-400-NOTICE.
       E-250-PROVISIONAL.
       EXIT.
      * Settles a claim a supervisor has closed.  In the customer's
      * favor the credit is posted final if no provisional credit
      * went; denied, a provisional credit is reversed.  The
      * customer is sent the outcome either way.
       300-SETTLE-CLAIM.
           MOVE 0 TO WS-POST-AMT.
           IF DP-IS-FAVOR AND DP-PC-DATE = 0
               MOVE DP-AMOUNT TO WS-POST-AMT.
           IF DP-IS-DENIED AND DP-PC-DATE NOT = 0
               MOVE DP-PC-AMT TO WS-POST-AMT.
           IF WS-POST-AMT NOT = 0 AND WS-ACCT-OK NOT = "Y"
               MOVE "NOT SETTLED" TO RPT-ACTION
               MOVE "ACCOUNT NOT ON MASTER" TO RPT-FLAG
               ADD 1 TO WS-EXCP-CNT
               GO TO E-300-SETTLE-CLAIM.
           IF DP-IS-FAVOR
               MOVE "F" TO WS-NOTICE-KIND
               IF WS-POST-AMT NOT = 0
                   PERFORM 600-WRITE-RAW THRU E-600-WRITE-RAW
                   ADD 1 TO WS-FINAL-CNT
                   ADD WS-POST-AMT TO WS-FINAL-AMT
                   MOVE "FINAL CREDIT POSTED" TO RPT-ACTION
               ELSE
                   MOVE "CREDIT MADE FINAL" TO RPT-ACTION
               END-IF
           ELSE
               MOVE "D" TO WS-NOTICE-KIND
               IF WS-POST-AMT NOT = 0
                   PERFORM 600-WRITE-RAW THRU E-600-WRITE-RAW
                   ADD 1 TO WS-REV-CNT
                   ADD WS-POST-AMT TO WS-REV-AMT
                   MOVE "CREDIT REVERSED" TO RPT-ACTION
               ELSE
                   MOVE "DENIED - NO CREDIT" TO RPT-ACTION
               END-IF
           END-IF.
           MOVE WS-CURRENT-DATE-NUM TO DP-POST-DATE.
           PERFORM 400-NOTICE THRU E-400-NOTICE.
       E-300-SETTLE-CLAIM.
       EXIT.
      * Prints the customer notice from the BANKCUST name and
      * address: the provisional credit, the claim found in the
      * customer's favor, or the claim denied with any reversal.
       400-NOTICE.
           IF WS-CUST-NAME = SPACES
               MOVE "NO BANKCUST ADDRESS - NO LETTER" TO RPT-FLAG
               ADD 1 TO WS-EXCP-CNT
               GO TO E-400-NOTICE.
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
           MOVE DP-ACCT TO LTR-ACCT.
           MOVE DP-CLAIM-NO TO LTR-CLAIM.
           MOVE LTR-RE-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 3 LINES.
           MOVE DP-TXN-DATE TO LTR-TXN-DATE.
           MOVE DP-AMOUNT TO LTR-TXN-AMT.
           MOVE LTR-TXN-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 2 LINES.
           IF WS-NOTICE-KIND = "P"
               PERFORM 410-PROV-TEXT THRU E-410-PROV-TEXT
           ELSE
           IF WS-NOTICE-KIND = "F"
               PERFORM 420-FAVOR-TEXT THRU E-420-FAVOR-TEXT
           ELSE
               PERFORM 430-DENY-TEXT THRU E-430-DENY-TEXT.
           MOVE "PLEASE CALL ANY OF OUR BRANCHES WITH ANY QUESTIONS."
               TO LTR-TEXT.
           MOVE LTR-TEXT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 2 LINES.
           MOVE WS-CURRENT-DATE-NUM TO DP-NOTICE-DATE.
           ADD 1 TO WS-NOTICE-CNT.
       E-400-NOTICE.
       EXIT.
       410-PROV-TEXT.
           MOVE "WHILE WE INVESTIGATE, WE HAVE CREDITED" TO
               LTR-AMT-HEAD.
           MOVE DP-PC-AMT TO LTR-AMT.
           MOVE " TO YOUR ACCOUNT." TO LTR-AMT-TAIL.
           MOVE LTR-AMT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 2 LINES.
           MOVE "THIS CREDIT IS PROVISIONAL AND MAY BE REVERSED IF WE"
               TO LTR-TEXT.
           MOVE LTR-TEXT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
           MOVE "FIND NO ERROR.  WE WILL WRITE TO YOU WITH OUR RESULT."
               TO LTR-TEXT.
           MOVE LTR-TEXT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
       E-410-PROV-TEXT.
       EXIT.
       420-FAVOR-TEXT.
           MOVE "WE HAVE COMPLETED OUR INVESTIGATION AND RESOLVED YOUR"
               TO LTR-TEXT.
           MOVE LTR-TEXT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 2 LINES.
           MOVE "CLAIM IN YOUR FAVOR." TO LTR-TEXT.
           MOVE LTR-TEXT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
           MOVE "THE CREDIT OF" TO LTR-AMT-HEAD.
           IF DP-PC-DATE = 0
               MOVE DP-AMOUNT TO LTR-AMT
           ELSE
               MOVE DP-PC-AMT TO LTR-AMT.
           MOVE " TO YOUR ACCOUNT IS FINAL." TO LTR-AMT-TAIL.
           MOVE LTR-AMT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
       E-420-FAVOR-TEXT.
       EXIT.
       430-DENY-TEXT.
           MOVE "WE HAVE COMPLETED OUR INVESTIGATION AND FOUND THAT NO"
               TO LTR-TEXT.
           MOVE LTR-TEXT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 2 LINES.
           MOVE "ERROR OCCURRED.  YOU MAY ASK FOR COPIES OF THE"
               TO LTR-TEXT.
           MOVE LTR-TEXT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
           MOVE "DOCUMENTS WE RELIED ON IN REACHING THIS CONCLUSION."
               TO LTR-TEXT.
           MOVE LTR-TEXT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
           IF DP-PC-DATE = 0
               GO TO E-430-DENY-TEXT.
           MOVE "THE PROVISIONAL CREDIT OF" TO LTR-AMT-HEAD.
           MOVE DP-PC-AMT TO LTR-AMT.
           MOVE " HAS BEEN REVERSED" TO LTR-AMT-TAIL.
           MOVE LTR-AMT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 2 LINES.
           MOVE SPACES TO LTR-TEXT.
           STRING "FROM YOUR ACCOUNT AS OF "
               WS-CURRENT-DATE(1:4) "/" WS-CURRENT-DATE(5:2) "/"
               WS-CURRENT-DATE(7:2) "."
               DELIMITED BY SIZE INTO LTR-TEXT.
           MOVE LTR-TEXT-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
       E-430-DENY-TEXT.
       EXIT.
      * Writes the dispute-channel posting of WS-POST-AMT to the
      * BANKRAW feed under the account's type and branch: a credit,
      * or a withdrawal when a denied claim's credit is reversed.
       600-WRITE-RAW.
           MOVE SPACES TO RAW-RECORD.
           MOVE BB-KODE TO RAW-KODE.
           MOVE WS-CUST-NAME TO RAW-CUSNAME.
           MOVE DP-ACCT TO RAW-ANUM.
           MOVE "E" TO RAW-TXN-CODE.
           MOVE BB-BRANCH TO RAW-BRANCH.
           IF WS-NOTICE-KIND = "D"
               MOVE 0 TO RAW-DEP
               MOVE WS-POST-AMT TO RAW-WITHH
           ELSE
               MOVE WS-POST-AMT TO RAW-DEP
               MOVE 0 TO RAW-WITHH.
           WRITE RAW-RECORD.
       E-600-WRITE-RAW.
       EXIT.
      * Counts the business days after WS-CNT-FROM up to and
      * including WS-CNT-TO.  With no calendar loaded the count is
      * in calendar days.
       650-COUNT-BUS-DAYS.
           MOVE 0 TO WS-CNT-DAYS.
           IF WS-CNT-TO NOT > WS-CNT-FROM
               GO TO E-650-COUNT-BUS-DAYS.
           IF CAL-CNT = 0
               COMPUTE WS-CNT-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CNT-TO)
                   - FUNCTION INTEGER-OF-DATE(WS-CNT-FROM)
               GO TO E-650-COUNT-BUS-DAYS.
           PERFORM 660-COUNT-ONE THRU E-660-COUNT-ONE
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-CNT.
       E-650-COUNT-BUS-DAYS.
       EXIT.
       660-COUNT-ONE.
           IF CAL-ENTRY(CAL-IDX) > WS-CNT-FROM
               AND CAL-ENTRY(CAL-IDX) NOT > WS-CNT-TO
               ADD 1 TO WS-CNT-DAYS.
       E-660-COUNT-ONE.
       EXIT.
      * Writes one claim line.
       700-WRITE-LINE.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-700-WRITE-LINE.
       EXIT.
      * Prints the control totals and closes the files.
       800-CLOSEUP.
           MOVE WS-PENDING-CNT TO TOT-PENDING.
           MOVE WS-NEAR-CNT TO TOT-NEAR.
           MOVE WS-OVER-CNT TO TOT-OVER.
           MOVE WS-NOTICE-CNT TO TOT-NOTICES.
           MOVE WS-EXCP-CNT TO TOT-EXCP.
           MOVE RPT-TOTALS-1 TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE WS-PC-CNT TO TOT-PC-CNT.
           MOVE WS-PC-AMT TO TOT-PC-AMT.
           MOVE WS-FINAL-CNT TO TOT-FINAL-CNT.
           MOVE WS-FINAL-AMT TO TOT-FINAL-AMT.
           MOVE WS-REV-CNT TO TOT-REV-CNT.
           MOVE WS-REV-AMT TO TOT-REV-AMT.
           MOVE RPT-TOTALS-2 TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           CLOSE DISPUTE-FILE BEGBAL-FILE BANKCUST BANKRAW
               REGEAGE-RPT REGENOTC-RPT.
           STOP RUN.
       END PROGRAM REGEAGE.

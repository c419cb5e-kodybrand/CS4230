      ***********************************************************
      * OVERDRAWN ACCOUNT AGING, NOTICES, AND CHARGE-OFF LIST
      * KODY BRAND
      * This program runs after the roll-forward in the nightly
      * job and reads straight through the BEGBAL master, aging
      * every overdrawn account (BB-OD-AMT over zero) by the days
      * since BB-OD-SINCE, the night it first went negative,
      * bucketed at 1-9, 10-29, 30-59, and 60-plus days.  An
      * account overdrawn ten days gets a first overdraft notice
      * and one overdrawn thirty days a final notice, each letter
      * addressed from BANKCUST and sent once (BB-OD-NOTICE
      * remembers which went out).  At sixty days the account is
      * listed for charge-off on the CHGOFF file, where a
      * supervisor approves it in ODMAINT and the next BANK run
      * writes the balance off to overdraft losses and closes the
      * account.  A listed account that has since been brought
      * current is taken off the list.  The foot of the report
      * carries the bucket totals, the notices sent, and the
      * charge-off list as it stands tonight.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CARRY THE BACKUP-WITHHOLDING FLAG AND DATE
      *                 ON BANKCUST-REC.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODAGE.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT ODAGE-RPT ASSIGN TO UT-S-ODAGERPT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ODNOTICE-RPT ASSIGN TO UT-S-ODNOTICE
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
            SELECT OPTIONAL CHGOFF-FILE ASSIGN TO UT-S-CHGOFF
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS CO-ACCT
                FILE STATUS IS WS-CHGOFF-STATUS.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ODAGE-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(132).
       FD  ODNOTICE-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  LTR-OUT          PIC X(80).
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
       FD  CHGOFF-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 113 CHARACTERS.
       COPY "CHGOFF.CPY".
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
       77  UT-S-CHGOFF  PIC X(50) VALUE 'C:\CS4230\CHGOFF.DAT'.
       77  UT-S-ODAGERPT PIC X(50) VALUE 'C:\CS4230\ODAGE.RPT'.
       77  UT-S-ODNOTICE PIC X(50) VALUE 'C:\CS4230\ODNOTICE.RPT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  WS-BEGBAL-STATUS PIC XX     VALUE SPACES.
       77  WS-BANKCUST-STATUS PIC XX   VALUE SPACES.
       77  WS-CHGOFF-STATUS PIC XX     VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX   VALUE SPACES.
       77  WS-CHGOFF-AVAIL PIC 9       VALUE 0.
       77  WS-BB-EOF    PIC 9          VALUE 0.
       77  WS-CO-EOF    PIC 9          VALUE 0.
       77  WS-TODAY-INT PIC S9(9)      VALUE 0.
       77  WS-OD-INT    PIC S9(9)      VALUE 0.
       77  WS-DAYS-OD   PIC S9(7)      VALUE 0.
      * Overdraft controls: the first notice goes out at NOTICE-1-
      * DAYS overdrawn, the final notice at NOTICE-2-DAYS, and the
      * account is listed for charge-off at CHGOFF-DAYS.
       77  NOTICE-1-DAYS PIC 9(3)      VALUE 10.
       77  NOTICE-2-DAYS PIC 9(3)      VALUE 30.
       77  CHGOFF-DAYS  PIC 9(3)       VALUE 60.
       77  WS-NOTICE-KIND PIC X        VALUE SPACE.
       77  WS-CUST-NAME PIC X(25)      VALUE SPACES.
       77  WS-CNT-1     PIC 9(5)       VALUE 0.
       77  WS-CNT-10    PIC 9(5)       VALUE 0.
       77  WS-CNT-30    PIC 9(5)       VALUE 0.
       77  WS-CNT-60    PIC 9(5)       VALUE 0.
       77  WS-BAL-1     PIC 9(9)V99    VALUE 0.
       77  WS-BAL-10    PIC 9(9)V99    VALUE 0.
       77  WS-BAL-30    PIC 9(9)V99    VALUE 0.
       77  WS-BAL-60    PIC 9(9)V99    VALUE 0.
       77  WS-NOTICE-1-CNT PIC 9(5)    VALUE 0.
       77  WS-NOTICE-2-CNT PIC 9(5)    VALUE 0.
       77  WS-LISTED-CNT PIC 9(5)      VALUE 0.
       77  WS-CURED-CNT PIC 9(5)       VALUE 0.
       77  WS-OPEN-CO-CNT PIC 9(5)     VALUE 0.
       77  WS-OPEN-CO-AMT PIC 9(9)V99  VALUE 0.
       77  WS-EXCP-CNT  PIC 9(5)       VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER        PIC X(34)
               VALUE "OVERDRAWN ACCOUNT AGING REPORT".
           05  FILLER        PIC X(6)   VALUE "  AS ".
           05  RPT-RUN-DATE  PIC 9(8).
       01  RPT-HEADING.
           05  FILLER        PIC X(7)   VALUE "ACCOUNT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(8)   VALUE "CUSTOMER".
           05  FILLER        PIC X(19).
           05  FILLER        PIC X(3)   VALUE "BR.".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(8)   VALUE "OD SINCE".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(4)   VALUE "DAYS".
           05  FILLER        PIC X(6).
           05  FILLER        PIC X(9)   VALUE "OVERDRAWN".
           05  FILLER        PIC X(3).
           05  FILLER        PIC X(6)   VALUE "BUCKET".
           05  FILLER        PIC X(6).
           05  FILLER        PIC X(6)   VALUE "ACTION".
       01  RPT-LINE.
           05  RPT-ACCT      PIC X(5).
           05  FILLER        PIC X(4)   VALUE SPACES.
           05  RPT-NAME      PIC X(25).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-BRANCH    PIC X(3).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-OD-SINCE  PIC 9(8).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-DAYS      PIC ZZZ9.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-AMT       PIC $$$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-BUCKET    PIC X(10).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-ACTION    PIC X(34).
       01  RPT-BUCKET-TOTALS.
           05  FILLER        PIC X(9)   VALUE "1-9 D:".
           05  TOT-CNT-1     PIC ZZZZ9.
           05  TOT-BAL-1     PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(11)  VALUE "  10-29 D:".
           05  TOT-CNT-10    PIC ZZZZ9.
           05  TOT-BAL-10    PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(11)  VALUE "  30-59 D:".
           05  TOT-CNT-30    PIC ZZZZ9.
           05  TOT-BAL-30    PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(9)   VALUE "  60+ D:".
           05  TOT-CNT-60    PIC ZZZZ9.
           05  TOT-BAL-60    PIC $$$$,$$$,$$9.99.
       01  RPT-NOTICE-TOTALS.
           05  FILLER        PIC X(19)  VALUE "FIRST NOTICES SENT:".
           05  TOT-NOTICE-1  PIC ZZZZ9.
           05  FILLER        PIC X(17)  VALUE "   FINAL NOTICES:".
           05  TOT-NOTICE-2  PIC ZZZZ9.
           05  FILLER        PIC X(23)  VALUE "   LISTED FOR CHG-OFF:".
           05  TOT-LISTED    PIC ZZZZ9.
           05  FILLER        PIC X(21)  VALUE "   CURED / REMOVED:".
           05  TOT-CURED     PIC ZZZZ9.
           05  FILLER        PIC X(15)  VALUE "   EXCEPTIONS:".
           05  TOT-EXCP      PIC ZZZZ9.
       01  CO-TITLE.
           05  FILLER        PIC X(40)
               VALUE "CHARGE-OFF LIST - AWAITING WRITE-OFF".
       01  CO-HEADING.
           05  FILLER        PIC X(7)   VALUE "ACCOUNT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(8)   VALUE "CUSTOMER".
           05  FILLER        PIC X(19).
           05  FILLER        PIC X(6)   VALUE "LISTED".
           05  FILLER        PIC X(6).
           05  FILLER        PIC X(4)   VALUE "DAYS".
           05  FILLER        PIC X(6).
           05  FILLER        PIC X(9)   VALUE "OVERDRAWN".
           05  FILLER        PIC X(3).
           05  FILLER        PIC X(6)   VALUE "STATUS".
       01  CO-LINE.
           05  CO-L-ACCT     PIC X(5).
           05  FILLER        PIC X(4)   VALUE SPACES.
           05  CO-L-NAME     PIC X(25).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  CO-L-LISTED   PIC 9(8).
           05  FILLER        PIC X(4)   VALUE SPACES.
           05  CO-L-DAYS     PIC ZZZ9.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  CO-L-AMT      PIC $$$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  CO-L-STATUS   PIC X(40).
       01  CO-TOTALS.
           05  FILLER        PIC X(21)  VALUE "ACCOUNTS ON THE LIST:".
           05  TOT-CO-CNT    PIC ZZZZ9.
           05  FILLER        PIC X(12)  VALUE "   BALANCE:".
           05  TOT-CO-AMT    PIC $$$$,$$$,$$9.99.
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
           05  FILLER        PIC X(3)   VALUE " - ".
           05  LTR-HEAD      PIC X(25).
       01  LTR-OD-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(35)
               VALUE "YOUR ACCOUNT HAS BEEN OVERDRAWN SIN".
           05  FILLER        PIC X(3)   VALUE "CE ".
           05  LTR-SINCE     PIC 9999/99/99.
           05  FILLER        PIC X(13)  VALUE ", AND TODAY ".
       01  LTR-OD-LINE-2.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(28)
               VALUE "THE OVERDRAWN BALANCE IS ".
           05  LTR-AMT       PIC $$$,$$9.99.
           05  FILLER        PIC X     VALUE ".".
       01  LTR-ASK-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(44)
               VALUE "PLEASE MAKE A DEPOSIT TO BRING YOUR ACCOUNT".
           05  FILLER        PIC X(17)  VALUE "CURRENT AS SOON".
       01  LTR-ASK-LINE-2.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(44)
               VALUE "AS POSSIBLE, OR CALL ANY OF OUR BRANCHES TO".
           05  FILLER        PIC X(17)  VALUE "DISCUSS IT.".
       01  LTR-FINAL-LINE.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(45)
               VALUE "IF THE ACCOUNT IS NOT BROUGHT CURRENT WITHIN ".
           05  LTR-LEFT-DAYS PIC Z9.
           05  FILLER        PIC X(10)  VALUE " DAYS, THE".
       01  LTR-FINAL-LINE-2.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  FILLER        PIC X(45)
               VALUE "BALANCE WILL BE CHARGED OFF AS A LOSS AND THE".
           05  FILLER        PIC X(22)  VALUE " ACCOUNT CLOSED.".
       PROCEDURE DIVISION.
      * Loads the date, opens the files, ages the master, and then
      * works the charge-off list.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-LOAD-PROC-DATE THRU E-020-LOAD-PROC-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
           OPEN I-O BEGBAL-FILE.
           OPEN INPUT BANKCUST.
           OPEN I-O CHGOFF-FILE.
           IF WS-CHGOFF-STATUS = "00" OR WS-CHGOFF-STATUS = "05"
               MOVE 1 TO WS-CHGOFF-AVAIL.
           OPEN OUTPUT ODAGE-RPT ODNOTICE-RPT.
           MOVE WS-CURRENT-DATE-NUM TO RPT-RUN-DATE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE LOW-VALUES TO BB-ACCT.
           START BEGBAL-FILE KEY IS NOT LESS THAN BB-ACCT
               INVALID KEY MOVE 1 TO WS-BB-EOF
           END-START.
           PERFORM 100-READ-MASTER THRU E-100-READ-MASTER
               UNTIL WS-BB-EOF = 1.
           PERFORM 500-WORK-LIST THRU E-500-WORK-LIST.
           PERFORM 800-CLOSEUP.
      * Reads the official processing date set by DATEADV at the
      * head of the nightly job, so the days overdrawn count on
      * the same business date BANK posted under.  With no control
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
      * Reads the next master record and ages it when overdrawn.
      * A record written before overdrafts were carried reads back
      * unstamped and is not overdrawn.
       100-READ-MASTER.
           READ BEGBAL-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-BB-EOF
                   GO TO E-100-READ-MASTER
           END-READ.
           IF BB-OD-AMT NOT NUMERIC OR BB-OD-AMT = 0
               GO TO E-100-READ-MASTER.
           PERFORM 200-AGE-ACCOUNT THRU E-200-AGE-ACCOUNT.
       E-100-READ-MASTER.
       EXIT.
      * Buckets one overdrawn account by days overdrawn, sends the
      * notice it has come due for, and lists it for charge-off at
      * sixty days.
       200-AGE-ACCOUNT.
           MOVE SPACES TO RPT-LINE.
           IF BB-OD-SINCE NOT NUMERIC OR BB-OD-SINCE = 0
               MOVE WS-CURRENT-DATE-NUM TO BB-OD-SINCE.
           COMPUTE WS-OD-INT = FUNCTION INTEGER-OF-DATE(BB-OD-SINCE).
           COMPUTE WS-DAYS-OD = WS-TODAY-INT - WS-OD-INT + 1.
           IF WS-DAYS-OD < 1
               MOVE 1 TO WS-DAYS-OD.
           MOVE SPACES TO WS-CUST-NAME.
           MOVE BB-ACCT TO CM-ACCT.
           READ BANKCUST
               INVALID KEY MOVE SPACES TO CM-NAME
               NOT INVALID KEY MOVE CM-NAME TO WS-CUST-NAME
           END-READ.
           MOVE BB-ACCT TO RPT-ACCT.
           MOVE WS-CUST-NAME TO RPT-NAME.
           MOVE BB-BRANCH TO RPT-BRANCH.
           MOVE BB-OD-SINCE TO RPT-OD-SINCE.
           MOVE WS-DAYS-OD TO RPT-DAYS.
           MOVE BB-OD-AMT TO RPT-AMT.
           IF WS-DAYS-OD NOT < CHGOFF-DAYS
               MOVE "60+ DAYS" TO RPT-BUCKET
               ADD 1 TO WS-CNT-60
               ADD BB-OD-AMT TO WS-BAL-60
           ELSE
           IF WS-DAYS-OD NOT < NOTICE-2-DAYS
               MOVE "30-59 DAYS" TO RPT-BUCKET
               ADD 1 TO WS-CNT-30
               ADD BB-OD-AMT TO WS-BAL-30
           ELSE
           IF WS-DAYS-OD NOT < NOTICE-1-DAYS
               MOVE "10-29 DAYS" TO RPT-BUCKET
               ADD 1 TO WS-CNT-10
               ADD BB-OD-AMT TO WS-BAL-10
           ELSE
               MOVE "1-9 DAYS" TO RPT-BUCKET
               ADD 1 TO WS-CNT-1
               ADD BB-OD-AMT TO WS-BAL-1.
           MOVE SPACE TO WS-NOTICE-KIND.
           IF WS-DAYS-OD NOT < NOTICE-2-DAYS
               AND BB-OD-NOTICE NOT = "2"
               MOVE "2" TO WS-NOTICE-KIND
           ELSE
           IF WS-DAYS-OD NOT < NOTICE-1-DAYS
               AND BB-OD-NOTICE NOT = "1"
               AND BB-OD-NOTICE NOT = "2"
               MOVE "1" TO WS-NOTICE-KIND.
           IF WS-NOTICE-KIND NOT = SPACE
               PERFORM 300-NOTICE THRU E-300-NOTICE.
           IF WS-DAYS-OD NOT < CHGOFF-DAYS
               PERFORM 400-LIST-CHGOFF THRU E-400-LIST-CHGOFF.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-200-AGE-ACCOUNT.
       EXIT.
      * Prints the first or final overdraft notice from the
      * customer's BANKCUST name and address and stamps which one
      * went out on the master, so each is sent once per overdraft.
       300-NOTICE.
           IF CM-NAME = SPACES
               MOVE "NO BANKCUST ADDRESS - NO LETTER" TO RPT-ACTION
               ADD 1 TO WS-EXCP-CNT
               GO TO E-300-NOTICE.
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
           IF WS-NOTICE-KIND = "2"
               MOVE "FINAL OVERDRAFT NOTICE" TO LTR-HEAD
           ELSE
               MOVE "OVERDRAFT NOTICE" TO LTR-HEAD.
           MOVE LTR-RE-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 3 LINES.
           MOVE BB-OD-SINCE TO LTR-SINCE.
           MOVE LTR-OD-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 2 LINES.
           MOVE BB-OD-AMT TO LTR-AMT.
           MOVE LTR-OD-LINE-2 TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
           MOVE LTR-ASK-LINE TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 2 LINES.
           MOVE LTR-ASK-LINE-2 TO LTR-OUT.
           WRITE LTR-OUT AFTER ADVANCING 1 LINES.
           IF WS-NOTICE-KIND = "2"
               COMPUTE LTR-LEFT-DAYS = CHGOFF-DAYS - WS-DAYS-OD
               MOVE LTR-FINAL-LINE TO LTR-OUT
               WRITE LTR-OUT AFTER ADVANCING 2 LINES
               MOVE LTR-FINAL-LINE-2 TO LTR-OUT
               WRITE LTR-OUT AFTER ADVANCING 1 LINES
               ADD 1 TO WS-NOTICE-2-CNT
               MOVE "FINAL NOTICE SENT" TO RPT-ACTION
           ELSE
               ADD 1 TO WS-NOTICE-1-CNT
               MOVE "FIRST NOTICE SENT" TO RPT-ACTION.
           MOVE WS-NOTICE-KIND TO BB-OD-NOTICE.
           REWRITE BEGBAL-REC.
       E-300-NOTICE.
       EXIT.
      * Puts an account overdrawn sixty days on the charge-off list
      * awaiting supervisor approval, or brings the amount and days
      * up to date on the entry already there.  An old entry for a
      * cured overdraft is reused for the new one; an account that
      * was already written off once cannot be listed again under
      * the same number and goes to the branch as an exception.
       400-LIST-CHGOFF.
           IF WS-CHGOFF-AVAIL = 0
               MOVE "CHARGE-OFF FILE NOT AVAILABLE" TO RPT-ACTION
               ADD 1 TO WS-EXCP-CNT
               GO TO E-400-LIST-CHGOFF.
           MOVE BB-ACCT TO CO-ACCT.
           READ CHGOFF-FILE
               INVALID KEY
                   PERFORM 410-NEW-ENTRY THRU E-410-NEW-ENTRY
                   WRITE CHGOFF-REC
                   ADD 1 TO WS-LISTED-CNT
                   MOVE "LISTED FOR CHARGE-OFF" TO RPT-ACTION
                   GO TO E-400-LIST-CHGOFF
           END-READ.
           IF CO-IS-WRITTEN-OFF
               MOVE "PRIOR CHARGE-OFF ON FILE - REVIEW" TO RPT-ACTION
               ADD 1 TO WS-EXCP-CNT
               GO TO E-400-LIST-CHGOFF.
           IF CO-IS-CANCELLED
               PERFORM 410-NEW-ENTRY THRU E-410-NEW-ENTRY
               ADD 1 TO WS-LISTED-CNT
               MOVE "LISTED FOR CHARGE-OFF" TO RPT-ACTION
           ELSE
               MOVE WS-DAYS-OD TO CO-DAYS
               MOVE BB-OD-AMT TO CO-AMOUNT
               IF CO-IS-APPROVED
                   MOVE "CHARGE-OFF APPROVED" TO RPT-ACTION
               ELSE
                   MOVE "ON CHARGE-OFF LIST" TO RPT-ACTION
               END-IF
           END-IF.
           REWRITE CHGOFF-REC.
       E-400-LIST-CHGOFF.
       EXIT.
      * Fills a charge-off entry for the account in hand, awaiting
      * approval.
       410-NEW-ENTRY.
           MOVE BB-ACCT TO CO-ACCT.
           MOVE WS-CUST-NAME TO CO-NAME.
           MOVE BB-CUST-NO TO CO-CUST-NO.
           MOVE BB-BRANCH TO CO-BRANCH.
           MOVE BB-OD-SINCE TO CO-OD-SINCE.
           MOVE WS-DAYS-OD TO CO-DAYS.
           MOVE BB-OD-AMT TO CO-AMOUNT.
           MOVE "P" TO CO-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO CO-LIST-DATE.
           MOVE 0 TO CO-APPR-DATE.
           MOVE SPACES TO CO-APPR-OPER.
           MOVE 0 TO CO-WO-DATE.
           MOVE 0 TO CO-WO-AMT.
           MOVE 0 TO CO-RECOV-AMT.
           MOVE 0 TO CO-RECOV-DATE.
           MOVE 0 TO CO-RECOV-SEQ.
       E-410-NEW-ENTRY.
       EXIT.
      * Walks the charge-off list.  An entry still awaiting
      * approval or write-off whose account is no longer overdrawn
      * (brought current, or closed) comes off the list; the rest
      * print as the list the supervisor works from.
       500-WORK-LIST.
           MOVE CO-TITLE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 3 LINES.
           MOVE CO-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           IF WS-CHGOFF-AVAIL = 0
               GO TO E-500-WORK-LIST.
           MOVE LOW-VALUES TO CO-ACCT.
           START CHGOFF-FILE KEY IS NOT LESS THAN CO-ACCT
               INVALID KEY MOVE 1 TO WS-CO-EOF
           END-START.
           PERFORM 510-WORK-ONE THRU E-510-WORK-ONE
               UNTIL WS-CO-EOF = 1.
       E-500-WORK-LIST.
       EXIT.
       510-WORK-ONE.
           READ CHGOFF-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-CO-EOF
                   GO TO E-510-WORK-ONE
           END-READ.
           IF NOT CO-IS-PENDING AND NOT CO-IS-APPROVED
               GO TO E-510-WORK-ONE.
           MOVE CO-ACCT TO CO-L-ACCT.
           MOVE CO-NAME TO CO-L-NAME.
           MOVE CO-LIST-DATE TO CO-L-LISTED.
           MOVE CO-DAYS TO CO-L-DAYS.
           MOVE CO-AMOUNT TO CO-L-AMT.
           MOVE CO-ACCT TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   MOVE 0 TO BB-OD-AMT
           END-READ.
           IF BB-OD-AMT NOT NUMERIC OR BB-OD-AMT = 0
               MOVE "X" TO CO-STATUS
               REWRITE CHGOFF-REC
               ADD 1 TO WS-CURED-CNT
               MOVE "NO LONGER OVERDRAWN - REMOVED" TO CO-L-STATUS
           ELSE
               ADD 1 TO WS-OPEN-CO-CNT
               ADD CO-AMOUNT TO WS-OPEN-CO-AMT
               IF CO-IS-APPROVED
                   MOVE SPACES TO CO-L-STATUS
                   STRING "APPROVED " CO-APPR-DATE " BY "
                       CO-APPR-OPER " - WRITE-OFF TONIGHT"
                       DELIMITED BY SIZE INTO CO-L-STATUS
               ELSE
                   MOVE "AWAITING SUPERVISOR APPROVAL" TO CO-L-STATUS
               END-IF
           END-IF.
           MOVE CO-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-510-WORK-ONE.
       EXIT.
      * Prints the bucket, notice, and list totals and closes the
      * files.
       800-CLOSEUP.
           MOVE WS-OPEN-CO-CNT TO TOT-CO-CNT.
           MOVE WS-OPEN-CO-AMT TO TOT-CO-AMT.
           MOVE CO-TOTALS TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE WS-CNT-1 TO TOT-CNT-1.
           MOVE WS-BAL-1 TO TOT-BAL-1.
           MOVE WS-CNT-10 TO TOT-CNT-10.
           MOVE WS-BAL-10 TO TOT-BAL-10.
           MOVE WS-CNT-30 TO TOT-CNT-30.
           MOVE WS-BAL-30 TO TOT-BAL-30.
           MOVE WS-CNT-60 TO TOT-CNT-60.
           MOVE WS-BAL-60 TO TOT-BAL-60.
           MOVE RPT-BUCKET-TOTALS TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE WS-NOTICE-1-CNT TO TOT-NOTICE-1.
           MOVE WS-NOTICE-2-CNT TO TOT-NOTICE-2.
           MOVE WS-LISTED-CNT TO TOT-LISTED.
           MOVE WS-CURED-CNT TO TOT-CURED.
           MOVE WS-EXCP-CNT TO TOT-EXCP.
           MOVE RPT-NOTICE-TOTALS TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           CLOSE BEGBAL-FILE BANKCUST CHGOFF-FILE ODAGE-RPT
               ODNOTICE-RPT.
           STOP RUN.
       END PROGRAM ODAGE.

      * 2026-09-03  KB  CARRY BB-CUST-NO ON BEGBAL-REC; A RECORD
      *                 CREATED HERE WAITS FOR THE BRANCH TO ASSIGN
      *                 THE RELATIONSHIP NUMBER.
      * 2026-10-15  KB  SKIP THE TYPE "L" LOAN PRINCIPAL RECORDS NOW
      *                 ON THE GL EXTRACT; LOANS LIVE ON LOANMAST.
      * 2026-10-15  KB  CARRY THE CD TERM, MATURITY, AND RENEWAL
      *                 FIELDS ON BEGBAL-REC; A MASTER RECORD
      *                 CREATED BY THE ROLL-FORWARD CARRIES NO CD
      *                 TERMS UNTIL THE BRANCH SETS THEM IN
      *                 CDMAINT.
      * 2026-10-15  KB  CARRY THE ACCRUED-INTEREST BALANCE AND
      *                 LAST ACCRUAL DATE ON BEGBAL-REC; A RECORD
      *                 CREATED BY THE ROLL-FORWARD STARTS
      *                 ACCRUING FROM TODAY.
      * 2026-10-15  KB  ROLL A NEGATIVE ENDING BALANCE FORWARD AS
      *                 AN OVERDRAFT (BB-OD-AMT, BB-OD-SINCE, BB-
      *                 OD-NOTICE ON BEGBAL-REC) INSTEAD OF
      *                 FLAGGING IT; COUNT OVERDRAWN ACCOUNTS ON
      *                 THE TOTALS LINE.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALFWD.
       01  RPT-OUT          PIC X(80).
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
       77  UT-S-BANKGL  PIC X(50) VALUE 'C:\CS4230\BANKGL.DAT'.
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  WS-ROLLED    PIC 9(5)       VALUE 0.
       77  WS-ADDED     PIC 9(5)       VALUE 0.
       77  WS-FLAGGED   PIC 9(5)       VALUE 0.
       77  WS-OVERDRAWN PIC 9(5)       VALUE 0.
       77  MAX-BB-BAL   PIC 9(5)V99    VALUE 99999.99.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
           05  FILLER        PIC X(10)  VALUE "  FLAGGED:".
           05  FILLER        PIC X(1).
           05  RPT-T-FLAGGED PIC ZZZZ9.
           05  FILLER        PIC X(12)  VALUE "  OVERDRAWN:".
           05  FILLER        PIC X(1).
           05  RPT-T-OVERDRAWN PIC ZZZZ9.
       PROCEDURE DIVISION.
      * Opens the files and drives one pass through the GL extract.
       000-MAIN.
      * Applies one account's ending balance back to the BEGBAL
      * master. An account on the GL extract with no master record
      * gets one created, so it opens tomorrow at today's ending.
      * A negative ending balance rolls as an overdraft: BB-BAL
      * stays at zero and the amount overdrawn rides BB-OD-AMT,
      * with BB-OD-SINCE holding the first night the account went
      * negative so the overdraft aging can count days from it.  An
      * ending at or above zero clears the overdraft fields.  An
      * ending too large either way cannot be held on the master,
      * so it is flagged on the listing for manual review instead
      * of being forced in wrong.
       200-ROLL-ACCOUNT.
           IF GL-TYPE = "F" OR GL-TYPE = "L"
               GO TO E-200-ROLL-ACCOUNT.
           MOVE GL-ACCT TO RPT-ACCT.
           MOVE GL-BALANCE TO RPT-BAL.
           IF GL-BALANCE > MAX-BB-BAL
               OR (0 - GL-BALANCE) > MAX-BB-BAL
               ADD 1 TO WS-FLAGGED
               MOVE "OUT OF RANGE - NOT ROLLED" TO RPT-ACTION
               PERFORM 300-WRITE-LINE
           READ BEGBAL-FILE
               INVALID KEY
                   MOVE GL-ACCT TO BB-ACCT
                   MOVE "N" TO BB-WAIVER
                   MOVE WS-CURRENT-DATE TO BB-LAST-ACT
                   MOVE SPACES TO BB-LINK-ACCT
                   MOVE GL-BRANCH TO BB-BRANCH
                   MOVE SPACES TO BB-CUST-NO
                   MOVE GL-TYPE TO BB-KODE
                   MOVE 0 TO BB-CD-TERM
                   MOVE 0 TO BB-CD-ISSUE
                   MOVE 0 TO BB-CD-MATURE
                   MOVE 0 TO BB-CD-RATE
                   MOVE SPACE TO BB-CD-INSTR
                   MOVE SPACES TO BB-CD-PAY-ACCT
                   MOVE 0 TO BB-CD-NOTICE
                   MOVE 0 TO BB-CD-GRACE-END
                   MOVE 0 TO BB-ACCR-INT
                   MOVE WS-CURRENT-DATE TO BB-ACCR-DATE
                   MOVE 0 TO BB-OD-SINCE
                   PERFORM 250-SET-BALANCE THRU E-250-SET-BALANCE
                   MOVE GL-BALANCE TO BB-AVAIL-BAL
                   IF GL-BALANCE < 0
                       MOVE 0 TO BB-AVAIL-BAL
                   END-IF
                   WRITE BEGBAL-REC
                   ADD 1 TO WS-ADDED
                   MOVE "ADDED TO MASTER" TO RPT-ACTION
               NOT INVALID KEY
                   PERFORM 250-SET-BALANCE THRU E-250-SET-BALANCE
                   MOVE GL-TYPE TO BB-KODE
                   REWRITE BEGBAL-REC
                   ADD 1 TO WS-ROLLED
                   MOVE "ROLLED FORWARD" TO RPT-ACTION
           END-READ.
           IF GL-BALANCE < 0
               ADD 1 TO WS-OVERDRAWN
               MOVE "ROLLED FORWARD - OVERDRAWN" TO RPT-ACTION.
           PERFORM 300-WRITE-LINE.
       E-200-ROLL-ACCOUNT.
       EXIT.
      * Sets the ledger balance and the overdraft fields from the
      * GL ending balance.  The overdrawn-since date is kept while
      * the account stays negative and is started the first night
      * it goes negative; a record written before overdrafts were
      * carried reads back unstamped and is treated as not
      * overdrawn.
       250-SET-BALANCE.
           IF BB-OD-SINCE NOT NUMERIC
               MOVE 0 TO BB-OD-SINCE.
           IF GL-BALANCE < 0
               MOVE 0 TO BB-BAL
               COMPUTE BB-OD-AMT = 0 - GL-BALANCE
               IF BB-OD-SINCE = 0
                   MOVE WS-CURRENT-DATE TO BB-OD-SINCE
                   MOVE SPACE TO BB-OD-NOTICE
               END-IF
           ELSE
               MOVE GL-BALANCE TO BB-BAL
               MOVE 0 TO BB-OD-AMT
               MOVE 0 TO BB-OD-SINCE
               MOVE SPACE TO BB-OD-NOTICE.
       E-250-SET-BALANCE.
       EXIT.
      * Writes the detail line built by 200-ROLL-ACCOUNT.
       300-WRITE-LINE.
           MOVE RPT-LINE TO RPT-OUT
           MOVE WS-ROLLED TO RPT-T-ROLLED.
           MOVE WS-ADDED TO RPT-T-ADDED.
           MOVE WS-FLAGGED TO RPT-T-FLAGGED.
           MOVE WS-OVERDRAWN TO RPT-T-OVERDRAWN.
           MOVE RPT-TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           CLOSE BANKGL BEGBAL-FILE BALFWD-RPT.

      *******  ATM/DEBIT CARD MASTER RECORD COPY FILE
       01  CARDMAST-REC.
           05  CA-CARD-NO      PIC X(16).
           05  CA-ACCT         PIC X(5).
           05  CA-NAME         PIC X(25).
           05  CA-STATUS       PIC X.
               88  CA-IS-ACTIVE        VALUE "A".
               88  CA-IS-LOST          VALUE "L".
               88  CA-IS-STOLEN        VALUE "S".
               88  CA-IS-CLOSED        VALUE "C".
               88  CA-IS-HOT           VALUE "L" "S".
           05  CA-DAILY-LIMIT  PIC 9(4)V99.
           05  CA-EXP-DATE     PIC 9(6).
           05  CA-ISSUE-DATE   PIC 9(8).
           05  CA-ISSUE-OPER   PIC X(3).
           05  CA-STAT-DATE    PIC 9(8).
           05  CA-STAT-OPER    PIC X(3).
           05  CA-USE-DATE     PIC 9(8).
           05  CA-USE-AMT      PIC 9(5)V99.
           05  CA-USE-CNT      PIC 9(3).
           05  CA-DECL-CNT     PIC 9(3).
           05  CA-DECL-AMT     PIC 9(5)V99.

      *******  ELECTRONIC-TRANSACTION DISPUTE (REG E CLAIM) COPY FILE
       01  DISPUTE-REC.
           05  DP-CLAIM-NO     PIC 9(6).
           05  DP-ACCT         PIC X(5).
           05  DP-TXN-DATE     PIC 9(8).
           05  DP-TXN-SEQ      PIC 9(5).
           05  DP-CHANNEL      PIC X(4).
           05  DP-TXN-AMT      PIC 9(4)V99.
           05  DP-AMOUNT       PIC 9(4)V99.
           05  DP-REASON       PIC X(30).
           05  DP-RECV-DATE    PIC 9(8).
           05  DP-OPEN-OPER    PIC X(3).
           05  DP-PC-DUE       PIC 9(8).
           05  DP-RES-DUE      PIC 9(8).
           05  DP-STATUS       PIC X.
               88  DP-IS-OPEN          VALUE "O".
               88  DP-IS-PROVISIONAL   VALUE "P".
               88  DP-IS-FAVOR         VALUE "F".
               88  DP-IS-DENIED        VALUE "D".
               88  DP-IS-PENDING       VALUE "O" "P".
           05  DP-PC-DATE      PIC 9(8).
           05  DP-PC-AMT       PIC 9(4)V99.
           05  DP-RES-DATE     PIC 9(8).
           05  DP-RES-OPER     PIC X(3).
           05  DP-RES-NOTE     PIC X(30).
           05  DP-POST-DATE    PIC 9(8).
           05  DP-NOTICE-DATE  PIC 9(8).

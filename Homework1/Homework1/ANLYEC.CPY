      *******  ACCOUNT-ANALYSIS EARNINGS-CREDIT EXTRACT COPY FILE
       01  ANLYEC-REC.
           05  EX-ACCT         PIC X(5).
           05  EX-PERIOD       PIC 9(6).
           05  EX-ADB          PIC 9(7)V99.
           05  EX-CREDIT       PIC 9(7)V99.
           05  EX-FEES         PIC 9(9)V99.

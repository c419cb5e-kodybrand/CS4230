      *******  RETURNED CHECK (OUTGOING RETURN ITEM) COPY FILE
       01  RETITEM-REC.
           05  RI-PRES-BANK    PIC X(9).
           05  RI-TRACE        PIC X(10).
           05  RI-ACCT         PIC X(5).
           05  RI-CHECK-NO     PIC 9(6).
           05  RI-AMOUNT       PIC 9(4)V99.
           05  RI-REASON       PIC X.
               88  RI-NSF              VALUE "A".
               88  RI-UNCOLLECTED      VALUE "B".
               88  RI-STOP-PAYMENT     VALUE "C".
               88  RI-CLOSED-ACCOUNT   VALUE "D".
               88  RI-FROZEN-ACCOUNT   VALUE "F".
           05  RI-REASON-DESC  PIC X(20).
           05  RI-RETURN-DATE  PIC 9(8).

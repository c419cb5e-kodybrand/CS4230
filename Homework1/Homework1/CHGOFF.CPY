      *******  OVERDRAFT CHARGE-OFF LIST RECORD COPY FILE
       01  CHGOFF-REC.
           05  CO-ACCT         PIC X(5).
           05  CO-NAME         PIC X(25).
           05  CO-CUST-NO      PIC X(6).
           05  CO-BRANCH       PIC X(3).
           05  CO-OD-SINCE     PIC 9(8).
           05  CO-DAYS         PIC 9(4).
           05  CO-AMOUNT       PIC 9(5)V99.
           05  CO-STATUS       PIC X.
               88  CO-IS-PENDING       VALUE "P".
               88  CO-IS-APPROVED      VALUE "A".
               88  CO-IS-WRITTEN-OFF   VALUE "W".
               88  CO-IS-CANCELLED     VALUE "X".
           05  CO-LIST-DATE    PIC 9(8).
           05  CO-APPR-DATE    PIC 9(8).
           05  CO-APPR-OPER    PIC X(3).
           05  CO-WO-DATE      PIC 9(8).
           05  CO-WO-AMT       PIC 9(5)V99.
           05  CO-RECOV-AMT    PIC 9(5)V99.
           05  CO-RECOV-DATE   PIC 9(8).
           05  CO-RECOV-SEQ    PIC 9(5).

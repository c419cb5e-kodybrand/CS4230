      *******  INSTALLMENT LOAN MASTER RECORD COPY FILE
       01  LOANMAST-REC.
           05  LN-LOAN         PIC X(5).
           05  LN-CUST-NO      PIC X(6).
           05  LN-BRANCH       PIC X(3).
           05  LN-NAME         PIC X(21).
           05  LN-STATUS       PIC X.
               88  LN-IS-ACTIVE        VALUE "A".
               88  LN-IS-PAID-OFF      VALUE "P".
               88  LN-IS-CHARGED-OFF   VALUE "C".
           05  LN-ORIG-DATE    PIC 9(8).
           05  LN-ORIG-PRIN    PIC 9(7)V99.
           05  LN-PRIN-BAL     PIC 9(7)V99.
           05  LN-RATE         PIC 9V9999.
           05  LN-TERM         PIC 9(3).
           05  LN-PMT-AMT      PIC 9(5)V99.
           05  LN-FIRST-DUE    PIC 9(8).
           05  LN-NEXT-DUE     PIC 9(8).
           05  LN-PAID-TO      PIC 9(8).
           05  LN-INT-UNPAID   PIC 9(5)V99.
           05  LN-UNAPPLIED    PIC 9(5)V99.
           05  LN-FEES-DUE     PIC 9(5)V99.
           05  LN-LATE-DUE     PIC 9(8).
           05  LN-INT-YTD      PIC 9(7)V99.
           05  LN-LAST-PMT-DATE PIC 9(8).
           05  LN-LAST-PMT-SEQ PIC 9(5).

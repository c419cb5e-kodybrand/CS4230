      *******  STANDING-ORDER (RECURRING TRANSFER) RECORD COPY FILE
       01  STANDORD-REC.
           05  SO-KEY.
               10  SO-FROM-ACCT    PIC X(5).
               10  SO-SEQ          PIC 9(2).
           05  SO-TO-ACCT      PIC X(5).
           05  SO-AMOUNT       PIC 9(4)V99.
           05  SO-FREQ         PIC X.
               88  SO-IS-WEEKLY        VALUE "W".
               88  SO-IS-BIWEEKLY      VALUE "B".
               88  SO-IS-SEMIMONTHLY   VALUE "S".
               88  SO-IS-MONTHLY       VALUE "M".
               88  SO-IS-QUARTERLY     VALUE "Q".
               88  SO-FREQ-VALID       VALUE "W" "B" "S" "M" "Q".
           05  SO-DAY-1        PIC 9(2).
           05  SO-DAY-2        PIC 9(2).
           05  SO-START-DATE   PIC 9(8).
           05  SO-NEXT-SCHED   PIC 9(8).
           05  SO-NEXT-RUN     PIC 9(8).
           05  SO-END-DATE     PIC 9(8).
           05  SO-STATUS       PIC X.
               88  SO-IS-ACTIVE        VALUE "A".
               88  SO-IS-CANCELLED     VALUE "C".
               88  SO-IS-ENDED         VALUE "E".
           05  SO-MEMO         PIC X(20).
           05  SO-PLACED-DATE  PIC 9(8).
           05  SO-PLACED-OPER  PIC X(3).
           05  SO-CANC-DATE    PIC 9(8).
           05  SO-CANC-OPER    PIC X(3).
           05  SO-LAST-RUN     PIC 9(8).
           05  SO-LAST-RESULT  PIC X.
               88  SO-LAST-POSTED      VALUE "P".
               88  SO-LAST-SKIPPED     VALUE "S".
           05  SO-RUN-CNT      PIC 9(4).
           05  SO-SKIP-CNT     PIC 9(3).

      *******  CHECK STOP-PAYMENT ORDER RECORD COPY FILE
       01  STOPPAY-REC.
           05  SP-KEY.
               10  SP-ACCT         PIC X(5).
               10  SP-CHECK-FROM   PIC 9(6).
           05  SP-CHECK-TO     PIC 9(6).
           05  SP-AMOUNT       PIC 9(5)V99.
           05  SP-PAYEE        PIC X(25).
           05  SP-REASON       PIC X(30).
           05  SP-PLACED-DATE  PIC 9(8).
           05  SP-PLACED-OPER  PIC X(3).
           05  SP-EXPIRE-DATE  PIC 9(8).
           05  SP-STATUS       PIC X.
               88  SP-IS-ACTIVE        VALUE "A".
               88  SP-IS-RELEASED      VALUE "R".
           05  SP-REL-DATE     PIC 9(8).
           05  SP-REL-OPER     PIC X(3).
           05  SP-HIT-CNT      PIC 9(3).
           05  SP-LAST-HIT     PIC 9(8).

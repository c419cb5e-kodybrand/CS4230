           05  TR-BALANCE-DUE  PIC 9(5)V99.
           05  TR-CURRENCY     PIC X(3).
           05  TR-VENDOR       PIC X(15).
      *  TR-VENDOR HOLDS THE TRAVVNDR VENDOR MASTER CODE.
           05  TR-VENDOR-R     REDEFINES TR-VENDOR.
               10  TR-VENDOR-CODE  PIC X(6).
               10  FILLER          PIC X(9).
           05  TR-DEPART-DATE  PIC 9(8).
           05  TR-RETURN-DATE  PIC 9(8).
           05  TR-STATUS       PIC X.

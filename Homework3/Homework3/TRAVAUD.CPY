      *******  BOOKING CHANGE AUDIT RECORD COPY FILE
      *  ONE RECORD PER BOOKING ADD, MODIFY, SEGMENT ADD, OR QUOTE
      *  CONVERSION, KEYED BY BOOKING AND THE TIME OF THE CHANGE SO
      *  A BOOKING'S HISTORY READS IN ORDER.  BEFORE VALUES ARE ZERO
      *  OR BLANK ON AN ADD OR CONVERSION; ON A SEGMENT ADD THE
      *  AFTER VALUES ARE THE NEW SEGMENT'S.
       01  TRAVAUD-REC.
           05  BA-KEY.
               10  BA-BOOK-NO      PIC 9(5).
               10  BA-DATE         PIC 9(8).
               10  BA-TIME         PIC 9(8).
           05  BA-ACTION           PIC X.
               88  BA-ADD                  VALUE "A".
               88  BA-MODIFY               VALUE "M".
               88  BA-SEGMENT              VALUE "S".
               88  BA-CONVERT              VALUE "Q".
           05  BA-OPER             PIC X(3).
           05  BA-SEG-NO           PIC 9(2).
           05  BA-BEFORE.
               10  BA-B-COST       PIC 9(5)V99.
               10  BA-B-DEPOSIT    PIC 9(5)V99.
               10  BA-B-DEPART     PIC 9(8).
               10  BA-B-RETURN     PIC 9(8).
               10  BA-B-CONF-NO    PIC X(10).
               10  BA-B-VENDOR     PIC X(15).
           05  BA-AFTER.
               10  BA-A-COST       PIC 9(5)V99.
               10  BA-A-DEPOSIT    PIC 9(5)V99.
               10  BA-A-DEPART     PIC 9(8).
               10  BA-A-RETURN     PIC 9(8).
               10  BA-A-CONF-NO    PIC X(10).
               10  BA-A-VENDOR     PIC X(15).

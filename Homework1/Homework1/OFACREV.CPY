      *******  SANCTIONS SCREENING REVIEW RECORD COPY FILE
       01  OFACREV-REC.
           05  OR-REVIEW-NO    PIC 9(6).
           05  OR-SOURCE       PIC X.
               88  OR-FROM-OPEN        VALUE "O".
               88  OR-FROM-RESCREEN    VALUE "R".
               88  OR-FROM-WIRE        VALUE "W".
           05  OR-ACCT         PIC X(5).
           05  OR-RAISED-DATE  PIC 9(8).
           05  OR-FIELD        PIC X.
               88  OR-ON-NAME          VALUE "N".
               88  OR-ON-ADDRESS       VALUE "A".
           05  OR-SCREEN-TEXT  PIC X(30).
           05  OR-LIST-UID     PIC 9(6).
           05  OR-LIST-TYPE    PIC X.
           05  OR-LIST-PROGRAM PIC X(12).
           05  OR-LIST-NAME    PIC X(40).
           05  OR-SCORE        PIC 9(3).
           05  OR-LIST-DATE    PIC 9(8).
           05  OR-STATUS       PIC X.
               88  OR-IS-PENDING       VALUE "P".
               88  OR-IS-CLEARED       VALUE "C".
               88  OR-IS-ESCALATED     VALUE "E".
           05  OR-DEC-DATE     PIC 9(8).
           05  OR-DEC-OPER     PIC X(3).
           05  OR-DEC-NOTE     PIC X(40).
           05  OR-ITEM-DATE    PIC 9(8).
           05  OR-IMAGE        PIC X(51).
           05  OR-RELEASE-DATE PIC 9(8).
           05  OR-APPLIED-DATE PIC 9(8).

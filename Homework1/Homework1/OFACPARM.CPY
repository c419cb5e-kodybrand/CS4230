      *******  SANCTIONS SCREENING CALL PARAMETER COPY FILE
       01  OFAC-PARM.
           05  OP-TEXT         PIC X(40).
           05  OP-KIND         PIC X.
               88  OP-SCREEN-NAME      VALUE "N".
               88  OP-SCREEN-ADDRESS   VALUE "A".
           05  OP-RESULT       PIC X.
               88  OP-POSSIBLE-MATCH   VALUE "Y".
               88  OP-NO-MATCH         VALUE "N".
               88  OP-LIST-MISSING     VALUE "U".
           05  OP-SCORE        PIC 9(3).
           05  OP-UID          PIC 9(6).
           05  OP-LIST-TYPE    PIC X.
           05  OP-PROGRAM      PIC X(12).
           05  OP-LIST-NAME    PIC X(40).
           05  OP-LIST-DATE    PIC 9(8).

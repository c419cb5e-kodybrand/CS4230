      *******  SANCTIONS LIST ENTRY RECORD COPY FILE
       01  SANCLIST-REC.
           05  SL-UID          PIC 9(6).
           05  SL-TYPE         PIC X.
               88  SL-IS-INDIVIDUAL    VALUE "I".
               88  SL-IS-ENTITY        VALUE "E".
               88  SL-IS-VESSEL        VALUE "V".
               88  SL-IS-JURISDICTION  VALUE "A".
           05  SL-NAME-KIND    PIC X.
               88  SL-IS-PRIMARY       VALUE "P".
               88  SL-IS-ALIAS         VALUE "K".
           05  SL-PROGRAM      PIC X(12).
           05  SL-NAME         PIC X(40).

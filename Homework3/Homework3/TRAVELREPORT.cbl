      *                 ACTUALLY DUE AGE, MONEY NOT YET DUE SITS IN
      *                 CURRENT -- FALLING BACK TO THE OLD BOOKING-
      *                 DATE AGING FOR BOOKINGS WITH NO SCHEDULE.
      * 2026-10-15  KB  THE TRAVCLI CLIENT MASTER IS NOW 131 BYTES,
      *                 CARRYING THE CLIENT'S TRAVEL HISTORY, LOYALTY
      *                 POINTS, AND TIER.

       ENVIRONMENT DIVISION.
       
       COPY "TRAVELREC.CPY".
       FD  TRAVCLI-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 131 CHARACTERS.
       01  TRAVCLI-REC.
           05  CL-NUMBER       PIC 9(3).
           05  CL-NAME         PIC X(15).
           05  CL-PASSPORT     PIC X(9).
           05  CL-NATION       PIC X(3).
           05  CL-PASS-EXP     PIC 9(8).
           05  CL-LIFE-TRIPS   PIC 9(5).
           05  CL-LIFE-SPEND   PIC 9(7)V99.
           05  CL-YEAR-TRIPS   PIC 9(3).
           05  CL-YEAR-SPEND   PIC 9(7)V99.
           05  CL-LAST-TRAVEL  PIC 9(8).
           05  CL-POINTS       PIC 9(7).
           05  CL-TIER         PIC X.
               88  CL-TIER-NONE        VALUE SPACE.
               88  CL-TIER-SILVER      VALUE "S".
               88  CL-TIER-GOLD        VALUE "G".
               88  CL-TIER-PLATINUM    VALUE "P".
       FD  PROCDATE-FILE.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).

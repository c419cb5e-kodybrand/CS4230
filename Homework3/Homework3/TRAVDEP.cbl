      *                 BOOKING RECORD CARRIES NO RELIABLE
      *                 DOMESTIC/INTERNATIONAL FLAG, SO EVERY
      *                 DEPARTURE IS CHECKED RATHER THAN GUESSED.
      * 2026-10-15  KB  TRAVSEG SEGMENTS GROW TO 99 BYTES WITH THE
      *                 DESTINATION CITY AND COUNTRY.
      * 2026-10-15  KB  THE TRAVCLI CLIENT MASTER IS NOW 131 BYTES,
      *                 CARRYING THE CLIENT'S TRAVEL HISTORY, LOYALTY
      *                 POINTS, AND TIER.

       ENVIRONMENT DIVISION.

       01  CHASE-OUT           PIC X(100).
       FD  TRAVSEG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 99 CHARACTERS.
       01  TRAVSEG-REC.
           05  SG-KEY.
               10  SG-BOOK-NO  PIC 9(5).
           05  SG-COST         PIC 9(5)V99.
           05  SG-CONF-NO      PIC X(10).
           05  SG-CONF-DATE    PIC 9(8).
           05  SG-DEST-CITY    PIC X(20).
           05  SG-DEST-COUNTRY PIC X(15).
       FD  ITIN-RPT.
       01  ITIN-OUT            PIC X(100).
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
       FD  DOCS-RPT.
       01  DOCS-OUT            PIC X(100).


      * 2026-09-03  KB  CARRY PASSPORT NUMBER, NATIONALITY, AND
      *                 PASSPORT EXPIRY ON THE CLIENT MASTER FOR
      *                 THE TRAVDEP DOCUMENT-COMPLIANCE CHECK.
      * 2026-10-15  KB  CARRY THE CLIENT'S LIFETIME AND TRAILING-YEAR
      *                 TRIPS AND SPEND, LAST TRAVEL DATE, LOYALTY POINT
      *                 BALANCE, AND TIER ON THE CLIENT MASTER (NOW 131
      *                 BYTES).  TRAVEARN KEEPS THEM; A NEW CLIENT
      *                 STARTS AT ZERO WITH NO TIER, AND A CHANGE
      *                 TRANSACTION NEVER TOUCHES THEM.

       ENVIRONMENT DIVISION.

           05  CT-PASS-EXP     PIC 9(8).
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
       FD  CLIM-RPT.
       01  RPT-OUT             PIC X(100).

               MOVE CT-PASS-EXP TO CL-PASS-EXP
           ELSE
               MOVE ZEROES TO CL-PASS-EXP.
           MOVE ZEROES TO CL-LIFE-TRIPS CL-LIFE-SPEND CL-YEAR-TRIPS
                          CL-YEAR-SPEND CL-LAST-TRAVEL CL-POINTS.
           MOVE SPACE TO CL-TIER.
           WRITE TRAVCLI-REC
               INVALID KEY
                   ADD 1 TO WS-REJECTS

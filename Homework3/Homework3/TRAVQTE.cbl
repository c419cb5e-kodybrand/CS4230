      *                 AN ACCEPTED QUOTE INTO A REAL TRAVMAST
      *                 BOOKING UNDER THE NEXT TRAVBNO NUMBER, SO
      *                 THE PRICE NEVER GETS REBUILT FROM MEMORY.
      * 2026-10-15  KB  THE QUOTED VENDOR IS KEYED AS A TRAVVNDR
      *                 VENDOR MASTER CODE AND THE QUOTE IS REFUSED
      *                 WHEN THE CODE IS NOT ON THE MASTER.
      * 2026-10-15  KB  A QUOTE CONVERTED TO A BOOKING IS LOGGED TO THE
      *                 TRAVAUD BOOKING AUDIT FILE WITH THE OPERATOR AND
      *                 THE TIME.
      * 2026-10-15  KB  THE TRAVCLI CLIENT MASTER IS NOW 131 BYTES,
      *                 CARRYING THE CLIENT'S TRAVEL HISTORY, LOYALTY
      *                 POINTS, AND TIER.
      * 2026-10-15  KB  QUOTES ISSUED, DISPLAYED, AND CONVERTED ARE
      *                 STAMPED TO THE OPERATOR ACTIVITY JOURNAL.

       ENVIRONMENT DIVISION.

           SELECT OPTIONAL TRAVBNO-FILE ASSIGN TO UT-S-TRAVBNO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVBNO-STATUS.
           SELECT OPTIONAL TRAVVNDR-FILE ASSIGN TO UT-S-TRAVVNDR
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-TRAVVNDR-STATUS.
           SELECT OPTIONAL TRAVAUD-FILE ASSIGN TO UT-S-TRAVAUD
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-TRAVAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  QT-IMAGE        PIC X(166).
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
       FD  TRAVQNO-FILE.
       01  TRAVQNO-REC.
           05  QN-NEXT-NUMBER  PIC 9(5).
       FD  TRAVBNO-FILE.
       01  TRAVBNO-REC.
           05  BN-NEXT-NUMBER  PIC 9(5).
       FD  TRAVVNDR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
       COPY "TRAVVNDR.CPY".
       FD  TRAVAUD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 137 CHARACTERS.
       COPY "TRAVAUD.CPY".

       WORKING-STORAGE SECTION.
       77 UT-S-TRAVMAST        PIC X(50) VALUE "C:\Cobol\travmast.dat".
       77 WS-TRAVCLI-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVQNO-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVBNO-STATUS    PIC XX    VALUE SPACES.
       77 UT-S-TRAVVNDR        PIC X(50) VALUE "C:\Cobol\travvndr.dat".
       77 WS-TRAVVNDR-STATUS   PIC XX    VALUE SPACES.
       77 WS-VNDR-OPEN         PIC X     VALUE "N".
       77 WS-VENDOR-IN         PIC X(6)  VALUE SPACES.
       77 UT-S-TRAVAUD         PIC X(50) VALUE "C:\Cobol\travaud.dat".
       77 WS-TRAVAUD-STATUS    PIC XX    VALUE SPACES.
       77 WS-AUD-TRIES         PIC 9(2)  VALUE ZERO.
       01  WS-AUDIT-STAMP.
           05  WS-AUD-DATE     PIC 9(8).
           05  WS-AUD-TIME     PIC 9(8).
           05  FILLER          PIC X(5).
       77 WS-ACTION            PIC X     VALUE SPACE.
       77 WS-NEXT-QUOTE        PIC 9(5)  VALUE 1.
       77 WS-NEXT-BOOKING      PIC 9(5)  VALUE 1.
       77 WS-AUTH-LEVEL        PIC 9     VALUE 0.
       77 WS-SIGNON-OK         PIC X     VALUE "N".
       77 WS-VIOL-FUNCTION     PIC X(30) VALUE SPACES.
       77 WS-ACT-PROGRAM       PIC X(8)  VALUE "TRAVQTE".
       77 WS-ACT-FUNCTION      PIC X(20) VALUE SPACES.
       77 WS-ACT-KEY           PIC X(20) VALUE SPACES.
       77 WS-ACT-OWNER         PIC X(3)  VALUE SPACES.
       01  WS-DISPLAY-COST     PIC $$,$$9.99.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
           OPEN I-O TRAVMAST-FILE.
           OPEN I-O TRAVQUOT-FILE.
           OPEN INPUT TRAVCLI-FILE.
           OPEN INPUT TRAVVNDR-FILE.
           IF WS-TRAVVNDR-STATUS = "00"
               MOVE "Y" TO WS-VNDR-OPEN.
           OPEN I-O TRAVAUD-FILE.
           PERFORM 050-LOAD-NUMBERS THRU 050-EXIT.
           DISPLAY "QUOTE ENTRY AND CONVERSION".
           PERFORM 100-ONE-ACTION THRU 100-EXIT
               UNTIL WS-ACTION = "X".
           PERFORM 060-SAVE-NUMBERS THRU 060-EXIT.
           CLOSE TRAVMAST-FILE TRAVQUOT-FILE TRAVCLI-FILE
                 TRAVVNDR-FILE TRAVAUD-FILE.
           STOP RUN.

      * Reads the next quote and booking numbers off the controls.
                       MOVE CL-PHONE TO TR-C-PHONE
               END-READ
           END-IF.
           DISPLAY "VENDOR CODE: " WITH NO ADVANCING.
           ACCEPT WS-VENDOR-IN.
           INSPECT WS-VENDOR-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-VENDOR-IN = SPACES
               DISPLAY "VENDOR CODE IS REQUIRED"
               GO TO 200-EXIT.
           IF WS-VNDR-OPEN NOT = "Y"
               DISPLAY "VENDOR MASTER NOT AVAILABLE"
               GO TO 200-EXIT.
           MOVE WS-VENDOR-IN TO VM-CODE.
           READ TRAVVNDR-FILE
               INVALID KEY
                   DISPLAY "VENDOR " WS-VENDOR-IN
                       " NOT ON VENDOR MASTER"
                   GO TO 200-EXIT
               NOT INVALID KEY
                   DISPLAY "VENDOR " VM-NAME
           END-READ.
           MOVE WS-VENDOR-IN TO TR-VENDOR.
           DISPLAY "QUOTED COST (99999.99): " WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN NOT NUMERIC
                   GO TO 200-EXIT
           END-WRITE.
           DISPLAY "QUOTE " QT-QUOTE-NO " ISSUED".
           MOVE "ADD QUOTE" TO WS-ACT-FUNCTION.
           MOVE QT-QUOTE-NO TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           ADD 1 TO WS-NEXT-QUOTE.
       200-EXIT.
           EXIT.
                   DISPLAY "QUOTE NOT ON FILE"
                   GO TO 300-EXIT
           END-READ.
           MOVE "VIEW QUOTE" TO WS-ACT-FUNCTION.
           MOVE QT-QUOTE-NO TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           MOVE QT-IMAGE TO TRAVEL-REC.
           MOVE TR-COST TO WS-DISPLAY-COST.
           DISPLAY "CLIENT " TR-C-NUMBER " " TR-C-NAME.
           REWRITE TRAVQUOT-REC.
           DISPLAY "QUOTE " QT-QUOTE-NO " CONVERTED TO BOOKING "
               TR-BOOK-NO.
           PERFORM 450-AUDIT-CONVERSION THRU 450-EXIT.
           MOVE "CONVERT QUOTE" TO WS-ACT-FUNCTION.
           MOVE TR-BOOK-NO TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           ADD 1 TO WS-NEXT-BOOKING.
       400-EXIT.
           EXIT.
      * Logs the new booking to the booking audit file: nothing
      * before, the booking as converted after.
       450-AUDIT-CONVERSION.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP.
           MOVE TR-BOOK-NO TO BA-BOOK-NO.
           MOVE WS-AUD-DATE TO BA-DATE.
           MOVE WS-AUD-TIME TO BA-TIME.
           MOVE "Q" TO BA-ACTION.
           MOVE WS-OPER-ID TO BA-OPER.
           MOVE 0 TO BA-SEG-NO.
           MOVE ZEROES TO BA-B-COST BA-B-DEPOSIT BA-B-DEPART
                          BA-B-RETURN.
           MOVE SPACES TO BA-B-CONF-NO BA-B-VENDOR.
           MOVE TR-COST TO BA-A-COST.
           MOVE TR-DEPOSIT-PAID TO BA-A-DEPOSIT.
           MOVE TR-DEPART-DATE TO BA-A-DEPART.
           MOVE TR-RETURN-DATE TO BA-A-RETURN.
           MOVE TR-CONF-NO TO BA-A-CONF-NO.
           MOVE TR-VENDOR TO BA-A-VENDOR.
           MOVE 0 TO WS-AUD-TRIES.
       450-RETRY.
           WRITE TRAVAUD-REC
               INVALID KEY
                   ADD 1 TO WS-AUD-TRIES
                   IF WS-AUD-TRIES < 10
                       ADD 1 TO BA-TIME
                       GO TO 450-RETRY
                   ELSE
                       DISPLAY "*** AUDIT RECORD NOT WRITTEN ***"
                   END-IF
           END-WRITE.
       450-EXIT.
           EXIT.
       END PROGRAM TRAVQTE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVLOC.
       AUTHOR. KODY BRAND.
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.  TRAVELER LOCATOR FOR THE
      *                 OPS DESK WHEN A STORM OR STRIKE HITS A REGION.
      *                 THE OPERATOR KEYS A DATE AND, OPTIONALLY, A
      *                 COUNTRY AND A CITY; EVERY ACTIVE BOOKING
      *                 WHOSE TRAVSEG SEGMENTS PLACE THE CLIENT THERE
      *                 THAT DAY LISTS BY COUNTRY AND CITY WITH THE
      *                 CLIENT'S PHONE FROM TRAVCLI, THE VENDOR, THE
      *                 CONFIRMATION NUMBER, AND THE RETURN DATE.
      *                 WITH NO PLACE KEYED, TRAVELERS AWAY ON TRIPS
      *                 WITHOUT DESTINATIONS ON FILE LIST AT THE END
      *                 SO NOBODY ON THE ROAD IS MISSED.
      * 2026-10-15  KB  THE TRAVCLI CLIENT MASTER IS NOW 131 BYTES,
      *                 CARRYING THE CLIENT'S TRAVEL HISTORY, LOYALTY
      *                 POINTS, AND TIER.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRAVMAST-FILE ASSIGN TO DYNAMIC UT-S-TRAVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TR-BOOK-NO
               FILE STATUS IS WS-TRAVMAST-STATUS.
           SELECT OPTIONAL TRAVSEG-FILE ASSIGN TO UT-S-TRAVSEG
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-TRAVSEG-STATUS.
           SELECT OPTIONAL TRAVCLI-FILE ASSIGN TO UT-S-TRAVCLI
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CL-NUMBER
               FILE STATUS IS WS-TRAVCLI-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT SORT-WORK ASSIGN TO UT-S-SORTWK.
           SELECT LOC-RPT ASSIGN TO UT-S-LOCRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAVMAST-FILE
           RECORD CONTAINS 166 CHARACTERS.
       COPY "TRAVELREC.CPY".
       FD  TRAVSEG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 99 CHARACTERS.
       01  TRAVSEG-REC.
           05  SG-KEY.
               10  SG-BOOK-NO  PIC 9(5).
               10  SG-SEQ      PIC 9(2).
           05  SG-TYPE         PIC 9.
           05  SG-VENDOR       PIC X(15).
           05  SG-DEPART       PIC 9(8).
           05  SG-RETURN       PIC 9(8).
           05  SG-COST         PIC 9(5)V99.
           05  SG-CONF-NO      PIC X(10).
           05  SG-CONF-DATE    PIC 9(8).
           05  SG-DEST-CITY    PIC X(20).
           05  SG-DEST-COUNTRY PIC X(15).
       FD  TRAVCLI-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 131 CHARACTERS.
       01  TRAVCLI-REC.
           05  CL-NUMBER       PIC 9(3).
           05  CL-NAME         PIC X(15).
           05  CL-ADDRESS      PIC X(41).
           05  CL-PHONE        PIC X(10).
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
           05  PD-MONTH-END    PIC X.
      * One traveler placed somewhere on the date asked.  A trip with
      * no destination on file sorts last under high-values.
       SD  SORT-WORK.
       01  SORT-REC.
           05  SR-COUNTRY      PIC X(15).
           05  SR-CITY         PIC X(20).
           05  SR-NAME         PIC X(15).
           05  SR-BOOK-NO      PIC 9(5).
           05  SR-SEQ          PIC 9(2).
           05  SR-CLIENT       PIC 9(3).
           05  SR-PHONE        PIC X(10).
           05  SR-VENDOR       PIC X(15).
           05  SR-CONF-NO      PIC X(10).
           05  SR-RETURN       PIC 9(8).
       FD  LOC-RPT.
       01  RPT-OUT             PIC X(120).

       WORKING-STORAGE SECTION.
       77 UT-S-TRAVMAST        PIC X(50) VALUE "C:\Cobol\travmast.dat".
       77 UT-S-TRAVSEG         PIC X(50) VALUE "C:\Cobol\travseg.dat".
       77 UT-S-TRAVCLI         PIC X(50) VALUE "C:\Cobol\travcli.dat".
       77 UT-S-PROCDATE        PIC X(50) VALUE "C:\COBOL\PROCDATE.DAT".
       77 UT-S-SORTWK          PIC X(50) VALUE "C:\Cobol\travloc.tmp".
       77 UT-S-LOCRPT          PIC X(50) VALUE "C:\Cobol\travloc.rpt".
       77 WS-TRAVMAST-STATUS   PIC XX    VALUE SPACES.
       77 WS-TRAVSEG-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVCLI-STATUS    PIC XX    VALUE SPACES.
       77 WS-PROCDATE-STATUS   PIC XX    VALUE SPACES.
       77 WS-SEG-OPEN          PIC X     VALUE "N".
       77 WS-CLI-OPEN          PIC X     VALUE "N".
       77 WS-MAST-EOF          PIC X     VALUE "N".
       77 WS-SEG-EOF           PIC X     VALUE "N".
       77 WS-SORT-EOF          PIC X     VALUE "N".
       77 WS-PLACED            PIC 9(3)  VALUE ZEROS.
       77 WS-SEG-END           PIC 9(8)  VALUE ZEROS.
       77 WS-DATE-IN           PIC X(8)  VALUE SPACES.
       77 WS-ON-DATE           PIC 9(8)  VALUE ZEROS.
       77 WS-COUNTRY-IN        PIC X(15) VALUE SPACES.
       77 WS-CITY-IN           PIC X(20) VALUE SPACES.
       77 WS-CUR-COUNTRY       PIC X(15) VALUE SPACES.
       77 WS-CUR-CITY          PIC X(20) VALUE SPACES.
       77 WS-FIRST             PIC X     VALUE "Y".
       77 WS-LISTED            PIC 9(5)  VALUE ZEROS.
       77 WS-PLACE-COUNT       PIC 9(5)  VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER          PIC X(23)
               VALUE "TRAVELER LOCATOR - ON ".
           05  TTL-DATE        PIC 9(8).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  TTL-PLACE       PIC X(40).
       01  PLACE-HEAD.
           05  PH-COUNTRY      PIC X(15).
           05  FILLER          PIC X(3)   VALUE " / ".
           05  PH-CITY         PIC X(20).
       01  COL-HEAD.
           05  FILLER          PIC X(40)
               VALUE "  CLIENT           BOOKING   PHONE      ".
           05  FILLER          PIC X(40)
               VALUE " VENDOR           CONF NO     RETURNS".
       01  DTL-LINE.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-NAME        PIC X(15).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-BOOK-NO     PIC 9(5).
           05  FILLER          PIC X      VALUE "-".
           05  DTL-SEQ         PIC 9(2).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-PHONE       PIC X(10).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-VENDOR      PIC X(15).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-CONF-NO     PIC X(10).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  DTL-RETURN      PIC 9(8).
       01  PLACE-TOTAL.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  PT-COUNT        PIC ZZZZ9.
           05  FILLER          PIC X(11)  VALUE " TRAVELERS".
       01  TOTAL-LINE.
           05  FILLER          PIC X(24)
               VALUE "TOTAL TRAVELERS LISTED: ".
           05  TL-COUNT        PIC ZZZZ9.
       PROCEDURE DIVISION.
      * Takes the date and place from the operator, gathers every
      * traveler there, and prints them grouped by place.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE-NUM TO WS-ON-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-ON-DATE
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           DISPLAY "LOCATE TRAVELERS ON YYYYMMDD (BLANK = TODAY): "
               WITH NO ADVANCING.
           ACCEPT WS-DATE-IN.
           IF WS-DATE-IN NOT = SPACES
               IF WS-DATE-IN NOT NUMERIC
                   DISPLAY "INVALID DATE"
                   STOP RUN
               ELSE
                   MOVE WS-DATE-IN TO WS-ON-DATE.
           DISPLAY "COUNTRY (BLANK = ALL): " WITH NO ADVANCING.
           ACCEPT WS-COUNTRY-IN.
           DISPLAY "CITY (BLANK = ALL): " WITH NO ADVANCING.
           ACCEPT WS-CITY-IN.
           INSPECT WS-COUNTRY-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-CITY-IN CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           OPEN INPUT TRAVSEG-FILE.
           IF WS-TRAVSEG-STATUS = "00"
               MOVE "Y" TO WS-SEG-OPEN.
           OPEN INPUT TRAVCLI-FILE.
           IF WS-TRAVCLI-STATUS = "00"
               MOVE "Y" TO WS-CLI-OPEN.
           OPEN OUTPUT LOC-RPT.
           MOVE WS-ON-DATE TO TTL-DATE.
           MOVE SPACES TO TTL-PLACE.
           IF WS-COUNTRY-IN NOT = SPACES OR WS-CITY-IN NOT = SPACES
               STRING WS-CITY-IN DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   WS-COUNTRY-IN DELIMITED BY "  "
                   INTO TTL-PLACE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           SORT SORT-WORK
               ON ASCENDING KEY SR-COUNTRY SR-CITY SR-NAME SR-BOOK-NO
               INPUT PROCEDURE IS 100-FIND-TRAVELERS THRU 100-EXIT
               OUTPUT PROCEDURE IS 300-LIST-PASS THRU 300-EXIT.
           CLOSE TRAVSEG-FILE TRAVCLI-FILE LOC-RPT.
           DISPLAY WS-LISTED " TRAVELERS LISTED ON TRAVLOC.RPT".
           STOP RUN.

      * Walks the active bookings; each segment spanning the date
      * at the place asked places the client there.
       100-FIND-TRAVELERS.
           OPEN INPUT TRAVMAST-FILE.
           PERFORM 110-ONE-BOOKING THRU 110-EXIT
               UNTIL WS-MAST-EOF = "Y".
           CLOSE TRAVMAST-FILE.
       100-EXIT.
           EXIT.
       110-ONE-BOOKING.
           READ TRAVMAST-FILE
               AT END
                   MOVE "Y" TO WS-MAST-EOF
                   GO TO 110-EXIT
           END-READ.
           IF NOT BOOKING-ACTIVE
               GO TO 110-EXIT.
           MOVE 0 TO WS-PLACED.
           MOVE "Y" TO WS-SEG-EOF.
           IF WS-SEG-OPEN = "Y"
               MOVE "N" TO WS-SEG-EOF
               MOVE TR-BOOK-NO TO SG-BOOK-NO
               MOVE 0 TO SG-SEQ
               START TRAVSEG-FILE KEY IS NOT LESS THAN SG-KEY
                   INVALID KEY MOVE "Y" TO WS-SEG-EOF
               END-START
           END-IF.
           PERFORM 120-ONE-SEGMENT THRU 120-EXIT
               UNTIL WS-SEG-EOF = "Y".
           IF WS-PLACED > 0
               GO TO 110-EXIT.
      * Away on the date but no segment says where: listed only
      * when no place was asked for.
           IF WS-COUNTRY-IN NOT = SPACES OR WS-CITY-IN NOT = SPACES
               GO TO 110-EXIT.
           IF TR-DEPART-DATE = 0 OR TR-DEPART-DATE > WS-ON-DATE
               GO TO 110-EXIT.
           IF TR-RETURN-DATE NOT = 0 AND TR-RETURN-DATE < WS-ON-DATE
               GO TO 110-EXIT.
           MOVE HIGH-VALUES TO SR-COUNTRY SR-CITY.
           MOVE 0 TO SR-SEQ.
           MOVE TR-VENDOR TO SR-VENDOR.
           MOVE TR-CONF-NO TO SR-CONF-NO.
           PERFORM 150-RELEASE-TRAVELER THRU 150-EXIT.
       110-EXIT.
           EXIT.
       120-ONE-SEGMENT.
           READ TRAVSEG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SEG-EOF
                   GO TO 120-EXIT
           END-READ.
           IF SG-BOOK-NO NOT = TR-BOOK-NO
               MOVE "Y" TO WS-SEG-EOF
               GO TO 120-EXIT.
           IF SG-DEST-COUNTRY = SPACES
               GO TO 120-EXIT.
           MOVE SG-RETURN TO WS-SEG-END.
           IF WS-SEG-END = 0
               MOVE SG-DEPART TO WS-SEG-END.
           IF SG-DEPART > WS-ON-DATE OR WS-SEG-END < WS-ON-DATE
               GO TO 120-EXIT.
           IF WS-COUNTRY-IN NOT = SPACES
               AND SG-DEST-COUNTRY NOT = WS-COUNTRY-IN
               GO TO 120-EXIT.
           IF WS-CITY-IN NOT = SPACES
               AND SG-DEST-CITY NOT = WS-CITY-IN
               GO TO 120-EXIT.
           ADD 1 TO WS-PLACED.
           MOVE SG-DEST-COUNTRY TO SR-COUNTRY.
           MOVE SG-DEST-CITY TO SR-CITY.
           MOVE SG-SEQ TO SR-SEQ.
           MOVE SG-VENDOR TO SR-VENDOR.
           MOVE SG-CONF-NO TO SR-CONF-NO.
           IF SG-CONF-NO = SPACES
               MOVE TR-CONF-NO TO SR-CONF-NO.
           PERFORM 150-RELEASE-TRAVELER THRU 150-EXIT.
       120-EXIT.
           EXIT.
      * Fills in the client and booking and hands the traveler to
      * the sort.  The client master's phone is preferred to the
      * one keyed on the booking.
       150-RELEASE-TRAVELER.
           MOVE TR-C-NAME TO SR-NAME.
           MOVE TR-BOOK-NO TO SR-BOOK-NO.
           MOVE TR-C-NUMBER TO SR-CLIENT.
           MOVE TR-C-PHONE TO SR-PHONE.
           MOVE TR-RETURN-DATE TO SR-RETURN.
           IF WS-CLI-OPEN = "Y"
               MOVE TR-C-NUMBER TO CL-NUMBER
               READ TRAVCLI-FILE
                   NOT INVALID KEY
                       IF CL-PHONE NOT = SPACES
                           MOVE CL-PHONE TO SR-PHONE
                       END-IF
               END-READ
           END-IF.
           RELEASE SORT-REC.
       150-EXIT.
           EXIT.

      * Prints the travelers a place at a time.
       300-LIST-PASS.
           PERFORM 310-RETURN-ONE THRU 310-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF WS-FIRST = "N"
               PERFORM 350-PLACE-TOTAL THRU 350-EXIT.
           MOVE WS-LISTED TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 3 LINES.
       300-EXIT.
           EXIT.
       310-RETURN-ONE.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 310-EXIT
           END-RETURN.
           IF WS-FIRST = "Y"
               OR SR-COUNTRY NOT = WS-CUR-COUNTRY
               OR SR-CITY NOT = WS-CUR-CITY
               IF WS-FIRST = "N"
                   PERFORM 350-PLACE-TOTAL THRU 350-EXIT
               END-IF
               PERFORM 320-PLACE-HEAD THRU 320-EXIT
           END-IF.
           MOVE SR-NAME TO DTL-NAME.
           MOVE SR-BOOK-NO TO DTL-BOOK-NO.
           MOVE SR-SEQ TO DTL-SEQ.
           MOVE SR-PHONE TO DTL-PHONE.
           MOVE SR-VENDOR TO DTL-VENDOR.
           MOVE SR-CONF-NO TO DTL-CONF-NO.
           MOVE SR-RETURN TO DTL-RETURN.
           MOVE DTL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LISTED.
           ADD 1 TO WS-PLACE-COUNT.
       310-EXIT.
           EXIT.
       320-PLACE-HEAD.
           MOVE "N" TO WS-FIRST.
           MOVE SR-COUNTRY TO WS-CUR-COUNTRY.
           MOVE SR-CITY TO WS-CUR-CITY.
           MOVE 0 TO WS-PLACE-COUNT.
           IF SR-COUNTRY = HIGH-VALUES
               MOVE "DESTINATION NOT" TO PH-COUNTRY
               MOVE "ON FILE" TO PH-CITY
           ELSE
               MOVE SR-COUNTRY TO PH-COUNTRY
               MOVE SR-CITY TO PH-CITY.
           MOVE PLACE-HEAD TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 3 LINES.
           MOVE COL-HEAD TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       320-EXIT.
           EXIT.
       350-PLACE-TOTAL.
           MOVE WS-PLACE-COUNT TO PT-COUNT.
           MOVE PLACE-TOTAL TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       350-EXIT.
           EXIT.
       END PROGRAM TRAVLOC.

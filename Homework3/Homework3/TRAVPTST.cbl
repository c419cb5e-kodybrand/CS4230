       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVPTST.
       AUTHOR. KODY BRAND.
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.  QUARTERLY LOYALTY POINTS
      *                 STATEMENT: ON THE MONTH-END NIGHT THAT CLOSES
      *                 A CALENDAR QUARTER, EVERY CLIENT ON THE TRAVCLI
      *                 MASTER GETS A STATEMENT OF THE QUARTER'S POINTS
      *                 EARNED AND REDEEMED FROM THE TRAVPTS POINTS
      *                 LEDGER, WITH THE OPENING AND CLOSING BALANCE,
      *                 THE TIER, AND THE TRAVEL HISTORY.  OTHER NIGHTS
      *                 THE PROGRAM REPORTS NOTHING.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL TRAVCLI-FILE ASSIGN TO UT-S-TRAVCLI
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CL-NUMBER
               FILE STATUS IS WS-TRAVCLI-STATUS.
           SELECT OPTIONAL TRAVPTS-FILE ASSIGN TO UT-S-TRAVPTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAVPTS-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT PTST-RPT ASSIGN TO UT-S-PTSTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.

       DATA DIVISION.
       FILE SECTION.
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
       FD  TRAVPTS-FILE.
       01  TRAVPTS-REC.
           05  PT-CLIENT       PIC 9(3).
           05  PT-DATE         PIC 9(8).
           05  PT-BOOK-NO      PIC 9(5).
           05  PT-TYPE         PIC X.
               88  PT-EARNED           VALUE "E".
               88  PT-REDEEMED         VALUE "R".
           05  PT-POINTS       PIC 9(7).
       FD  PROCDATE-FILE.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  PTST-RPT.
       01  RPT-OUT             PIC X(100).
       SD  SORT-FILE.
       01  SORT-REC.
           05  SS-CLIENT       PIC 9(3).
           05  SS-DATE         PIC 9(8).
           05  SS-BOOK-NO      PIC 9(5).
           05  SS-TYPE         PIC X.
           05  SS-POINTS       PIC 9(7).

       WORKING-STORAGE SECTION.
       77 UT-S-TRAVCLI         PIC X(50) VALUE "C:\Cobol\travcli.dat".
       77 UT-S-TRAVPTS         PIC X(50) VALUE "C:\Cobol\travpts.dat".
       77 UT-S-PROCDATE        PIC X(50) VALUE "C:\COBOL\PROCDATE.DAT".
       77 UT-S-PTSTRPT         PIC X(50) VALUE "C:\Cobol\travptst.rpt".
       77 UT-S-SORTWK          PIC X(50) VALUE "C:\Cobol\ptstsort.tmp".
       77 WS-TRAVCLI-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVPTS-STATUS    PIC XX    VALUE SPACES.
       77 WS-PROCDATE-STATUS   PIC XX    VALUE SPACES.
       77 WS-MONTH-END         PIC X     VALUE "N".
       77 WS-PTS-EOF           PIC X     VALUE "N".
       77 WS-CLI-EOF           PIC X     VALUE "N".
       77 WS-SORT-EOF          PIC X     VALUE "N".
       77 WS-QTR-END           PIC 9(8)  VALUE ZEROS.
       01 WS-QTR-START         PIC 9(8)  VALUE ZEROS.
       01 WS-QTR-START-PARTS REDEFINES WS-QTR-START.
           05 WS-QS-YYYY       PIC 9(4).
           05 WS-QS-MM         PIC 9(2).
           05 WS-QS-DD         PIC 9(2).
       77 WS-EARNED            PIC 9(9)  VALUE ZEROS.
       77 WS-REDEEMED          PIC 9(9)  VALUE ZEROS.
       77 WS-OPENING           PIC S9(9) VALUE ZEROS.
       77 WS-ACTIVITY          PIC 9(5)  VALUE ZEROS.
       77 WS-STATEMENTS        PIC 9(5)  VALUE ZEROS.
       77 WS-TIER-NAME         PIC X(8)  VALUE SPACES.
       01  STMT-TITLE.
           05  FILLER          PIC X(40)
               VALUE "LOYALTY POINTS STATEMENT - QUARTER FROM ".
           05  ST-QTR-START    PIC 9(8).
           05  FILLER          PIC X(4)   VALUE " TO ".
           05  ST-QTR-END      PIC 9(8).
       01  STMT-CLIENT.
           05  FILLER          PIC X(8)   VALUE "CLIENT ".
           05  SC-NUMBER       PIC 9(3).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  SC-NAME         PIC X(15).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  SC-ADDRESS      PIC X(41).
       01  STMT-HISTORY.
           05  FILLER          PIC X(6)   VALUE "TIER ".
           05  SH-TIER         PIC X(8).
           05  FILLER          PIC X(16)  VALUE "  LIFETIME TRIPS".
           05  SH-LIFE-TRIPS   PIC ZZZZ9.
           05  FILLER          PIC X(14)  VALUE "  YEAR SPEND ".
           05  SH-YEAR-SPEND   PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(15)  VALUE "  LAST TRAVEL ".
           05  SH-LAST-TRAVEL  PIC 9(8).
       01  STMT-COL-HEAD.
           05  FILLER          PIC X(41)
               VALUE "  DATE      BOOKING  ACTIVITY      POINTS".
       01  STMT-DETAIL.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  SD-DATE         PIC 9(8).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  SD-BOOK-NO      PIC 9(5).
           05  FILLER          PIC X(4)   VALUE SPACES.
           05  SD-KIND         PIC X(8).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  SD-POINTS       PIC Z,ZZZ,ZZ9-.
       01  STMT-NONE           PIC X(40)  VALUE
           "  NO POINTS ACTIVITY THIS QUARTER".
       01  STMT-SUMMARY.
           05  FILLER          PIC X(10)  VALUE "OPENING ".
           05  SM-OPENING      PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(10)  VALUE "  EARNED ".
           05  SM-EARNED       PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(12)  VALUE "  REDEEMED ".
           05  SM-REDEEMED     PIC Z,ZZZ,ZZ9.
           05  FILLER          PIC X(11)  VALUE "  CLOSING ".
           05  SM-CLOSING      PIC Z,ZZZ,ZZ9.
       01  TOTAL-LINE.
           05  FILLER          PIC X(20)  VALUE "STATEMENTS PRINTED: ".
           05  TL-COUNT        PIC ZZZZ9.
       01  SKIP-LINE           PIC X(44)  VALUE
           "NOT A QUARTER-END NIGHT - NOTHING TO REPORT".
       PROCEDURE DIVISION.
      * Prints the statements on the night that closes a quarter.
       000-MAIN.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       MOVE PD-RUN-DATE TO WS-QTR-END
                       MOVE PD-MONTH-END TO WS-MONTH-END
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           MOVE WS-QTR-END TO WS-QTR-START.
           OPEN OUTPUT PTST-RPT.
           IF WS-MONTH-END NOT = "Y"
               OR (WS-QS-MM NOT = 3 AND WS-QS-MM NOT = 6
                   AND WS-QS-MM NOT = 9 AND WS-QS-MM NOT = 12)
               MOVE SKIP-LINE TO RPT-OUT
               WRITE RPT-OUT
               CLOSE PTST-RPT
               STOP RUN.
           SUBTRACT 2 FROM WS-QS-MM.
           MOVE 01 TO WS-QS-DD.
           MOVE WS-QTR-START TO ST-QTR-START.
           MOVE WS-QTR-END TO ST-QTR-END.
           SORT SORT-FILE
               ON ASCENDING KEY SS-CLIENT SS-DATE SS-BOOK-NO
               INPUT PROCEDURE IS 100-RELEASE-PASS THRU 100-EXIT
               OUTPUT PROCEDURE IS 300-STATEMENT-PASS THRU 300-EXIT.
           MOVE WS-STATEMENTS TO TL-COUNT.
           MOVE TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING PAGE.
           CLOSE PTST-RPT.
           STOP RUN.

      * Releases the quarter's points ledger entries.
       100-RELEASE-PASS.
           OPEN INPUT TRAVPTS-FILE.
           IF WS-TRAVPTS-STATUS NOT = "00"
               MOVE "Y" TO WS-PTS-EOF.
           PERFORM 150-RELEASE-ONE THRU 150-EXIT
               UNTIL WS-PTS-EOF = "Y".
           CLOSE TRAVPTS-FILE.
       100-EXIT.
           EXIT.
       150-RELEASE-ONE.
           READ TRAVPTS-FILE
               AT END
                   MOVE "Y" TO WS-PTS-EOF
                   GO TO 150-EXIT
           END-READ.
           IF PT-DATE < WS-QTR-START OR PT-DATE > WS-QTR-END
               GO TO 150-EXIT.
           MOVE PT-CLIENT TO SS-CLIENT.
           MOVE PT-DATE TO SS-DATE.
           MOVE PT-BOOK-NO TO SS-BOOK-NO.
           MOVE PT-TYPE TO SS-TYPE.
           MOVE PT-POINTS TO SS-POINTS.
           RELEASE SORT-REC.
       150-EXIT.
           EXIT.

      * Walks the client master in number order against the sorted
      * ledger entries, one statement per client.
       300-STATEMENT-PASS.
           PERFORM 360-RETURN-ONE THRU 360-EXIT.
           OPEN INPUT TRAVCLI-FILE.
           IF WS-TRAVCLI-STATUS NOT = "00"
               MOVE "Y" TO WS-CLI-EOF.
           PERFORM 400-ONE-CLIENT THRU 400-EXIT
               UNTIL WS-CLI-EOF = "Y".
           CLOSE TRAVCLI-FILE.
       300-EXIT.
           EXIT.
       360-RETURN-ONE.
           RETURN SORT-FILE
               AT END
                   MOVE "Y" TO WS-SORT-EOF
           END-RETURN.
       360-EXIT.
           EXIT.

      * One client's statement: the heading, the quarter's ledger
      * entries, and the balance summary.  Ledger entries for a
      * client no longer on the master are passed over.
       400-ONE-CLIENT.
           READ TRAVCLI-FILE
               AT END
                   MOVE "Y" TO WS-CLI-EOF
                   GO TO 400-EXIT
           END-READ.
           IF CL-POINTS NOT NUMERIC
               MOVE 0 TO CL-POINTS.
           PERFORM 360-RETURN-ONE THRU 360-EXIT
               UNTIL WS-SORT-EOF = "Y" OR SS-CLIENT NOT < CL-NUMBER.
           ADD 1 TO WS-STATEMENTS.
           MOVE 0 TO WS-EARNED WS-REDEEMED WS-ACTIVITY.
           PERFORM 450-HEADING THRU 450-EXIT.
           PERFORM 500-ONE-ACTIVITY THRU 500-EXIT
               UNTIL WS-SORT-EOF = "Y" OR SS-CLIENT NOT = CL-NUMBER.
           IF WS-ACTIVITY = 0
               MOVE STMT-NONE TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           COMPUTE WS-OPENING = CL-POINTS - WS-EARNED + WS-REDEEMED.
           IF WS-OPENING < 0
               MOVE 0 TO WS-OPENING.
           MOVE WS-OPENING TO SM-OPENING.
           MOVE WS-EARNED TO SM-EARNED.
           MOVE WS-REDEEMED TO SM-REDEEMED.
           MOVE CL-POINTS TO SM-CLOSING.
           MOVE STMT-SUMMARY TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
       400-EXIT.
           EXIT.
       450-HEADING.
           MOVE STMT-TITLE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING PAGE.
           MOVE CL-NUMBER TO SC-NUMBER.
           MOVE CL-NAME TO SC-NAME.
           MOVE CL-ADDRESS TO SC-ADDRESS.
           MOVE STMT-CLIENT TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           EVALUATE TRUE
               WHEN CL-TIER-PLATINUM MOVE "PLATINUM" TO WS-TIER-NAME
               WHEN CL-TIER-GOLD     MOVE "GOLD    " TO WS-TIER-NAME
               WHEN CL-TIER-SILVER   MOVE "SILVER  " TO WS-TIER-NAME
               WHEN OTHER            MOVE "NONE    " TO WS-TIER-NAME
           END-EVALUATE.
           MOVE WS-TIER-NAME TO SH-TIER.
           MOVE CL-LIFE-TRIPS TO SH-LIFE-TRIPS.
           MOVE CL-YEAR-SPEND TO SH-YEAR-SPEND.
           MOVE CL-LAST-TRAVEL TO SH-LAST-TRAVEL.
           MOVE STMT-HISTORY TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE STMT-COL-HEAD TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
       450-EXIT.
           EXIT.
      * Prints one ledger entry; redemptions show negative.
       500-ONE-ACTIVITY.
           ADD 1 TO WS-ACTIVITY.
           MOVE SS-DATE TO SD-DATE.
           MOVE SS-BOOK-NO TO SD-BOOK-NO.
           IF SS-TYPE = "R"
               MOVE "REDEEMED" TO SD-KIND
               ADD SS-POINTS TO WS-REDEEMED
               COMPUTE SD-POINTS = 0 - SS-POINTS
           ELSE
               MOVE "EARNED  " TO SD-KIND
               ADD SS-POINTS TO WS-EARNED
               MOVE SS-POINTS TO SD-POINTS.
           MOVE STMT-DETAIL TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           PERFORM 360-RETURN-ONE THRU 360-EXIT.
       500-EXIT.
           EXIT.
       END PROGRAM TRAVPTST.

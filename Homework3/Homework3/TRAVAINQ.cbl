       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVAINQ.
       AUTHOR. KODY BRAND.
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.  BOOKING CHANGE HISTORY
      *                 INQUIRY: THE OPERATOR SIGNS ON THROUGH
      *                 OPERSIGN, KEYS A BOOKING NUMBER, AND SEES
      *                 EVERY CHANGE ON THE TRAVAUD AUDIT FILE FOR IT
      *                 IN THE ORDER MADE -- WHEN, WHO, WHAT KIND OF
      *                 CHANGE, AND THE COST, DEPOSIT, DATES,
      *                 CONFIRMATION, AND VENDOR BEFORE AND AFTER.
      * 2026-10-15  KB  INQUIRIES STAMPED TO THE OPERATOR ACTIVITY
      *                 JOURNAL.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL TRAVAUD-FILE ASSIGN TO UT-S-TRAVAUD
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BA-KEY
               FILE STATUS IS WS-TRAVAUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAVAUD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 137 CHARACTERS.
       COPY "TRAVAUD.CPY".

       WORKING-STORAGE SECTION.
       77 UT-S-TRAVAUD         PIC X(50) VALUE "C:\Cobol\travaud.dat".
       77 WS-TRAVAUD-STATUS    PIC XX    VALUE SPACES.
       77 WS-AUD-EOF           PIC X     VALUE "N".
       77 WS-BOOK-NO-IN        PIC X(5)  VALUE SPACES.
       77 WS-BOOK-NO           PIC 9(5)  VALUE ZEROS.
       77 WS-SHOWN             PIC 9(5)  VALUE ZEROS.
       77 WS-OPER-ID           PIC X(3)  VALUE SPACES.
       77 WS-AUTH-LEVEL        PIC 9     VALUE 0.
       77 WS-SIGNON-OK         PIC X     VALUE "N".
       77 WS-ACT-PROGRAM       PIC X(8)  VALUE "TRAVAINQ".
       77 WS-ACT-FUNCTION      PIC X(20) VALUE SPACES.
       77 WS-ACT-KEY           PIC X(20) VALUE SPACES.
       77 WS-ACT-OWNER         PIC X(3)  VALUE SPACES.
       77 WS-KIND              PIC X(8)  VALUE SPACES.
       01  WS-DISPLAY-B-COST   PIC $$,$$9.99.
       01  WS-DISPLAY-A-COST   PIC $$,$$9.99.
       01  WS-DISPLAY-B-DEP    PIC $$,$$9.99.
       01  WS-DISPLAY-A-DEP    PIC $$,$$9.99.
       PROCEDURE DIVISION.
      * Answers booking after booking until the operator keys X.
       000-MAIN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           OPEN INPUT TRAVAUD-FILE.
           IF WS-TRAVAUD-STATUS NOT = "00"
               DISPLAY "NO BOOKING AUDIT ON FILE - SESSION ENDED"
               CLOSE TRAVAUD-FILE
               STOP RUN.
           DISPLAY "BOOKING CHANGE HISTORY INQUIRY".
           PERFORM 100-ONE-BOOKING THRU 100-EXIT
               UNTIL WS-BOOK-NO-IN = "X" OR WS-BOOK-NO-IN = "x".
           CLOSE TRAVAUD-FILE.
           STOP RUN.

      * Lists one booking's changes, oldest first.
       100-ONE-BOOKING.
           DISPLAY "BOOKING NUMBER (X = DONE): " WITH NO ADVANCING.
           MOVE SPACES TO WS-BOOK-NO-IN.
           ACCEPT WS-BOOK-NO-IN.
           IF WS-BOOK-NO-IN = "X" OR WS-BOOK-NO-IN = "x"
               GO TO 100-EXIT.
           IF WS-BOOK-NO-IN NOT NUMERIC
               DISPLAY "NON-NUMERIC BOOKING NUMBER"
               GO TO 100-EXIT.
           MOVE WS-BOOK-NO-IN TO WS-BOOK-NO.
           MOVE "VIEW BOOKING AUDIT" TO WS-ACT-FUNCTION.
           MOVE WS-BOOK-NO TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           MOVE 0 TO WS-SHOWN.
           MOVE "N" TO WS-AUD-EOF.
           MOVE WS-BOOK-NO TO BA-BOOK-NO.
           MOVE 0 TO BA-DATE BA-TIME.
           START TRAVAUD-FILE KEY IS NOT LESS THAN BA-KEY
               INVALID KEY MOVE "Y" TO WS-AUD-EOF
           END-START.
           PERFORM 200-ONE-CHANGE THRU 200-EXIT
               UNTIL WS-AUD-EOF = "Y".
           IF WS-SHOWN = 0
               DISPLAY "NO CHANGES ON FILE FOR BOOKING " WS-BOOK-NO
           ELSE
               DISPLAY WS-SHOWN " CHANGES LISTED".
       100-EXIT.
           EXIT.
       200-ONE-CHANGE.
           READ TRAVAUD-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-AUD-EOF
                   GO TO 200-EXIT
           END-READ.
           IF BA-BOOK-NO NOT = WS-BOOK-NO
               MOVE "Y" TO WS-AUD-EOF
               GO TO 200-EXIT.
           ADD 1 TO WS-SHOWN.
           EVALUATE TRUE
               WHEN BA-ADD     MOVE "ADDED   " TO WS-KIND
               WHEN BA-MODIFY  MOVE "MODIFIED" TO WS-KIND
               WHEN BA-SEGMENT MOVE "SEGMENT " TO WS-KIND
               WHEN BA-CONVERT MOVE "FROM QTE" TO WS-KIND
               WHEN OTHER      MOVE "UNKNOWN " TO WS-KIND
           END-EVALUATE.
           MOVE BA-B-COST TO WS-DISPLAY-B-COST.
           MOVE BA-A-COST TO WS-DISPLAY-A-COST.
           MOVE BA-B-DEPOSIT TO WS-DISPLAY-B-DEP.
           MOVE BA-A-DEPOSIT TO WS-DISPLAY-A-DEP.
           DISPLAY " ".
           IF BA-SEGMENT
               DISPLAY BA-DATE " " BA-TIME "  " WS-KIND " "
                   BA-SEG-NO "  BY " BA-OPER
           ELSE
               DISPLAY BA-DATE " " BA-TIME "  " WS-KIND
                   "  BY " BA-OPER.
           DISPLAY "   BEFORE  COST " WS-DISPLAY-B-COST
               "  DEP " WS-DISPLAY-B-DEP
               "  " BA-B-DEPART "-" BA-B-RETURN
               "  CONF " BA-B-CONF-NO "  " BA-B-VENDOR.
           DISPLAY "   AFTER   COST " WS-DISPLAY-A-COST
               "  DEP " WS-DISPLAY-A-DEP
               "  " BA-A-DEPART "-" BA-A-RETURN
               "  CONF " BA-A-CONF-NO "  " BA-A-VENDOR.
       200-EXIT.
           EXIT.
       END PROGRAM TRAVAINQ.

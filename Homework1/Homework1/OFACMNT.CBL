      ***********************************************************
      * SANCTIONS REVIEW DECISION
      * KODY BRAND
      * This program is the compliance officer's screen onto the
      * sanctions reviews on the OFACREV file: possible matches
      * raised by MAINT01 at account open, by the nightly OFACSCRN
      * rescreen of the customer master, and by BANKWREV on a
      * pending wire.  Any signed-on operator can list the reviews
      * awaiting a decision and display a review's screened name or
      * address beside the list entry it matched, with the score.
      * An operator with update authority records the decision:
      * cleared, a false positive, with the reason; or escalated,
      * a likely true match referred on.  A cleared open is
      * released to the next night's feed by OFACSCRN and a cleared
      * wire may then be approved in BANKWREV; an escalated open or
      * wire stays stopped.  The decision is stamped with the date
      * and the officer's ID and is final -- a decided review
      * cannot be changed here.  Every decision is stamped to the
      * access-audit log; denials go to the same log.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  INQUIRIES AND DECISIONS STAMPED TO THE
      *                 OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFACMNT.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OFACREV-FILE ASSIGN TO UT-S-OFACREV
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS OR-REVIEW-NO
                FILE STATUS IS WS-OFACREV-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OFACREV-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 248 CHARACTERS.
       COPY "OFACREV.CPY".
       WORKING-STORAGE SECTION.
       77  UT-S-OFACREV PIC X(50) VALUE 'C:\CS4230\OFACREV.DAT'.
       77  WS-OFACREV-STATUS PIC XX   VALUE SPACES.
       77  WS-ACTION    PIC X         VALUE SPACE.
       77  WS-CONFIRM   PIC X         VALUE SPACE.
       77  WS-OPER-ID   PIC X(3)      VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9        VALUE 0.
       77  WS-SIGNON-OK PIC X         VALUE "N".
       77  WS-VIOL-FUNCTION PIC X(30) VALUE SPACES.
       77  WS-ACT-PROGRAM   PIC X(8)  VALUE "OFACMNT".
       77  WS-ACT-FUNCTION  PIC X(20) VALUE SPACES.
       77  WS-ACT-KEY       PIC X(20) VALUE SPACES.
       77  WS-ACT-OWNER     PIC X(3)  VALUE SPACES.
       77  WS-VALID-SW  PIC X         VALUE "Y".
           88  WS-ENTRY-VALID         VALUE "Y".
       77  WS-REVIEW-IN PIC X(6)      VALUE SPACES.
       77  WS-DEC-IN    PIC X         VALUE SPACE.
       77  WS-NOTE-IN   PIC X(40)     VALUE SPACES.
       77  WS-LIST-EOF  PIC 9         VALUE 0.
       77  WS-LIST-CNT  PIC 9(5)      VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  WS-DISPLAY-AMT   PIC $$,$$$,$$9.99.
       01  WS-SOURCE-DESC   PIC X(16)  VALUE SPACES.
       01  WS-FIELD-DESC    PIC X(8)   VALUE SPACES.
       01  WS-TYPE-DESC     PIC X(12)  VALUE SPACES.
      * The held BANKIN record, for an open or a wire.
       01  WS-IMAGE-REC.
           05  WI-KODE      PIC X.
           05  FILLER       PIC X.
           05  WI-CUSNAME   PIC X(21).
           05  FILLER       PIC X.
           05  WI-ANUM      PIC X(5).
           05  WI-TXN-CODE  PIC X.
           05  WI-MNT-CODE  PIC X.
           05  WI-MNT-WAIVER PIC X.
           05  WI-BRANCH    PIC X(3).
           05  WI-TELLER    PIC X(3).
           05  FILLER       PIC X(1).
           05  WI-DEP       PIC 9(4)V99.
           05  WI-WITHH     PIC 9(4)V99.
       PROCEDURE DIVISION.
      * Signs the operator on and takes actions until X.
       000-MAIN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN I-O OFACREV-FILE.
           IF WS-OFACREV-STATUS NOT = "00"
               DISPLAY "SANCTIONS REVIEW FILE NOT AVAILABLE - STATUS "
                   WS-OFACREV-STATUS
               STOP RUN.
           DISPLAY "SANCTIONS REVIEW DECISION".
           PERFORM 100-ONE-ACTION THRU E-100-ONE-ACTION
               UNTIL WS-ACTION = "X".
           CLOSE OFACREV-FILE.
           STOP RUN.
      * Accepts and routes one action.  Decisions need update
      * authority; a denial is logged.
       100-ONE-ACTION.
           DISPLAY "ACTION - L LIST PENDING, D DISPLAY, R RECORD "
               "DECISION, X EXIT: " WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           IF WS-ACTION = "l" MOVE "L" TO WS-ACTION.
           IF WS-ACTION = "d" MOVE "D" TO WS-ACTION.
           IF WS-ACTION = "r" MOVE "R" TO WS-ACTION.
           IF WS-ACTION = "x" MOVE "X" TO WS-ACTION.
           IF WS-ACTION = "R" AND WS-AUTH-LEVEL < 2
               DISPLAY "UPDATE AUTHORITY REQUIRED"
               MOVE "OFAC DECISION DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               GO TO E-100-ONE-ACTION.
           IF WS-ACTION = "L"
               PERFORM 200-LIST-PENDING THRU E-200-LIST-PENDING
           ELSE
           IF WS-ACTION = "D"
               PERFORM 300-DISPLAY-REVIEW THRU E-300-DISPLAY-REVIEW
           ELSE
           IF WS-ACTION = "R"
               PERFORM 400-RECORD-DEC THRU E-400-RECORD-DEC
           ELSE
           IF WS-ACTION NOT = "X"
               DISPLAY "INVALID ACTION".
       E-100-ONE-ACTION.
       EXIT.
      * Keys a review number and reads the review.
       150-GET-REVIEW.
           MOVE "N" TO WS-VALID-SW.
           DISPLAY "REVIEW NUMBER (6 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-REVIEW-IN.
           IF WS-REVIEW-IN NOT NUMERIC
               DISPLAY "NON-NUMERIC REVIEW (KEY ALL SIX DIGITS)"
               GO TO E-150-GET-REVIEW.
           MOVE WS-REVIEW-IN TO OR-REVIEW-NO.
           READ OFACREV-FILE
               INVALID KEY
                   DISPLAY "REVIEW NOT ON FILE"
                   GO TO E-150-GET-REVIEW
           END-READ.
           MOVE "Y" TO WS-VALID-SW.
       E-150-GET-REVIEW.
       EXIT.
      * Lists every review still awaiting a decision.
       200-LIST-PENDING.
           MOVE 0 TO WS-LIST-EOF.
           MOVE 0 TO WS-LIST-CNT.
           MOVE 0 TO OR-REVIEW-NO.
           START OFACREV-FILE KEY IS NOT LESS THAN OR-REVIEW-NO
               INVALID KEY MOVE 1 TO WS-LIST-EOF
           END-START.
           PERFORM 210-LIST-ONE THRU E-210-LIST-ONE
               UNTIL WS-LIST-EOF = 1.
           DISPLAY WS-LIST-CNT " REVIEW(S) AWAITING DECISION".
       E-200-LIST-PENDING.
       EXIT.
       210-LIST-ONE.
           READ OFACREV-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LIST-EOF
                   GO TO E-210-LIST-ONE
           END-READ.
           IF NOT OR-IS-PENDING
               GO TO E-210-LIST-ONE.
           ADD 1 TO WS-LIST-CNT.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           DISPLAY OR-REVIEW-NO "  " WS-SOURCE-DESC "  ACCT " OR-ACCT
               "  SCORE " OR-SCORE "  " OR-LIST-NAME.
       E-210-LIST-ONE.
       EXIT.
      * Displays one review in full.
       300-DISPLAY-REVIEW.
           PERFORM 150-GET-REVIEW THRU E-150-GET-REVIEW.
           IF NOT WS-ENTRY-VALID
               GO TO E-300-DISPLAY-REVIEW.
           MOVE "VIEW SANCTIONS HIT" TO WS-ACT-FUNCTION.
           MOVE SPACES TO WS-ACT-OWNER.
           PERFORM 550-LOG-REVIEW THRU E-550-LOG-REVIEW.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           DISPLAY "REVIEW " OR-REVIEW-NO "  " WS-SOURCE-DESC
               "  ACCT " OR-ACCT "  RAISED " OR-RAISED-DATE.
           DISPLAY "SCREENED " WS-FIELD-DESC ": " OR-SCREEN-TEXT.
           DISPLAY "LIST ENTRY " OR-LIST-UID "  " WS-TYPE-DESC
               "  PROGRAM " OR-LIST-PROGRAM.
           DISPLAY "LIST NAME: " OR-LIST-NAME.
           DISPLAY "MATCH SCORE " OR-SCORE "  LIST OF " OR-LIST-DATE.
           IF OR-FROM-OPEN OR OR-FROM-WIRE
               MOVE OR-IMAGE TO WS-IMAGE-REC
               IF OR-FROM-OPEN
                   MOVE WI-DEP TO WS-DISPLAY-AMT
                   DISPLAY "HELD OPEN FOR " WI-CUSNAME
                       "  OPENING DEPOSIT " WS-DISPLAY-AMT
               ELSE
                   IF WI-DEP > 0
                       MOVE WI-DEP TO WS-DISPLAY-AMT
                   ELSE
                       MOVE WI-WITHH TO WS-DISPLAY-AMT
                   END-IF
                   DISPLAY "WIRE OF " OR-ITEM-DATE " FOR "
                       WI-CUSNAME "  AMOUNT " WS-DISPLAY-AMT
               END-IF
           END-IF.
           IF OR-IS-PENDING
               DISPLAY "AWAITING DECISION"
           ELSE
           IF OR-IS-CLEARED
               DISPLAY "CLEARED " OR-DEC-DATE " BY " OR-DEC-OPER
           ELSE
               DISPLAY "ESCALATED " OR-DEC-DATE " BY " OR-DEC-OPER.
           IF OR-DEC-NOTE NOT = SPACES
               DISPLAY "NOTE: " OR-DEC-NOTE.
           IF OR-RELEASE-DATE NOT = 0
               DISPLAY "OPEN RELEASED TO THE FEED " OR-RELEASE-DATE.
       E-300-DISPLAY-REVIEW.
       EXIT.
      * Records the decision on a pending review: C (cleared, a
      * false positive) needs the reason, E (escalated) takes an
      * optional note.  The review is shown first and the officer
      * confirms.
       400-RECORD-DEC.
           PERFORM 300-DISPLAY-REVIEW THRU E-300-DISPLAY-REVIEW.
           IF NOT WS-ENTRY-VALID
               GO TO E-400-RECORD-DEC.
           IF NOT OR-IS-PENDING
               DISPLAY "REVIEW ALREADY DECIDED - NOT CHANGED"
               GO TO E-400-RECORD-DEC.
           DISPLAY "DECISION - C CLEAR (FALSE POSITIVE), E ESCALATE: "
               WITH NO ADVANCING.
           ACCEPT WS-DEC-IN.
           IF WS-DEC-IN = "c" MOVE "C" TO WS-DEC-IN.
           IF WS-DEC-IN = "e" MOVE "E" TO WS-DEC-IN.
           IF WS-DEC-IN NOT = "C" AND WS-DEC-IN NOT = "E"
               DISPLAY "INVALID DECISION"
               GO TO E-400-RECORD-DEC.
           MOVE SPACES TO WS-NOTE-IN.
           DISPLAY "NOTE / REASON: " WITH NO ADVANCING.
           ACCEPT WS-NOTE-IN.
           IF WS-DEC-IN = "C" AND WS-NOTE-IN = SPACES
               DISPLAY "REASON REQUIRED TO CLEAR"
               GO TO E-400-RECORD-DEC.
           DISPLAY "RECORD THIS DECISION (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "DECISION NOT RECORDED"
               GO TO E-400-RECORD-DEC.
           MOVE WS-DEC-IN TO OR-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO OR-DEC-DATE.
           MOVE WS-OPER-ID TO OR-DEC-OPER.
           MOVE WS-NOTE-IN TO OR-DEC-NOTE.
           REWRITE OFACREV-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS "
                       WS-OFACREV-STATUS
                   GO TO E-400-RECORD-DEC
           END-REWRITE.
           DISPLAY "REVIEW " OR-REVIEW-NO " DECISION RECORDED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "OFAC REVIEW " OR-REVIEW-NO " DEC " WS-DEC-IN
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
      * The teller who keyed a held open or wire owns the review, so
      * an officer clearing their own item shows on the activity
      * report.
           IF WS-DEC-IN = "C"
               MOVE "CLEAR SANCTIONS HIT" TO WS-ACT-FUNCTION
           ELSE
               MOVE "ESCALATE SANCTIONS" TO WS-ACT-FUNCTION.
           IF OR-FROM-OPEN OR OR-FROM-WIRE
               MOVE WI-TELLER TO WS-ACT-OWNER
           ELSE
               MOVE SPACES TO WS-ACT-OWNER.
           PERFORM 550-LOG-REVIEW THRU E-550-LOG-REVIEW.
       E-400-RECORD-DEC.
       EXIT.
      * Builds the source, field, and entry-type descriptions.
       500-DESCRIBE.
           IF OR-FROM-OPEN
               MOVE "ACCOUNT OPEN" TO WS-SOURCE-DESC
           ELSE
           IF OR-FROM-WIRE
               MOVE "OUTGOING WIRE" TO WS-SOURCE-DESC
           ELSE
               MOVE "MASTER RESCREEN" TO WS-SOURCE-DESC.
           IF OR-ON-ADDRESS
               MOVE "ADDRESS" TO WS-FIELD-DESC
           ELSE
               MOVE "NAME" TO WS-FIELD-DESC.
           IF OR-LIST-TYPE = "I"
               MOVE "INDIVIDUAL" TO WS-TYPE-DESC
           ELSE
           IF OR-LIST-TYPE = "V"
               MOVE "VESSEL/CRAFT" TO WS-TYPE-DESC
           ELSE
           IF OR-LIST-TYPE = "A"
               MOVE "JURISDICTION" TO WS-TYPE-DESC
           ELSE
               MOVE "ENTITY" TO WS-TYPE-DESC.
       E-500-DESCRIBE.
       EXIT.
      * Stamps one review action to the operator activity journal,
      * keyed by review number and account.
       550-LOG-REVIEW.
           MOVE SPACES TO WS-ACT-KEY.
           STRING OR-REVIEW-NO " " OR-ACCT
               DELIMITED BY SIZE INTO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-550-LOG-REVIEW.
       EXIT.
       END PROGRAM OFACMNT.

      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  SCREEN EACH WIRE AGAINST THE SANCTIONS LIST
      *                 (OFACCHK) BEFORE IT CAN BE APPROVED; A
      *                 POSSIBLE MATCH RAISES AN OFACREV REVIEW AND
      *                 BLOCKS APPROVAL UNTIL COMPLIANCE CLEARS IT.
      * 2026-10-15  KB  CARRY THE BACKUP-WITHHOLDING FLAG AND DATE
      *                 ON BANKCUST-REC.
      * 2026-10-15  KB  DECISIONS STAMPED TO THE OPERATOR ACTIVITY
      *                 JOURNAL WITH THE KEYING TELLER AS OWNER.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKWREV.
            FILE STATUS IS WS-BANKPWIR-STATUS.
            SELECT WREJ-RPT ASSIGN TO UT-S-WREJRPT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL OFACREV-FILE ASSIGN TO UT-S-OFACREV
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS OR-REVIEW-NO
                FILE STATUS IS WS-OFACREV-STATUS.
            SELECT OPTIONAL BANKCUST ASSIGN TO UT-S-BANKCUST
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS CM-ACCT
                FILE STATUS IS WS-BANKCUST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANKPWIR
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  WREJ-OUT         PIC X(80).
       FD  OFACREV-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 248 CHARACTERS.
       COPY "OFACREV.CPY".
       FD  BANKCUST
           LABEL RECORDS STANDARD
           RECORD CONTAINS 125 CHARACTERS.
       01  BANKCUST-REC.
           05  CM-ACCT      PIC X(5).
           05  CM-NAME      PIC X(25).
           05  CM-ADDR-1    PIC X(30).
           05  CM-ADDR-2    PIC X(30).
           05  CM-DELIVERY  PIC X.
           05  CM-CUST-NO   PIC X(6).
           05  CM-CYCLE     PIC X(2).
           05  CM-LAST-STMT PIC 9(8).
           05  CM-TIN       PIC X(9).
           05  CM-BWH       PIC X.
           05  CM-BWH-DATE  PIC 9(8).
       WORKING-STORAGE SECTION.
       77  UT-S-BANKPWIR PIC X(50) VALUE 'C:\CS4230\BANKPWIR.DAT'.
       77  UT-S-WREJRPT PIC X(50) VALUE 'C:\CS4230\BANKWREJ.RPT'.
       77  WS-AUTH-LEVEL PIC 9        VALUE 0.
       77  WS-SIGNON-OK PIC X         VALUE "N".
       77  WS-VIOL-FUNCTION PIC X(30) VALUE SPACES.
       77  WS-ACT-PROGRAM   PIC X(8)  VALUE "BANKWREV".
       77  WS-ACT-FUNCTION  PIC X(20) VALUE SPACES.
       77  WS-ACT-KEY       PIC X(20) VALUE SPACES.
       77  WS-ACT-OWNER     PIC X(3)  VALUE SPACES.
      * Sanctions screening of each wire before it can be approved:
      * the account holder's keyed name and the BANKCUST name and
      * address lines go through OFACCHK, and a possible match
      * waits on an OFACREV review until compliance clears it.
       77  UT-S-OFACREV PIC X(50) VALUE 'C:\CS4230\OFACREV.DAT'.
       77  UT-S-BANKCUST PIC X(50) VALUE 'C:\CS4230\BANKCUST.DAT'.
       77  WS-OFACREV-STATUS PIC XX   VALUE SPACES.
       77  WS-BANKCUST-STATUS PIC XX  VALUE SPACES.
       77  WS-OFACREV-AVAIL PIC 9     VALUE 0.
       77  WS-OFACREV-EOF PIC 9       VALUE 0.
       77  WS-NEXT-REVIEW PIC 9(6)    VALUE 0.
       77  WS-SANC-REVIEW PIC 9(6)    VALUE 0.
       77  WS-SANC-SW   PIC X         VALUE "C".
           88  SANC-CLEAR             VALUE "C".
           88  SANC-PENDING           VALUE "P".
           88  SANC-ESCALATED         VALUE "E".
           88  SANC-NO-LIST           VALUE "U".
       77  WS-SANC-FOUND PIC 9        VALUE 0.
       77  WS-SANC-HIT-SW PIC X       VALUE "N".
           88  SANC-HIT               VALUE "Y".
       77  WS-SANC-FIELD PIC X        VALUE SPACE.
       77  WS-SANC-TEXT PIC X(30)     VALUE SPACES.
       77  WS-SANC-SCORE PIC 9(3)     VALUE 0.
       01  WS-SANC-PARM PIC X(112)    VALUE SPACES.
       COPY "OFACPARM.CPY".
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  WS-PWIR-TABLE.
           05  WS-PW-ENTRY OCCURS 50 TIMES.
               10  WS-PW-STATUS   PIC X.
           IF WS-PWIR-COUNT = 0
               DISPLAY "NO WIRES PENDING REVIEW"
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN I-O OFACREV-FILE.
           IF WS-OFACREV-STATUS = "00" OR WS-OFACREV-STATUS = "05"
               MOVE 1 TO WS-OFACREV-AVAIL.
           OPEN INPUT BANKCUST.
           DISPLAY "PENDING-WIRE REVIEW".
           PERFORM 200-REVIEW-ONE THRU E-200-REVIEW-ONE
               VARYING WS-PWIR-IDX FROM 1 BY 1
       EXIT.
      * Shows one pending wire and takes the supervisor's decision.
      * Blank skips the wire; it stays pending for the next review.
      * A wire under a sanctions review compliance has not cleared
      * can only be rejected or left pending.
       200-REVIEW-ONE.
           IF WS-PW-STATUS(WS-PWIR-IDX) NOT = "P"
               GO TO E-200-REVIEW-ONE.
           MOVE WI-DEP TO SCR-DEP.
           MOVE WI-WITHH TO SCR-WITHH.
           DISPLAY SCREEN-LINE.
           PERFORM 300-SANCTION-CHECK THRU E-300-SANCTION-CHECK.
           IF SANC-NO-LIST
               DISPLAY "NO SANCTIONS LIST ON FILE - WIRE NOT SCREENED".
           IF SANC-PENDING OR SANC-ESCALATED
               IF SANC-PENDING
                   DISPLAY "SANCTIONS REVIEW " WS-SANC-REVIEW
                       " PENDING - APPROVAL BLOCKED"
               ELSE
                   DISPLAY "SANCTIONS REVIEW " WS-SANC-REVIEW
                       " ESCALATED - APPROVAL BLOCKED"
               END-IF
               DISPLAY "R=REJECT, BLANK=SKIP: " WITH NO ADVANCING
           ELSE
               DISPLAY "A=APPROVE, R=REJECT, BLANK=SKIP: "
                   WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           IF WS-DECISION = "a" MOVE "A" TO WS-DECISION.
           IF WS-DECISION = "r" MOVE "R" TO WS-DECISION.
           IF WS-DECISION = "A" AND (SANC-PENDING OR SANC-ESCALATED)
               DISPLAY "NOT APPROVED - SANCTIONS REVIEW OPEN"
               MOVE SPACES TO WS-VIOL-FUNCTION
               STRING "WIRE OFAC BLOCK ACCT " WI-ANUM
                   DELIMITED BY SIZE INTO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               MOVE SPACE TO WS-DECISION.
           IF WS-DECISION = "A"
               MOVE "A" TO WS-PW-STATUS(WS-PWIR-IDX)
               MOVE WS-OPER-ID TO WS-PW-OPERATOR(WS-PWIR-IDX)
               STRING "WIRE APPROVED ACCT " WI-ANUM
                   DELIMITED BY SIZE INTO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               MOVE "APPROVE WIRE" TO WS-ACT-FUNCTION
               PERFORM 250-LOG-DECISION THRU E-250-LOG-DECISION
           ELSE
           IF WS-DECISION = "R"
               MOVE "R" TO WS-PW-STATUS(WS-PWIR-IDX)
               STRING "WIRE REJECTED ACCT " WI-ANUM
                   DELIMITED BY SIZE INTO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               MOVE "REJECT WIRE" TO WS-ACT-FUNCTION
               PERFORM 250-LOG-DECISION THRU E-250-LOG-DECISION
           ELSE
               DISPLAY "LEFT PENDING".
       E-200-REVIEW-ONE.
       EXIT.
      * Stamps the decision to the operator activity journal, keyed
      * by account and queue date, with the teller who keyed the
      * wire as its owner so a supervisor deciding their own wire
      * shows up on the daily activity report.
       250-LOG-DECISION.
           MOVE SPACES TO WS-ACT-KEY.
           MOVE WI-ANUM TO WS-ACT-KEY.
           MOVE WS-PW-DATE(WS-PWIR-IDX) TO WS-ACT-KEY(7:8).
           MOVE WI-TELLER TO WS-ACT-OWNER.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-250-LOG-DECISION.
       EXIT.
      * Finds the wire's sanctions review, if one was raised on an
      * earlier pass, and takes its state: cleared, pending, or
      * escalated.  A wire with no review yet is screened now, and
      * the best possible match raises a pending review carrying
      * the queued image.
       300-SANCTION-CHECK.
           MOVE "C" TO WS-SANC-SW.
           MOVE 0 TO WS-SANC-FOUND.
           MOVE 0 TO WS-SANC-REVIEW.
           MOVE 0 TO WS-OFACREV-EOF.
           IF WS-OFACREV-AVAIL = 0
               MOVE 1 TO WS-OFACREV-EOF.
           MOVE 0 TO OR-REVIEW-NO.
           IF WS-OFACREV-EOF = 0
               START OFACREV-FILE KEY IS NOT LESS THAN OR-REVIEW-NO
                   INVALID KEY MOVE 1 TO WS-OFACREV-EOF
               END-START
           END-IF.
           PERFORM 310-PRIOR-REVIEW THRU E-310-PRIOR-REVIEW
               UNTIL WS-OFACREV-EOF = 1.
           IF WS-SANC-FOUND = 1
               GO TO E-300-SANCTION-CHECK.
           MOVE "N" TO WS-SANC-HIT-SW.
           MOVE 0 TO WS-SANC-SCORE.
           MOVE SPACES TO OP-TEXT.
           MOVE WI-CUSNAME TO OP-TEXT.
           MOVE "N" TO OP-KIND.
           PERFORM 320-SCREEN-LINE THRU E-320-SCREEN-LINE.
           IF SANC-NO-LIST
               GO TO E-300-SANCTION-CHECK.
           MOVE WI-ANUM TO CM-ACCT.
           READ BANKCUST
               INVALID KEY MOVE SPACES TO BANKCUST-REC
           END-READ.
           IF CM-NAME NOT = SPACES
               MOVE SPACES TO OP-TEXT
               MOVE CM-NAME TO OP-TEXT
               MOVE "N" TO OP-KIND
               PERFORM 320-SCREEN-LINE THRU E-320-SCREEN-LINE.
           IF CM-ADDR-1 NOT = SPACES
               MOVE SPACES TO OP-TEXT
               MOVE CM-ADDR-1 TO OP-TEXT
               MOVE "A" TO OP-KIND
               PERFORM 320-SCREEN-LINE THRU E-320-SCREEN-LINE.
           IF CM-ADDR-2 NOT = SPACES
               MOVE SPACES TO OP-TEXT
               MOVE CM-ADDR-2 TO OP-TEXT
               MOVE "A" TO OP-KIND
               PERFORM 320-SCREEN-LINE THRU E-320-SCREEN-LINE.
           IF NOT SANC-HIT
               GO TO E-300-SANCTION-CHECK.
           MOVE "P" TO WS-SANC-SW.
           IF WS-NEXT-REVIEW = 0
               PERFORM 330-NEXT-REVIEW-NO THRU E-330-NEXT-REVIEW-NO.
           MOVE WS-SANC-PARM TO OFAC-PARM.
           MOVE SPACES TO OFACREV-REC.
           MOVE WS-NEXT-REVIEW TO OR-REVIEW-NO.
           MOVE "W" TO OR-SOURCE.
           MOVE WI-ANUM TO OR-ACCT.
           MOVE WS-CURRENT-DATE-NUM TO OR-RAISED-DATE.
           MOVE WS-SANC-FIELD TO OR-FIELD.
           MOVE WS-SANC-TEXT TO OR-SCREEN-TEXT.
           MOVE OP-UID TO OR-LIST-UID.
           MOVE OP-LIST-TYPE TO OR-LIST-TYPE.
           MOVE OP-PROGRAM TO OR-LIST-PROGRAM.
           MOVE OP-LIST-NAME TO OR-LIST-NAME.
           MOVE OP-SCORE TO OR-SCORE.
           MOVE OP-LIST-DATE TO OR-LIST-DATE.
           MOVE "P" TO OR-STATUS.
           MOVE 0 TO OR-DEC-DATE.
           MOVE WS-PW-DATE(WS-PWIR-IDX) TO OR-ITEM-DATE.
           MOVE WS-PW-IMAGE(WS-PWIR-IDX) TO OR-IMAGE.
           MOVE 0 TO OR-RELEASE-DATE.
           MOVE 0 TO OR-APPLIED-DATE.
           WRITE OFACREV-REC
               INVALID KEY
                   DISPLAY "OFACREV WRITE FAILED - REVIEW "
                       OR-REVIEW-NO
                   GO TO E-300-SANCTION-CHECK
           END-WRITE.
           MOVE WS-NEXT-REVIEW TO WS-SANC-REVIEW.
           ADD 1 TO WS-NEXT-REVIEW.
           DISPLAY "POSSIBLE SANCTIONS MATCH, SCORE " OP-SCORE ": "
               OP-LIST-NAME.
       E-300-SANCTION-CHECK.
       EXIT.
      * Checks one review for the wire on display: same account,
      * queue date, and queued image.
       310-PRIOR-REVIEW.
           READ OFACREV-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-OFACREV-EOF
                   GO TO E-310-PRIOR-REVIEW
           END-READ.
           IF NOT OR-FROM-WIRE OR OR-ACCT NOT = WI-ANUM
               GO TO E-310-PRIOR-REVIEW.
           IF OR-ITEM-DATE NOT = WS-PW-DATE(WS-PWIR-IDX)
               OR OR-IMAGE NOT = WS-PW-IMAGE(WS-PWIR-IDX)
               GO TO E-310-PRIOR-REVIEW.
           MOVE 1 TO WS-SANC-FOUND.
           MOVE OR-REVIEW-NO TO WS-SANC-REVIEW.
           MOVE OR-STATUS TO WS-SANC-SW.
           MOVE 1 TO WS-OFACREV-EOF.
       E-310-PRIOR-REVIEW.
       EXIT.
      * Screens one line and keeps it when it is a possible match
      * scoring higher than any earlier line of the wire.
       320-SCREEN-LINE.
           CALL "OFACCHK" USING OFAC-PARM.
           IF OP-LIST-MISSING
               MOVE "U" TO WS-SANC-SW
               GO TO E-320-SCREEN-LINE.
           IF NOT OP-POSSIBLE-MATCH
               GO TO E-320-SCREEN-LINE.
           IF SANC-HIT AND OP-SCORE NOT > WS-SANC-SCORE
               GO TO E-320-SCREEN-LINE.
           MOVE "Y" TO WS-SANC-HIT-SW.
           MOVE OP-KIND TO WS-SANC-FIELD.
           MOVE OP-TEXT TO WS-SANC-TEXT.
           MOVE OP-SCORE TO WS-SANC-SCORE.
           MOVE OFAC-PARM TO WS-SANC-PARM.
       E-320-SCREEN-LINE.
       EXIT.
      * Finds the highest review number on file; reviews raised in
      * this session number up from it.
       330-NEXT-REVIEW-NO.
           MOVE 0 TO WS-NEXT-REVIEW.
           MOVE 0 TO WS-OFACREV-EOF.
           MOVE 0 TO OR-REVIEW-NO.
           START OFACREV-FILE KEY IS NOT LESS THAN OR-REVIEW-NO
               INVALID KEY MOVE 1 TO WS-OFACREV-EOF
           END-START.
           PERFORM 335-REVIEW-NO-ONE THRU E-335-REVIEW-NO-ONE
               UNTIL WS-OFACREV-EOF = 1.
           ADD 1 TO WS-NEXT-REVIEW.
       E-330-NEXT-REVIEW-NO.
       EXIT.
       335-REVIEW-NO-ONE.
           READ OFACREV-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-OFACREV-EOF
                   GO TO E-335-REVIEW-NO-ONE
           END-READ.
           IF OR-REVIEW-NO > WS-NEXT-REVIEW
               MOVE OR-REVIEW-NO TO WS-NEXT-REVIEW.
       E-335-REVIEW-NO-ONE.
       EXIT.
      * Writes the queue back with the decisions stamped and prints
      * the branch notice for rejected wires.
       800-CLOSEUP.
               VARYING WS-PWIR-IDX FROM 1 BY 1
               UNTIL WS-PWIR-IDX > WS-PWIR-COUNT.
           CLOSE WREJ-RPT.
           CLOSE OFACREV-FILE BANKCUST.
           DISPLAY "APPROVED: " WS-APPROVED
               "  REJECTED: " WS-REJECTED.
           STOP RUN.

      ***********************************************************
      * SANCTIONS RESCREEN AND REVIEW LISTING
      * KODY BRAND
      * This program runs ahead of the bank edit every night.  It
      * first releases each account open that MAINT01 held for a
      * possible sanctions match and that compliance has since
      * cleared in OFACMNT: the held BANKIN record goes back on
      * tonight's BANKRAW feed, and MAINT01 opens the account
      * without holding it again.  Then, on the first night after
      * OFACLOAD loads a new list, it rescreens the whole BANKCUST
      * customer master -- each customer's name and both address
      * lines through the OFACCHK screen -- and raises a review on
      * the OFACREV file for each customer with a possible match
      * not already reviewed against the same list entry.  The
      * listing closes with every review awaiting a compliance
      * decision and the decisions recorded over the last week,
      * each with its match score.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CARRY THE BACKUP-WITHHOLDING FLAG AND DATE
      *                 ON BANKCUST-REC.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFACSCRN.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SCRN-RPT ASSIGN TO UT-S-SCRNRPT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL OFACREV-FILE ASSIGN TO UT-S-OFACREV
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS OR-REVIEW-NO
                FILE STATUS IS WS-OFACREV-STATUS.
            SELECT OPTIONAL BANKCUST ASSIGN TO UT-S-BANKCUST
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS CM-ACCT
                FILE STATUS IS WS-BANKCUST-STATUS.
            SELECT OPTIONAL SANCCTL-FILE ASSIGN TO UT-S-SANCCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SANCCTL-STATUS.
            SELECT OPTIONAL BANKRAW ASSIGN TO DYNAMIC UT-S-BANKRAW
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SCRN-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(132).
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
       FD  SANCCTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       COPY "SANCCTL.CPY".
       FD  BANKRAW
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RAW-RECORD       PIC X(51).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE       PIC 9(8).
           05  PD-MONTH-END      PIC X.
               88  PD-IS-MONTH-END    VALUE "Y".
       WORKING-STORAGE SECTION.
       77  UT-S-OFACREV PIC X(50) VALUE 'C:\CS4230\OFACREV.DAT'.
       77  UT-S-BANKCUST PIC X(50) VALUE 'C:\CS4230\BANKCUST.DAT'.
       77  UT-S-SANCCTL PIC X(50) VALUE 'C:\CS4230\SANCCTL.DAT'.
       77  UT-S-BANKRAW PIC X(50) VALUE 'C:\CS4230\BANKRAW.DAT'.
       77  UT-S-SCRNRPT PIC X(50) VALUE 'C:\CS4230\OFACSCRN.RPT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  WS-ENV-BANKRAW PIC X(50)   VALUE SPACES.
       77  WS-OFACREV-STATUS PIC XX   VALUE SPACES.
       77  WS-BANKCUST-STATUS PIC XX  VALUE SPACES.
       77  WS-SANCCTL-STATUS PIC XX   VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX  VALUE SPACES.
      * Decisions recorded this many days back are listed.
       77  DECIDED-LIST-DAYS PIC 9(2) VALUE 7.
       77  WS-TODAY-INT PIC S9(9)     VALUE 0.
       77  WS-WORK-INT  PIC S9(9)     VALUE 0.
       77  WS-DECIDED-FROM PIC 9(8)   VALUE 0.
       77  WS-REV-AVAIL PIC 9         VALUE 0.
       77  WS-REV-EOF   PIC 9         VALUE 0.
       77  WS-CUST-EOF  PIC 9         VALUE 0.
       77  WS-DUP-EOF   PIC 9         VALUE 0.
       77  WS-DUP-FOUND PIC 9         VALUE 0.
       77  WS-NEXT-REVIEW PIC 9(6)    VALUE 0.
       77  WS-CTL-FOUND PIC 9         VALUE 0.
       77  WS-RELEASE-CNT PIC 9(5)    VALUE 0.
       77  WS-CUST-CNT  PIC 9(6)      VALUE 0.
       77  WS-HIT-CNT   PIC 9(5)      VALUE 0.
       77  WS-NEW-CNT   PIC 9(5)      VALUE 0.
       77  WS-SEEN-CNT  PIC 9(5)      VALUE 0.
       77  WS-PEND-CNT  PIC 9(5)      VALUE 0.
       77  WS-DEC-CNT   PIC 9(5)      VALUE 0.
      * The best possible match among the customer's three lines.
       77  WS-HIT-SW    PIC X         VALUE "N".
           88  WS-CUST-HIT            VALUE "Y".
       77  WS-HIT-FIELD PIC X         VALUE SPACE.
       77  WS-HIT-TEXT  PIC X(30)     VALUE SPACES.
       77  WS-HIT-SCORE PIC 9(3)      VALUE 0.
       01  WS-HIT-PARM  PIC X(112)    VALUE SPACES.
       COPY "OFACPARM.CPY".
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER        PIC X(36)
               VALUE "SANCTIONS SCREENING - REVIEW LISTING".
           05  FILLER        PIC X(6)   VALUE "  AS ".
           05  RPT-RUN-DATE  PIC 9(8).
       01  RPT-SECTION       PIC X(60).
       01  RPT-HEADING.
           05  FILLER        PIC X(8)   VALUE "REVIEW".
           05  FILLER        PIC X(9)   VALUE "SOURCE".
           05  FILLER        PIC X(6)   VALUE "ACCT".
           05  FILLER        PIC X(6)   VALUE "ON".
           05  FILLER        PIC X(5)   VALUE "SCORE".
           05  FILLER        PIC X(32)  VALUE "SCREENED".
           05  FILLER        PIC X(7)   VALUE "ENTRY".
           05  FILLER        PIC X(42)  VALUE "LIST NAME".
           05  FILLER        PIC X(10)  VALUE "STATUS".
       01  RPT-LINE.
           05  RPT-REVIEW    PIC 9(6).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-SOURCE    PIC X(8).
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-ACCT      PIC X(5).
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-FIELD     PIC X(4).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-SCORE     PIC ZZ9.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-TEXT      PIC X(30).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-UID       PIC 9(6).
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-LIST-NAME PIC X(40).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-STATUS    PIC X(10).
       01  RPT-DEC-LINE.
           05  FILLER        PIC X(17)  VALUE SPACES.
           05  FILLER        PIC X(8)   VALUE "DECIDED ".
           05  RPT-DEC-DATE  PIC 9(8).
           05  FILLER        PIC X(4)   VALUE " BY ".
           05  RPT-DEC-OPER  PIC X(3).
           05  FILLER        PIC X(2)   VALUE ": ".
           05  RPT-DEC-NOTE  PIC X(40).
       01  RPT-COUNT-LINE.
           05  RPT-LABEL     PIC X(44).
           05  RPT-COUNT     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
      * Releases cleared opens, rescreens the master when the list
      * is new, and lists the reviews.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-LOAD-PROC-DATE THRU E-020-LOAD-PROC-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
           COMPUTE WS-WORK-INT = WS-TODAY-INT - DECIDED-LIST-DAYS.
           COMPUTE WS-DECIDED-FROM =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INT).
           ACCEPT WS-ENV-BANKRAW FROM ENVIRONMENT "BANKRAW".
           IF WS-ENV-BANKRAW NOT = SPACES
               MOVE WS-ENV-BANKRAW TO UT-S-BANKRAW
           END-IF.
           OPEN I-O OFACREV-FILE.
           IF WS-OFACREV-STATUS = "00" OR WS-OFACREV-STATUS = "05"
               MOVE 1 TO WS-REV-AVAIL.
           OPEN OUTPUT SCRN-RPT.
           PERFORM 050-NEXT-REVIEW-NO THRU E-050-NEXT-REVIEW-NO.
           MOVE WS-CURRENT-DATE-NUM TO RPT-RUN-DATE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           OPEN EXTEND BANKRAW.
           PERFORM 100-RELEASE-HELD THRU E-100-RELEASE-HELD.
           CLOSE BANKRAW.
           PERFORM 200-RESCREEN THRU E-200-RESCREEN.
           PERFORM 300-LIST-REVIEWS THRU E-300-LIST-REVIEWS.
           CLOSE OFACREV-FILE SCRN-RPT.
           STOP RUN.
      * Reads the official processing date set by DATEADV at the
      * head of the nightly job.  With no control record on file
      * the wall-clock date stands.
       020-LOAD-PROC-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       MOVE PD-RUN-DATE TO WS-CURRENT-DATE-FIELDS
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
       E-020-LOAD-PROC-DATE.
       EXIT.
      * Finds the highest review number on file; new reviews number
      * up from it.
       050-NEXT-REVIEW-NO.
           MOVE 0 TO WS-NEXT-REVIEW.
           PERFORM 060-START-REVIEWS THRU E-060-START-REVIEWS.
           PERFORM 055-REVIEW-NO-ONE THRU E-055-REVIEW-NO-ONE
               UNTIL WS-REV-EOF = 1.
           ADD 1 TO WS-NEXT-REVIEW.
       E-050-NEXT-REVIEW-NO.
       EXIT.
       055-REVIEW-NO-ONE.
           READ OFACREV-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-REV-EOF
                   GO TO E-055-REVIEW-NO-ONE
           END-READ.
           IF OR-REVIEW-NO > WS-NEXT-REVIEW
               MOVE OR-REVIEW-NO TO WS-NEXT-REVIEW.
       E-055-REVIEW-NO-ONE.
       EXIT.
      * Positions the review file at its first record.
       060-START-REVIEWS.
           MOVE 0 TO WS-REV-EOF.
           IF WS-REV-AVAIL = 0
               MOVE 1 TO WS-REV-EOF
               GO TO E-060-START-REVIEWS.
           MOVE 0 TO OR-REVIEW-NO.
           START OFACREV-FILE KEY IS NOT LESS THAN OR-REVIEW-NO
               INVALID KEY MOVE 1 TO WS-REV-EOF
           END-START.
       E-060-START-REVIEWS.
       EXIT.
      * Puts each held account open compliance has cleared back on
      * tonight's feed, once.
       100-RELEASE-HELD.
           MOVE "CLEARED ACCOUNT OPENS RELEASED TO TONIGHT'S FEED"
               TO RPT-SECTION.
           MOVE RPT-SECTION TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           PERFORM 060-START-REVIEWS THRU E-060-START-REVIEWS.
           PERFORM 120-RELEASE-ONE THRU E-120-RELEASE-ONE
               UNTIL WS-REV-EOF = 1.
           MOVE "OPENS RELEASED" TO RPT-LABEL.
           MOVE WS-RELEASE-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-100-RELEASE-HELD.
       EXIT.
       120-RELEASE-ONE.
           READ OFACREV-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-REV-EOF
                   GO TO E-120-RELEASE-ONE
           END-READ.
           IF NOT OR-FROM-OPEN OR NOT OR-IS-CLEARED
               GO TO E-120-RELEASE-ONE.
           IF OR-RELEASE-DATE NOT = 0 OR OR-APPLIED-DATE NOT = 0
               GO TO E-120-RELEASE-ONE.
           MOVE OR-IMAGE TO RAW-RECORD.
           WRITE RAW-RECORD.
           MOVE WS-CURRENT-DATE-NUM TO OR-RELEASE-DATE.
           REWRITE OFACREV-REC
               INVALID KEY
                   DISPLAY "OFACREV REWRITE FAILED - REVIEW "
                       OR-REVIEW-NO
           END-REWRITE.
           ADD 1 TO WS-RELEASE-CNT.
           PERFORM 400-REVIEW-LINE THRU E-400-REVIEW-LINE.
       E-120-RELEASE-ONE.
       EXIT.
      * Rescreens the customer master when a list has been loaded
      * since the last rescreen, then stamps the control record so
      * the same list is not rescreened again.
       200-RESCREEN.
           MOVE "CUSTOMER MASTER RESCREEN" TO RPT-SECTION.
           MOVE RPT-SECTION TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-CTL-FOUND.
           OPEN INPUT SANCCTL-FILE.
           IF WS-SANCCTL-STATUS = "00"
               READ SANCCTL-FILE
                   NOT AT END MOVE 1 TO WS-CTL-FOUND
               END-READ
           END-IF.
           CLOSE SANCCTL-FILE.
           IF WS-CTL-FOUND = 0
               MOVE "NO SANCTIONS LIST ON FILE - RESCREEN NOT RUN"
                   TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 1 LINES
               GO TO E-200-RESCREEN.
           IF SN-RESCREEN-DATE NOT = 0
               MOVE "NO NEW SANCTIONS LIST - RESCREEN NOT RUN"
                   TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 1 LINES
               GO TO E-200-RESCREEN.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE 0 TO WS-CUST-EOF.
           OPEN INPUT BANKCUST.
           IF WS-BANKCUST-STATUS NOT = "00"
               MOVE 1 TO WS-CUST-EOF.
           PERFORM 220-CUST-ONE THRU E-220-CUST-ONE
               UNTIL WS-CUST-EOF = 1.
           CLOSE BANKCUST.
           MOVE WS-CURRENT-DATE-NUM TO SN-RESCREEN-DATE.
           OPEN OUTPUT SANCCTL-FILE.
           WRITE SANCCTL-REC.
           CLOSE SANCCTL-FILE.
           MOVE "CUSTOMERS RESCREENED" TO RPT-LABEL.
           MOVE WS-CUST-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE "  POSSIBLE MATCHES" TO RPT-LABEL.
           MOVE WS-HIT-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "  NEW REVIEWS RAISED" TO RPT-LABEL.
           MOVE WS-NEW-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "  ALREADY REVIEWED AGAINST THE SAME ENTRY"
               TO RPT-LABEL.
           MOVE WS-SEEN-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-200-RESCREEN.
       EXIT.
      * Screens one customer's name and address lines and raises a
      * review on the best possible match.
       220-CUST-ONE.
           READ BANKCUST NEXT RECORD
               AT END
                   MOVE 1 TO WS-CUST-EOF
                   GO TO E-220-CUST-ONE
           END-READ.
           ADD 1 TO WS-CUST-CNT.
           MOVE "N" TO WS-HIT-SW.
           MOVE 0 TO WS-HIT-SCORE.
           MOVE SPACES TO OP-TEXT.
           MOVE CM-NAME TO OP-TEXT.
           MOVE "N" TO OP-KIND.
           PERFORM 240-SCREEN-LINE THRU E-240-SCREEN-LINE.
           IF CM-ADDR-1 NOT = SPACES
               MOVE SPACES TO OP-TEXT
               MOVE CM-ADDR-1 TO OP-TEXT
               MOVE "A" TO OP-KIND
               PERFORM 240-SCREEN-LINE THRU E-240-SCREEN-LINE.
           IF CM-ADDR-2 NOT = SPACES
               MOVE SPACES TO OP-TEXT
               MOVE CM-ADDR-2 TO OP-TEXT
               MOVE "A" TO OP-KIND
               PERFORM 240-SCREEN-LINE THRU E-240-SCREEN-LINE.
           IF NOT WS-CUST-HIT
               GO TO E-220-CUST-ONE.
           ADD 1 TO WS-HIT-CNT.
           MOVE WS-HIT-PARM TO OFAC-PARM.
           PERFORM 260-FIND-SAME THRU E-260-FIND-SAME.
           IF WS-DUP-FOUND = 1
               ADD 1 TO WS-SEEN-CNT
               GO TO E-220-CUST-ONE.
           MOVE SPACES TO OFACREV-REC.
           MOVE WS-NEXT-REVIEW TO OR-REVIEW-NO.
           MOVE "R" TO OR-SOURCE.
           MOVE CM-ACCT TO OR-ACCT.
           MOVE WS-CURRENT-DATE-NUM TO OR-RAISED-DATE.
           MOVE WS-HIT-FIELD TO OR-FIELD.
           MOVE WS-HIT-TEXT TO OR-SCREEN-TEXT.
           MOVE OP-UID TO OR-LIST-UID.
           MOVE OP-LIST-TYPE TO OR-LIST-TYPE.
           MOVE OP-PROGRAM TO OR-LIST-PROGRAM.
           MOVE OP-LIST-NAME TO OR-LIST-NAME.
           MOVE OP-SCORE TO OR-SCORE.
           MOVE OP-LIST-DATE TO OR-LIST-DATE.
           MOVE "P" TO OR-STATUS.
           MOVE 0 TO OR-DEC-DATE.
           MOVE 0 TO OR-ITEM-DATE.
           MOVE 0 TO OR-RELEASE-DATE.
           MOVE 0 TO OR-APPLIED-DATE.
           WRITE OFACREV-REC
               INVALID KEY
                   DISPLAY "OFACREV WRITE FAILED - REVIEW "
                       OR-REVIEW-NO
                   GO TO E-220-CUST-ONE
           END-WRITE.
           ADD 1 TO WS-NEXT-REVIEW.
           ADD 1 TO WS-NEW-CNT.
           PERFORM 400-REVIEW-LINE THRU E-400-REVIEW-LINE.
       E-220-CUST-ONE.
       EXIT.
      * Screens one line and keeps it when it is a possible match
      * scoring higher than any earlier line of the customer.
       240-SCREEN-LINE.
           CALL "OFACCHK" USING OFAC-PARM.
           IF NOT OP-POSSIBLE-MATCH
               GO TO E-240-SCREEN-LINE.
           IF WS-CUST-HIT AND OP-SCORE NOT > WS-HIT-SCORE
               GO TO E-240-SCREEN-LINE.
           MOVE "Y" TO WS-HIT-SW.
           MOVE OP-KIND TO WS-HIT-FIELD.
           MOVE OP-TEXT TO WS-HIT-TEXT.
           MOVE OP-SCORE TO WS-HIT-SCORE.
           MOVE OFAC-PARM TO WS-HIT-PARM.
       E-240-SCREEN-LINE.
       EXIT.
      * Looks for a review already raised on the account against
      * the same list entry; once reviewed, a match is not raised
      * again by a later list.
       260-FIND-SAME.
           MOVE 0 TO WS-DUP-FOUND.
           MOVE 0 TO WS-DUP-EOF.
           IF WS-REV-AVAIL = 0
               GO TO E-260-FIND-SAME.
           MOVE 0 TO OR-REVIEW-NO.
           START OFACREV-FILE KEY IS NOT LESS THAN OR-REVIEW-NO
               INVALID KEY MOVE 1 TO WS-DUP-EOF
           END-START.
           PERFORM 265-SAME-ONE THRU E-265-SAME-ONE
               UNTIL WS-DUP-EOF = 1.
       E-260-FIND-SAME.
       EXIT.
       265-SAME-ONE.
           READ OFACREV-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-DUP-EOF
                   GO TO E-265-SAME-ONE
           END-READ.
           IF OR-ACCT = CM-ACCT AND OR-LIST-UID = OP-UID
               MOVE 1 TO WS-DUP-FOUND
               MOVE 1 TO WS-DUP-EOF.
       E-265-SAME-ONE.
       EXIT.
      * Lists every review awaiting a decision and the decisions
      * recorded over the last DECIDED-LIST-DAYS days.
       300-LIST-REVIEWS.
           MOVE "REVIEWS AWAITING COMPLIANCE DECISION" TO RPT-SECTION.
           MOVE RPT-SECTION TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           PERFORM 060-START-REVIEWS THRU E-060-START-REVIEWS.
           PERFORM 320-PENDING-ONE THRU E-320-PENDING-ONE
               UNTIL WS-REV-EOF = 1.
           MOVE "REVIEWS AWAITING DECISION" TO RPT-LABEL.
           MOVE WS-PEND-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE "DECISIONS RECORDED OVER THE LAST WEEK" TO RPT-SECTION.
           MOVE RPT-SECTION TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           PERFORM 060-START-REVIEWS THRU E-060-START-REVIEWS.
           PERFORM 340-DECIDED-ONE THRU E-340-DECIDED-ONE
               UNTIL WS-REV-EOF = 1.
           MOVE "DECISIONS LISTED" TO RPT-LABEL.
           MOVE WS-DEC-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
       E-300-LIST-REVIEWS.
       EXIT.
       320-PENDING-ONE.
           READ OFACREV-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-REV-EOF
                   GO TO E-320-PENDING-ONE
           END-READ.
           IF NOT OR-IS-PENDING
               GO TO E-320-PENDING-ONE.
           ADD 1 TO WS-PEND-CNT.
           PERFORM 400-REVIEW-LINE THRU E-400-REVIEW-LINE.
       E-320-PENDING-ONE.
       EXIT.
       340-DECIDED-ONE.
           READ OFACREV-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-REV-EOF
                   GO TO E-340-DECIDED-ONE
           END-READ.
           IF OR-IS-PENDING OR OR-DEC-DATE < WS-DECIDED-FROM
               GO TO E-340-DECIDED-ONE.
           ADD 1 TO WS-DEC-CNT.
           PERFORM 400-REVIEW-LINE THRU E-400-REVIEW-LINE.
       E-340-DECIDED-ONE.
       EXIT.
      * Prints one review, with the decision under it once made.
       400-REVIEW-LINE.
           MOVE OR-REVIEW-NO TO RPT-REVIEW.
           IF OR-FROM-OPEN
               MOVE "OPEN" TO RPT-SOURCE
           ELSE
           IF OR-FROM-WIRE
               MOVE "WIRE" TO RPT-SOURCE
           ELSE
               MOVE "RESCREEN" TO RPT-SOURCE.
           MOVE OR-ACCT TO RPT-ACCT.
           IF OR-ON-ADDRESS
               MOVE "ADDR" TO RPT-FIELD
           ELSE
               MOVE "NAME" TO RPT-FIELD.
           MOVE OR-SCORE TO RPT-SCORE.
           MOVE OR-SCREEN-TEXT TO RPT-TEXT.
           MOVE OR-LIST-UID TO RPT-UID.
           MOVE OR-LIST-NAME TO RPT-LIST-NAME.
           IF OR-IS-PENDING
               MOVE "PENDING" TO RPT-STATUS
           ELSE
           IF OR-IS-CLEARED
               MOVE "CLEARED" TO RPT-STATUS
           ELSE
               MOVE "ESCALATED" TO RPT-STATUS.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           IF OR-IS-PENDING
               GO TO E-400-REVIEW-LINE.
           MOVE OR-DEC-DATE TO RPT-DEC-DATE.
           MOVE OR-DEC-OPER TO RPT-DEC-OPER.
           MOVE OR-DEC-NOTE TO RPT-DEC-NOTE.
           MOVE RPT-DEC-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-400-REVIEW-LINE.
       EXIT.
       END PROGRAM OFACSCRN.

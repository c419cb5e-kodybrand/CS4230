      ***********************************************************
      * TEXTBOOK ADOPTION ORDERING RUN
      * KODY BRAND
      * This program turns a term's course adoptions into the
      * term's textbook buy.  For each ISBN adopted in the term it
      * totals the copies the courses should sell -- each
      * section's expected enrollment times the historical
      * sell-through percent for its course, required or optional
      * -- nets off the new copies on hand, the used copies on
      * hand under the title's buyback item, and what is still
      * open on the POMAST purchase orders, and writes what is
      * left to buy onto the suggested-order file behind tonight's
      * SUGORD lines.  Purchasing approves the lines on the same
      * review it already does and APPRVORD cuts the orders, so a
      * textbook buy takes the same path as every other order.
      * The term comes from the operator at the start of the run.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  POMAST RECORD WIDENED FOR THE SHIP-TO
      *                 STORE AND THE DATE THE ORDER WAS SENT.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADOPTORD.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADOPTION-FILE ASSIGN TO UT-S-ADOPTION
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-ADOPTION-STATUS.
           SELECT INVMAST-FILE ASSIGN TO UT-S-INVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IM-ITEM-NO
               FILE STATUS IS WS-INVMAST-STATUS.
           SELECT OPTIONAL POMAST-FILE ASSIGN TO UT-S-POMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PO-NO
               FILE STATUS IS WS-POMAST-STATUS.
           SELECT OPTIONAL BUYTABLE-FILE ASSIGN TO UT-S-BUYTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUYTABLE-STATUS.
           SELECT OPTIONAL SELLTHRU-FILE ASSIGN TO UT-S-SELLTHRU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELLTHRU-STATUS.
           SELECT OPTIONAL SUGORD-FILE ASSIGN TO UT-S-SUGORD
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADOPT-RPT ASSIGN TO UT-S-ADOPTRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  ADOPTION-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 56 CHARACTERS.
       01  ADOPTION-REC.
           05  AD-KEY.
               10  AD-TERM         PIC X(6).
               10  AD-COURSE       PIC X(8).
               10  AD-SECTION      PIC X(3).
               10  AD-ISBN         PIC X(13).
           05  AD-INSTRUCTOR       PIC X(20).
           05  AD-REQUIRED         PIC X.
               88  AD-IS-REQUIRED      VALUE "R".
               88  AD-IS-OPTIONAL      VALUE "O".
           05  AD-ENROLL           PIC 9(5).
       FD  INVMAST-FILE
           RECORD CONTAINS 116 CHARACTERS.
       01  INVMAST-REC.
           05  IM-ITEM-NO              PIC X(5).
           05  IM-DESCRIPTIVE-DATA.
               10  IM-ITEM-DESC                PIC X(40).
               10  IM-UNIT-COST                PIC 9(3)V99.
               10  IM-UNIT-PRICE                PIC 9(3)V99.
           05  IM-INVENTORY-DATA.
               10  IM-REORDER-POINT            PIC S9(5).
               10  IM-ON-HAND                  PIC S9(5).
               10  IM-ON-ORDER                 PIC S9(5).
           05  IM-BOOK-DATA.
               10  BK-ISBN                     PIC X(13).
               10  BK-AUTHOR                   PIC X(25).
               10  BK-CATEGORY                 PIC X(3).
           05  IM-VENDOR               PIC X(5).
       FD  POMAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 47 CHARACTERS.
       01  POMAST-REC.
           05  PO-NO               PIC X(6).
           05  PO-VENDOR           PIC X(5).
           05  PO-ITEM-NO          PIC X(5).
           05  PO-QTY              PIC 9(5).
           05  PO-UNIT-COST        PIC 9(3)V99.
           05  PO-RCVD-QTY         PIC 9(5).
           05  PO-BILLED-QTY       PIC 9(5).
           05  PO-STATUS           PIC X.
               88  PO-OPEN                 VALUE "O".
           05  PO-SHIP-TO          PIC X(2).
           05  PO-SENT-DATE        PIC 9(8).
       FD  BUYTABLE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BUYTABLE-REC.
           05  BT-REC-TYPE         PIC X.
               88  BT-IS-GRADE         VALUE "C".
               88  BT-IS-TITLE         VALUE "T".
           05  BT-DATA             PIC X(20).
       01  BUYTABLE-TITLE REDEFINES BUYTABLE-REC.
           05  FILLER              PIC X.
           05  BT-NEW-ITEM         PIC X(5).
           05  BT-USED-ITEM        PIC X(5).
           05  BT-WANTED           PIC 9(5).
           05  BT-USED-PRICE       PIC 9(3)V99.
      * Historical sell-through: the share of a course's enrollment
      * that buys the book new or used, required and optional.  A
      * record with a blank course is the default for every course
      * without its own.
       FD  SELLTHRU-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  SELLTHRU-REC.
           05  SL-COURSE           PIC X(8).
           05  SL-REQ-PCT          PIC 9V999.
           05  SL-OPT-PCT          PIC 9V999.
       FD  SUGORD-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  SUGORD-REC.
           05  SO-ITEM-NO          PIC X(5).
           05  SO-SUGGESTED-QTY    PIC 9(5).
           05  SO-APPROVED         PIC X.
           05  SO-VENDOR           PIC X(5).
       FD  ADOPT-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-ADOPTION           PIC X(50)
               VALUE "C:\COBOL\ADOPTION.DAT".
       77  UT-S-INVMAST            PIC X(50)
               VALUE "C:\COBOL\INVMASTI.DAT".
       77  UT-S-POMAST             PIC X(50)
               VALUE "C:\COBOL\POMAST.DAT".
       77  UT-S-BUYTABLE           PIC X(50)
               VALUE "C:\COBOL\BUYTABLE.DAT".
       77  UT-S-SELLTHRU           PIC X(50)
               VALUE "C:\COBOL\SELLTHRU.DAT".
       77  UT-S-SUGORD             PIC X(50)
               VALUE "C:\COBOL\SUGORD.DAT".
       77  UT-S-ADOPTRPT           PIC X(50)
               VALUE "C:\COBOL\ADOPTORD.RPT".
       77  WS-ADOPTION-STATUS      PIC XX      VALUE SPACES.
       77  WS-INVMAST-STATUS       PIC XX      VALUE SPACES.
       77  WS-POMAST-STATUS        PIC XX      VALUE SPACES.
       77  WS-BUYTABLE-STATUS      PIC XX      VALUE SPACES.
       77  WS-SELLTHRU-STATUS      PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-LOAD-EOF             PIC X       VALUE "N".
       77  WS-TERM-IN              PIC X(6)    VALUE SPACES.
      * Sell-through for a course with no record of its own and no
      * default record on the table.
       77  DFLT-REQ-PCT            PIC 9V999   VALUE 0.850.
       77  DFLT-OPT-PCT            PIC 9V999   VALUE 0.250.
       77  WS-REQ-PCT              PIC 9V999   VALUE ZEROS.
       77  WS-OPT-PCT              PIC 9V999   VALUE ZEROS.
       77  WS-PCT                  PIC 9V999   VALUE ZEROS.
       77  WS-SELL-COUNT           PIC S9(3)   COMP VALUE ZERO.
       77  WS-SELL-IDX             PIC S9(3)   COMP VALUE ZERO.
       01  WS-SELL-TABLE.
           05  WS-SELL-ENTRY OCCURS 200 TIMES.
               10  WS-SELL-COURSE  PIC X(8).
               10  WS-SELL-REQ     PIC 9V999.
               10  WS-SELL-OPT     PIC 9V999.
      * New-title item by ISBN.  Used-copy items share their
      * title's ISBN, so the buyback links keep them out.
       77  WS-ISBN-COUNT           PIC S9(4)   COMP VALUE ZERO.
       77  WS-ISBN-IDX             PIC S9(4)   COMP VALUE ZERO.
       01  WS-ISBN-TABLE.
           05  WS-ISBN-ENTRY OCCURS 3000 TIMES.
               10  WS-ISBN-ISBN    PIC X(13).
               10  WS-ISBN-ITEM    PIC X(5).
       77  WS-LINK-COUNT           PIC S9(4)   COMP VALUE ZERO.
       77  WS-LINK-IDX             PIC S9(4)   COMP VALUE ZERO.
       01  WS-LINK-TABLE.
           05  WS-LINK-ENTRY OCCURS 1000 TIMES.
               10  WS-LINK-NEW     PIC X(5).
               10  WS-LINK-USED    PIC X(5).
       77  WS-IS-USED              PIC X       VALUE "N".
      * Quantity still due in on open purchase orders, by item.
       77  WS-OPO-COUNT            PIC S9(4)   COMP VALUE ZERO.
       77  WS-OPO-IDX              PIC S9(4)   COMP VALUE ZERO.
       01  WS-OPO-TABLE.
           05  WS-OPO-ENTRY OCCURS 1000 TIMES
                   INDEXED BY OPO-IX.
               10  WS-OPO-ITEM     PIC X(5).
               10  WS-OPO-QTY      PIC 9(7).
      * One row per ISBN adopted in the term.
       77  WS-ADO-COUNT            PIC S9(4)   COMP VALUE ZERO.
       77  WS-ADO-IDX              PIC S9(4)   COMP VALUE ZERO.
       01  WS-ADO-TABLE.
           05  WS-ADO-ENTRY OCCURS 500 TIMES
                   INDEXED BY ADO-IX.
               10  WS-ADO-ISBN     PIC X(13).
               10  WS-ADO-SECTIONS PIC 9(3).
               10  WS-ADO-ENROLL   PIC 9(7).
               10  WS-ADO-DEMAND   PIC 9(7).
       77  WS-TABLE-FULL           PIC X       VALUE "N".
       77  WS-SECTION-DEMAND       PIC 9(7)    VALUE ZEROS.
       77  WS-ITEM-NO              PIC X(5)    VALUE SPACES.
       77  WS-USED-ITEM            PIC X(5)    VALUE SPACES.
       77  WS-VENDOR               PIC X(5)    VALUE SPACES.
       77  WS-NEW-ON-HAND          PIC S9(5)   VALUE ZEROS.
       77  WS-USED-ON-HAND         PIC S9(5)   VALUE ZEROS.
       77  WS-OPEN-PO              PIC 9(7)    VALUE ZEROS.
       77  WS-SUGGESTED            PIC S9(7)   VALUE ZEROS.
       77  WS-LINES-WRITTEN        PIC 9(5)    VALUE ZEROS.
       77  WS-UNITS-SUGGESTED      PIC 9(7)    VALUE ZEROS.
       77  WS-NOT-STOCKED          PIC 9(5)    VALUE ZEROS.
       01  RPT-TITLE.
           05  FILLER              PIC X(38)
               VALUE "---- TEXTBOOK ADOPTION ORDERING FOR ".
           05  RPT-T-TERM          PIC X(6).
           05  FILLER              PIC X(5)    VALUE " ----".
       01  RPT-HDG-1.
           05  FILLER              PIC X(48)
               VALUE "ISBN           ITEM   TITLE                     ".
           05  FILLER              PIC X(34)
               VALUE " SECT ENROLLED   EXPECTED  NEW OH ".
           05  FILLER              PIC X(33)
               VALUE " USED OH   OPEN PO  SUGGEST  NOTE".
       01  RPT-DETAIL.
           05  RPT-ISBN            PIC X(13).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-ITEM-NO         PIC X(5).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-TITLE-DESC      PIC X(26).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-SECTIONS        PIC ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-ENROLL          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  RPT-DEMAND          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-NEW-OH          PIC ZZ,ZZ9-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-USED-OH         PIC ZZ,ZZ9-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-OPEN-PO         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-SUGGESTED       PIC ZZZ,ZZ9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-NOTE            PIC X(20).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(24)
               VALUE "ADOPTED ISBNS:          ".
           05  RPT-T-ISBNS         PIC ZZ,ZZ9.
           05  FILLER              PIC X(22)
               VALUE "  SUGGESTED LINES:    ".
           05  RPT-T-LINES         PIC ZZ,ZZ9.
           05  FILLER              PIC X(10)   VALUE "  UNITS:  ".
           05  RPT-T-UNITS         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(16)
               VALUE "  NOT STOCKED:  ".
           05  RPT-T-UNSTOCKED     PIC ZZ,ZZ9.
       01  NO-TERM-LINE            PIC X(40)   VALUE
           "NO ADOPTIONS ON FILE FOR THE TERM".
       01  FULL-LINE               PIC X(50)   VALUE
           "*** ADOPTION TABLE FULL - BUY IS INCOMPLETE ***".

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           DISPLAY "ADOPTION TERM TO ORDER FOR: " WITH NO ADVANCING.
           ACCEPT WS-TERM-IN.
           IF WS-TERM-IN = SPACES
               DISPLAY "NO TERM GIVEN - NOTHING ORDERED"
               STOP RUN.
           OPEN OUTPUT ADOPT-RPT.
           MOVE WS-TERM-IN TO RPT-T-TERM.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           PERFORM 050-LOAD-SELLTHRU THRU 050-EXIT.
           PERFORM 070-LOAD-LINKS THRU 070-EXIT.
           OPEN INPUT INVMAST-FILE.
           PERFORM 090-LOAD-ISBNS THRU 090-EXIT.
           PERFORM 110-LOAD-OPEN-PO THRU 110-EXIT.
           OPEN INPUT ADOPTION-FILE.
           PERFORM 200-LOAD-TERM THRU 200-EXIT.
           CLOSE ADOPTION-FILE.
           IF WS-ADO-COUNT = 0
               MOVE NO-TERM-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
               CLOSE INVMAST-FILE ADOPT-RPT
               STOP RUN.
           MOVE RPT-HDG-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           OPEN EXTEND SUGORD-FILE.
           PERFORM 300-ORDER-ISBN THRU 300-EXIT
               VARYING WS-ADO-IDX FROM 1 BY 1
               UNTIL WS-ADO-IDX > WS-ADO-COUNT.
           MOVE WS-ADO-COUNT TO RPT-T-ISBNS.
           MOVE WS-LINES-WRITTEN TO RPT-T-LINES.
           MOVE WS-UNITS-SUGGESTED TO RPT-T-UNITS.
           MOVE WS-NOT-STOCKED TO RPT-T-UNSTOCKED.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF WS-TABLE-FULL = "Y"
               MOVE FULL-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE INVMAST-FILE SUGORD-FILE ADOPT-RPT.
           STOP RUN.
      * Loads the sell-through table; the blank-course record
      * replaces the built-in default.
       050-LOAD-SELLTHRU.
           MOVE DFLT-REQ-PCT TO WS-REQ-PCT.
           MOVE DFLT-OPT-PCT TO WS-OPT-PCT.
           MOVE "N" TO WS-LOAD-EOF.
           OPEN INPUT SELLTHRU-FILE.
           IF WS-SELLTHRU-STATUS NOT = "00"
               MOVE "Y" TO WS-LOAD-EOF.
           PERFORM 060-SELLTHRU-ONE THRU 060-EXIT
               UNTIL WS-LOAD-EOF = "Y".
           CLOSE SELLTHRU-FILE.
           MOVE WS-REQ-PCT TO DFLT-REQ-PCT.
           MOVE WS-OPT-PCT TO DFLT-OPT-PCT.
       050-EXIT.
           EXIT.
       060-SELLTHRU-ONE.
           READ SELLTHRU-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF
                   GO TO 060-EXIT
           END-READ.
           IF SL-REQ-PCT NOT NUMERIC OR SL-OPT-PCT NOT NUMERIC
               GO TO 060-EXIT.
           IF SL-COURSE = SPACES
               MOVE SL-REQ-PCT TO WS-REQ-PCT
               MOVE SL-OPT-PCT TO WS-OPT-PCT
               GO TO 060-EXIT.
           IF WS-SELL-COUNT < 200
               ADD 1 TO WS-SELL-COUNT
               MOVE SL-COURSE TO WS-SELL-COURSE (WS-SELL-COUNT)
               MOVE SL-REQ-PCT TO WS-SELL-REQ (WS-SELL-COUNT)
               MOVE SL-OPT-PCT TO WS-SELL-OPT (WS-SELL-COUNT).
       060-EXIT.
           EXIT.
      * Loads the title-to-used-item links off the buyback table
       070-LOAD-LINKS.
           MOVE "N" TO WS-LOAD-EOF.
           OPEN INPUT BUYTABLE-FILE.
           IF WS-BUYTABLE-STATUS NOT = "00"
               MOVE "Y" TO WS-LOAD-EOF.
           PERFORM 080-LINK-ONE THRU 080-EXIT
               UNTIL WS-LOAD-EOF = "Y".
           CLOSE BUYTABLE-FILE.
       070-EXIT.
           EXIT.
       080-LINK-ONE.
           READ BUYTABLE-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF
                   GO TO 080-EXIT
           END-READ.
           IF BT-IS-TITLE AND WS-LINK-COUNT < 1000
               ADD 1 TO WS-LINK-COUNT
               MOVE BT-NEW-ITEM TO WS-LINK-NEW (WS-LINK-COUNT)
               MOVE BT-USED-ITEM TO WS-LINK-USED (WS-LINK-COUNT).
       080-EXIT.
           EXIT.
      * Indexes the new titles on the master by ISBN
       090-LOAD-ISBNS.
           MOVE "N" TO WS-LOAD-EOF.
           PERFORM 100-ISBN-ONE THRU 100-EXIT
               UNTIL WS-LOAD-EOF = "Y".
       090-EXIT.
           EXIT.
       100-ISBN-ONE.
           READ INVMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAD-EOF
                   GO TO 100-EXIT
           END-READ.
           IF BK-ISBN = SPACES
               GO TO 100-EXIT.
           MOVE "N" TO WS-IS-USED.
           PERFORM 105-USED-CHECK THRU 105-EXIT
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT.
           IF WS-IS-USED = "Y"
               GO TO 100-EXIT.
           IF WS-ISBN-COUNT < 3000
               ADD 1 TO WS-ISBN-COUNT
               MOVE BK-ISBN TO WS-ISBN-ISBN (WS-ISBN-COUNT)
               MOVE IM-ITEM-NO TO WS-ISBN-ITEM (WS-ISBN-COUNT).
       100-EXIT.
           EXIT.
       105-USED-CHECK.
           IF WS-LINK-USED (WS-LINK-IDX) = IM-ITEM-NO
               MOVE "Y" TO WS-IS-USED.
       105-EXIT.
           EXIT.
      * Totals what is still due in on open purchase orders
       110-LOAD-OPEN-PO.
           MOVE "N" TO WS-LOAD-EOF.
           OPEN INPUT POMAST-FILE.
           IF WS-POMAST-STATUS NOT = "00"
               MOVE "Y" TO WS-LOAD-EOF.
           PERFORM 120-OPEN-PO-ONE THRU 120-EXIT
               UNTIL WS-LOAD-EOF = "Y".
           CLOSE POMAST-FILE.
       110-EXIT.
           EXIT.
       120-OPEN-PO-ONE.
           READ POMAST-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOAD-EOF
                   GO TO 120-EXIT
           END-READ.
           IF NOT PO-OPEN OR PO-RCVD-QTY NOT < PO-QTY
               GO TO 120-EXIT.
           SET OPO-IX TO 1.
           SEARCH WS-OPO-ENTRY
               AT END
                   IF WS-OPO-COUNT < 1000
                       ADD 1 TO WS-OPO-COUNT
                       SET OPO-IX TO WS-OPO-COUNT
                       MOVE PO-ITEM-NO TO WS-OPO-ITEM (OPO-IX)
                       MOVE ZEROS TO WS-OPO-QTY (OPO-IX)
                   ELSE
                       GO TO 120-EXIT
                   END-IF
               WHEN WS-OPO-ITEM (OPO-IX) = PO-ITEM-NO
                   CONTINUE
           END-SEARCH.
           COMPUTE WS-OPO-QTY (OPO-IX) = WS-OPO-QTY (OPO-IX)
               + PO-QTY - PO-RCVD-QTY.
       120-EXIT.
           EXIT.
      * Rolls the term's adoptions up by ISBN, each section's
      * expected sales at its course's sell-through.
       200-LOAD-TERM.
           MOVE SPACES TO AD-KEY.
           MOVE WS-TERM-IN TO AD-TERM.
           START ADOPTION-FILE KEY IS NOT LESS THAN AD-KEY
               INVALID KEY MOVE "Y" TO END-OF-FILE
           END-START.
           PERFORM 220-TERM-ONE THRU 220-EXIT
               UNTIL END-OF-FILE = "Y".
       200-EXIT.
           EXIT.
       220-TERM-ONE.
           READ ADOPTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 220-EXIT
           END-READ.
           IF AD-TERM NOT = WS-TERM-IN
               MOVE "Y" TO END-OF-FILE
               GO TO 220-EXIT.
           MOVE DFLT-REQ-PCT TO WS-REQ-PCT.
           MOVE DFLT-OPT-PCT TO WS-OPT-PCT.
           PERFORM 230-COURSE-PCT THRU 230-EXIT
               VARYING WS-SELL-IDX FROM 1 BY 1
               UNTIL WS-SELL-IDX > WS-SELL-COUNT.
           IF AD-IS-OPTIONAL
               MOVE WS-OPT-PCT TO WS-PCT
           ELSE
               MOVE WS-REQ-PCT TO WS-PCT.
           COMPUTE WS-SECTION-DEMAND ROUNDED = AD-ENROLL * WS-PCT.
           SET ADO-IX TO 1.
           SEARCH WS-ADO-ENTRY
               AT END
                   IF WS-ADO-COUNT < 500
                       ADD 1 TO WS-ADO-COUNT
                       SET ADO-IX TO WS-ADO-COUNT
                       MOVE AD-ISBN TO WS-ADO-ISBN (ADO-IX)
                       MOVE ZEROS TO WS-ADO-SECTIONS (ADO-IX)
                       MOVE ZEROS TO WS-ADO-ENROLL (ADO-IX)
                       MOVE ZEROS TO WS-ADO-DEMAND (ADO-IX)
                   ELSE
                       MOVE "Y" TO WS-TABLE-FULL
                       GO TO 220-EXIT
                   END-IF
               WHEN WS-ADO-ISBN (ADO-IX) = AD-ISBN
                   CONTINUE
           END-SEARCH.
           ADD 1 TO WS-ADO-SECTIONS (ADO-IX).
           ADD AD-ENROLL TO WS-ADO-ENROLL (ADO-IX).
           ADD WS-SECTION-DEMAND TO WS-ADO-DEMAND (ADO-IX).
       220-EXIT.
           EXIT.
       230-COURSE-PCT.
           IF WS-SELL-COURSE (WS-SELL-IDX) = AD-COURSE
               MOVE WS-SELL-REQ (WS-SELL-IDX) TO WS-REQ-PCT
               MOVE WS-SELL-OPT (WS-SELL-IDX) TO WS-OPT-PCT.
       230-EXIT.
           EXIT.
      * Nets one adopted ISBN's expected sales against stock new
      * and used and the open orders, and suggests the rest.
       300-ORDER-ISBN.
           MOVE WS-ADO-ISBN (WS-ADO-IDX) TO RPT-ISBN.
           MOVE WS-ADO-SECTIONS (WS-ADO-IDX) TO RPT-SECTIONS.
           MOVE WS-ADO-ENROLL (WS-ADO-IDX) TO RPT-ENROLL.
           MOVE WS-ADO-DEMAND (WS-ADO-IDX) TO RPT-DEMAND.
           MOVE SPACES TO RPT-ITEM-NO RPT-TITLE-DESC RPT-NOTE.
           MOVE ZEROS TO RPT-NEW-OH RPT-USED-OH RPT-OPEN-PO
                         RPT-SUGGESTED.
           MOVE SPACES TO WS-ITEM-NO.
           PERFORM 310-FIND-ISBN THRU 310-EXIT
               VARYING WS-ISBN-IDX FROM 1 BY 1
               UNTIL WS-ISBN-IDX > WS-ISBN-COUNT.
           IF WS-ITEM-NO = SPACES
               ADD 1 TO WS-NOT-STOCKED
               MOVE "ISBN NOT ON MASTER" TO RPT-NOTE
               PERFORM 500-PRINT-LINE THRU 500-EXIT
               GO TO 300-EXIT.
           MOVE WS-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-STOCKED
                   MOVE "ISBN NOT ON MASTER" TO RPT-NOTE
                   PERFORM 500-PRINT-LINE THRU 500-EXIT
                   GO TO 300-EXIT
           END-READ.
           MOVE IM-ITEM-NO TO RPT-ITEM-NO.
           MOVE IM-ITEM-DESC TO RPT-TITLE-DESC.
           MOVE IM-VENDOR TO WS-VENDOR.
           MOVE IM-ON-HAND TO WS-NEW-ON-HAND.
           IF WS-NEW-ON-HAND < 0
               MOVE ZEROS TO WS-NEW-ON-HAND.
           MOVE ZEROS TO WS-USED-ON-HAND.
           MOVE SPACES TO WS-USED-ITEM.
           PERFORM 320-FIND-USED THRU 320-EXIT
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT.
           IF WS-USED-ITEM NOT = SPACES
               MOVE WS-USED-ITEM TO IM-ITEM-NO
               READ INVMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF IM-ON-HAND > 0
                           MOVE IM-ON-HAND TO WS-USED-ON-HAND
                       END-IF
               END-READ
           END-IF.
           MOVE ZEROS TO WS-OPEN-PO.
           SET OPO-IX TO 1.
           SEARCH WS-OPO-ENTRY
               AT END
                   CONTINUE
               WHEN WS-OPO-ITEM (OPO-IX) = WS-ITEM-NO
                   MOVE WS-OPO-QTY (OPO-IX) TO WS-OPEN-PO
           END-SEARCH.
           MOVE WS-NEW-ON-HAND TO RPT-NEW-OH.
           MOVE WS-USED-ON-HAND TO RPT-USED-OH.
           MOVE WS-OPEN-PO TO RPT-OPEN-PO.
           COMPUTE WS-SUGGESTED = WS-ADO-DEMAND (WS-ADO-IDX)
               - WS-NEW-ON-HAND - WS-USED-ON-HAND - WS-OPEN-PO.
           IF WS-SUGGESTED < 1
               MOVE "COVERED - NO BUY" TO RPT-NOTE
               PERFORM 500-PRINT-LINE THRU 500-EXIT
               GO TO 300-EXIT.
           MOVE WS-SUGGESTED TO RPT-SUGGESTED.
           MOVE WS-ITEM-NO TO SO-ITEM-NO.
           MOVE WS-SUGGESTED TO SO-SUGGESTED-QTY.
           MOVE "N" TO SO-APPROVED.
           MOVE WS-VENDOR TO SO-VENDOR.
           WRITE SUGORD-REC.
           ADD 1 TO WS-LINES-WRITTEN.
           ADD WS-SUGGESTED TO WS-UNITS-SUGGESTED.
           MOVE "ON SUGGESTED ORDERS" TO RPT-NOTE.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       300-EXIT.
           EXIT.
       310-FIND-ISBN.
           IF WS-ISBN-ISBN (WS-ISBN-IDX) = WS-ADO-ISBN (WS-ADO-IDX)
               MOVE WS-ISBN-ITEM (WS-ISBN-IDX) TO WS-ITEM-NO.
       310-EXIT.
           EXIT.
       320-FIND-USED.
           IF WS-LINK-NEW (WS-LINK-IDX) = WS-ITEM-NO
               MOVE WS-LINK-USED (WS-LINK-IDX) TO WS-USED-ITEM.
       320-EXIT.
           EXIT.
      * Prints one ordering line
       500-PRINT-LINE.
           MOVE RPT-DETAIL TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       500-EXIT.
           EXIT.
       END PROGRAM ADOPTORD.

      ***********************************************************
      * POST-TERM TEXTBOOK ADOPTION REPORT
      * KODY BRAND
      * This program looks back on a finished term's textbook
      * buy.  For each ISBN adopted in the term it shows the
      * enrollment, the copies the sell-through table expected to
      * sell, the copies actually sold new and used off SALESHIST
      * and the copies sent back to the vendor off RTVHIST, both
      * counted between the dates the operator gives for the
      * selling season.  The actual sell-through percent beside
      * the table's percent shows where SELLTHRU.DAT should be
      * raised or lowered for the next term.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADOPTRPT.
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
           SELECT OPTIONAL BUYTABLE-FILE ASSIGN TO UT-S-BUYTABLE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUYTABLE-STATUS.
           SELECT OPTIONAL SELLTHRU-FILE ASSIGN TO UT-S-SELLTHRU
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SELLTHRU-STATUS.
           SELECT OPTIONAL SALESHIST-FILE ASSIGN TO UT-S-SALESHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALESHIST-STATUS.
           SELECT OPTIONAL RTVHIST-FILE ASSIGN TO UT-S-RTVHIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTVHIST-STATUS.
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
       FD  SELLTHRU-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  SELLTHRU-REC.
           05  SL-COURSE           PIC X(8).
           05  SL-REQ-PCT          PIC 9V999.
           05  SL-OPT-PCT          PIC 9V999.
       FD  SALESHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  SALESHIST-REC.
           05  SH-ITEM-NO          PIC X(5).
           05  SH-DATE             PIC 9(8).
           05  SH-QTY              PIC S9(5).
           05  SH-UNIT-COST        PIC 9(3)V99.
           05  SH-UNIT-PRICE       PIC 9(3)V99.
           05  SH-LOCATION         PIC X(2).
           05  SH-TAX              PIC S9(5)V99.
           05  SH-TAX-STATUS       PIC X.
               88  SH-TAXABLE          VALUE "T".
               88  SH-EXEMPT-ITEM      VALUE "C".
               88  SH-EXEMPT-CUST      VALUE "X".
           05  SH-EXEMPT-CERT      PIC X(15).
           05  SH-PROMO-CODE       PIC X(6).
       FD  RTVHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RTVHIST-REC.
           05  VR-ITEM-NO          PIC X(5).
           05  VR-VENDOR           PIC X(5).
           05  VR-LOCATION         PIC X(2).
           05  VR-QTY              PIC 9(5).
           05  VR-DATE             PIC 9(8).
       FD  ADOPT-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-ADOPTION           PIC X(50)
               VALUE "C:\COBOL\ADOPTION.DAT".
       77  UT-S-INVMAST            PIC X(50)
               VALUE "C:\COBOL\INVMASTI.DAT".
       77  UT-S-BUYTABLE           PIC X(50)
               VALUE "C:\COBOL\BUYTABLE.DAT".
       77  UT-S-SELLTHRU           PIC X(50)
               VALUE "C:\COBOL\SELLTHRU.DAT".
       77  UT-S-SALESHIST          PIC X(50)
               VALUE "C:\COBOL\SALEHIST.DAT".
       77  UT-S-RTVHIST            PIC X(50)
               VALUE "C:\COBOL\RTVHIST.DAT".
       77  UT-S-ADOPTRPT           PIC X(50)
               VALUE "C:\COBOL\ADOPTRPT.RPT".
       77  WS-ADOPTION-STATUS      PIC XX      VALUE SPACES.
       77  WS-INVMAST-STATUS       PIC XX      VALUE SPACES.
       77  WS-BUYTABLE-STATUS      PIC XX      VALUE SPACES.
       77  WS-SELLTHRU-STATUS      PIC XX      VALUE SPACES.
       77  WS-SALESHIST-STATUS     PIC XX      VALUE SPACES.
       77  WS-RTVHIST-STATUS       PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-LOAD-EOF             PIC X       VALUE "N".
       77  WS-TERM-IN              PIC X(6)    VALUE SPACES.
       77  WS-FROM-IN              PIC X(8)    VALUE SPACES.
       77  WS-THRU-IN              PIC X(8)    VALUE SPACES.
       77  WS-FROM-DATE            PIC 9(8)    VALUE ZEROS.
       77  WS-THRU-DATE            PIC 9(8)    VALUE ZEROS.
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
      * One row per ISBN adopted in the term, with the new and
      * used items that count toward its sales.
       77  WS-ADO-COUNT            PIC S9(4)   COMP VALUE ZERO.
       77  WS-ADO-IDX              PIC S9(4)   COMP VALUE ZERO.
       01  WS-ADO-TABLE.
           05  WS-ADO-ENTRY OCCURS 500 TIMES
                   INDEXED BY ADO-IX.
               10  WS-ADO-ISBN     PIC X(13).
               10  WS-ADO-ITEM     PIC X(5).
               10  WS-ADO-USED     PIC X(5).
               10  WS-ADO-DESC     PIC X(26).
               10  WS-ADO-SECTIONS PIC 9(3).
               10  WS-ADO-ENROLL   PIC 9(7).
               10  WS-ADO-DEMAND   PIC 9(7).
               10  WS-ADO-SOLD     PIC S9(7).
               10  WS-ADO-RETURNED PIC 9(7).
       77  WS-TABLE-FULL           PIC X       VALUE "N".
       77  WS-SECTION-DEMAND       PIC 9(7)    VALUE ZEROS.
       77  WS-ITEM-NO              PIC X(5)    VALUE SPACES.
       77  WS-ACTUAL-PCT           PIC 9(3)V9  VALUE ZEROS.
       77  WS-TABLE-PCT            PIC 9(3)V9  VALUE ZEROS.
       77  WS-TOT-ENROLL           PIC 9(7)    VALUE ZEROS.
       77  WS-TOT-DEMAND           PIC 9(7)    VALUE ZEROS.
       77  WS-TOT-SOLD             PIC S9(7)   VALUE ZEROS.
       77  WS-TOT-RETURNED         PIC 9(7)    VALUE ZEROS.
       01  RPT-TITLE.
           05  FILLER              PIC X(38)
               VALUE "---- POST-TERM TEXTBOOK ADOPTIONS FOR ".
           05  RPT-T-TERM          PIC X(6).
           05  FILLER              PIC X(7)    VALUE "  FROM ".
           05  RPT-T-FROM          PIC 9(8).
           05  FILLER              PIC X(6)    VALUE " THRU ".
           05  RPT-T-THRU          PIC 9(8).
           05  FILLER              PIC X(5)    VALUE " ----".
       01  RPT-HDG-1.
           05  FILLER              PIC X(48)
               VALUE "ISBN           ITEM   TITLE                     ".
           05  FILLER              PIC X(34)
               VALUE " SECT ENROLLED  EXPECTED       SOL".
           05  FILLER              PIC X(28)
               VALUE "D RETURNED ACTUAL %  TABLE %".
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
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RPT-DEMAND          PIC ZZZ,ZZ9.
           05  FILLER              PIC X(3)    VALUE SPACES.
           05  RPT-SOLD            PIC ZZZ,ZZ9-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-RETURNED        PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  RPT-ACTUAL-PCT      PIC ZZ9.9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  RPT-TABLE-PCT       PIC ZZ9.9.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-NOTE            PIC X(20).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(53)
               VALUE "TERM TOTALS".
           05  RPT-T-ENROLL        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-T-DEMAND        PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  RPT-T-SOLD          PIC Z,ZZZ,ZZ9-.
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-T-RETURNED      PIC ZZZ,ZZ9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  RPT-T-ACTUAL-PCT    PIC ZZ9.9.
           05  FILLER              PIC X(4)    VALUE SPACES.
           05  RPT-T-TABLE-PCT     PIC ZZ9.9.
       01  NO-TERM-LINE            PIC X(40)   VALUE
           "NO ADOPTIONS ON FILE FOR THE TERM".
       01  FULL-LINE               PIC X(50)   VALUE
           "*** ADOPTION TABLE FULL - REPORT IS INCOMPLETE ***".

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           DISPLAY "ADOPTION TERM TO REVIEW: " WITH NO ADVANCING.
           ACCEPT WS-TERM-IN.
           IF WS-TERM-IN = SPACES
               DISPLAY "NO TERM GIVEN - NO REPORT"
               STOP RUN.
           DISPLAY "SELLING SEASON FROM (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-FROM-IN.
           DISPLAY "SELLING SEASON THRU (YYYYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-THRU-IN.
           IF WS-FROM-IN NOT NUMERIC OR WS-THRU-IN NOT NUMERIC
               DISPLAY "DATES MUST BE YYYYMMDD - NO REPORT"
               STOP RUN.
           MOVE WS-FROM-IN TO WS-FROM-DATE.
           MOVE WS-THRU-IN TO WS-THRU-DATE.
           IF WS-FROM-DATE > WS-THRU-DATE
               DISPLAY "FROM DATE IS AFTER THRU DATE - NO REPORT"
               STOP RUN.
           OPEN OUTPUT ADOPT-RPT.
           MOVE WS-TERM-IN TO RPT-T-TERM.
           MOVE WS-FROM-DATE TO RPT-T-FROM.
           MOVE WS-THRU-DATE TO RPT-T-THRU.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           PERFORM 050-LOAD-SELLTHRU THRU 050-EXIT.
           PERFORM 070-LOAD-LINKS THRU 070-EXIT.
           OPEN INPUT INVMAST-FILE.
           PERFORM 090-LOAD-ISBNS THRU 090-EXIT.
           OPEN INPUT ADOPTION-FILE.
           PERFORM 200-LOAD-TERM THRU 200-EXIT.
           CLOSE ADOPTION-FILE.
           IF WS-ADO-COUNT = 0
               MOVE NO-TERM-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
               CLOSE INVMAST-FILE ADOPT-RPT
               STOP RUN.
           PERFORM 250-RESOLVE-ITEM THRU 250-EXIT
               VARYING WS-ADO-IDX FROM 1 BY 1
               UNTIL WS-ADO-IDX > WS-ADO-COUNT.
           CLOSE INVMAST-FILE.
           PERFORM 300-COUNT-SALES THRU 300-EXIT.
           PERFORM 350-COUNT-RETURNS THRU 350-EXIT.
           MOVE RPT-HDG-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 400-PRINT-ISBN THRU 400-EXIT
               VARYING WS-ADO-IDX FROM 1 BY 1
               UNTIL WS-ADO-IDX > WS-ADO-COUNT.
           PERFORM 450-PRINT-TOTALS THRU 450-EXIT.
           IF WS-TABLE-FULL = "Y"
               MOVE FULL-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE ADOPT-RPT.
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
                       MOVE SPACES TO WS-ADO-ITEM (ADO-IX)
                       MOVE SPACES TO WS-ADO-USED (ADO-IX)
                       MOVE SPACES TO WS-ADO-DESC (ADO-IX)
                       MOVE ZEROS TO WS-ADO-SECTIONS (ADO-IX)
                       MOVE ZEROS TO WS-ADO-ENROLL (ADO-IX)
                       MOVE ZEROS TO WS-ADO-DEMAND (ADO-IX)
                       MOVE ZEROS TO WS-ADO-SOLD (ADO-IX)
                       MOVE ZEROS TO WS-ADO-RETURNED (ADO-IX)
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
      * Ties an adopted ISBN to its new title and used-copy item
       250-RESOLVE-ITEM.
           MOVE SPACES TO WS-ITEM-NO.
           PERFORM 260-FIND-ISBN THRU 260-EXIT
               VARYING WS-ISBN-IDX FROM 1 BY 1
               UNTIL WS-ISBN-IDX > WS-ISBN-COUNT.
           IF WS-ITEM-NO = SPACES
               GO TO 250-EXIT.
           MOVE WS-ITEM-NO TO IM-ITEM-NO.
           READ INVMAST-FILE
               INVALID KEY
                   GO TO 250-EXIT
           END-READ.
           MOVE WS-ITEM-NO TO WS-ADO-ITEM (WS-ADO-IDX).
           MOVE IM-ITEM-DESC TO WS-ADO-DESC (WS-ADO-IDX).
           PERFORM 270-FIND-USED THRU 270-EXIT
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT.
       250-EXIT.
           EXIT.
       260-FIND-ISBN.
           IF WS-ISBN-ISBN (WS-ISBN-IDX) = WS-ADO-ISBN (WS-ADO-IDX)
               MOVE WS-ISBN-ITEM (WS-ISBN-IDX) TO WS-ITEM-NO.
       260-EXIT.
           EXIT.
       270-FIND-USED.
           IF WS-LINK-NEW (WS-LINK-IDX) = WS-ITEM-NO
               MOVE WS-LINK-USED (WS-LINK-IDX)
                   TO WS-ADO-USED (WS-ADO-IDX).
       270-EXIT.
           EXIT.
      * Counts the copies sold new and used in the selling season,
      * net of customer returns.
       300-COUNT-SALES.
           MOVE "N" TO WS-LOAD-EOF.
           OPEN INPUT SALESHIST-FILE.
           IF WS-SALESHIST-STATUS NOT = "00"
               MOVE "Y" TO WS-LOAD-EOF.
           PERFORM 310-SALE-ONE THRU 310-EXIT
               UNTIL WS-LOAD-EOF = "Y".
           CLOSE SALESHIST-FILE.
       300-EXIT.
           EXIT.
       310-SALE-ONE.
           READ SALESHIST-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF
                   GO TO 310-EXIT
           END-READ.
           IF SH-ITEM-NO = SPACES
               OR SH-DATE < WS-FROM-DATE OR SH-DATE > WS-THRU-DATE
               GO TO 310-EXIT.
           SET ADO-IX TO 1.
           SEARCH WS-ADO-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ADO-ITEM (ADO-IX) = SH-ITEM-NO
                   ADD SH-QTY TO WS-ADO-SOLD (ADO-IX)
               WHEN WS-ADO-USED (ADO-IX) = SH-ITEM-NO
                   ADD SH-QTY TO WS-ADO-SOLD (ADO-IX)
           END-SEARCH.
       310-EXIT.
           EXIT.
      * Counts the new copies sent back to the vendor in the season
       350-COUNT-RETURNS.
           MOVE "N" TO WS-LOAD-EOF.
           OPEN INPUT RTVHIST-FILE.
           IF WS-RTVHIST-STATUS NOT = "00"
               MOVE "Y" TO WS-LOAD-EOF.
           PERFORM 360-RETURN-ONE THRU 360-EXIT
               UNTIL WS-LOAD-EOF = "Y".
           CLOSE RTVHIST-FILE.
       350-EXIT.
           EXIT.
       360-RETURN-ONE.
           READ RTVHIST-FILE
               AT END
                   MOVE "Y" TO WS-LOAD-EOF
                   GO TO 360-EXIT
           END-READ.
           IF VR-ITEM-NO = SPACES
               OR VR-DATE < WS-FROM-DATE OR VR-DATE > WS-THRU-DATE
               GO TO 360-EXIT.
           SET ADO-IX TO 1.
           SEARCH WS-ADO-ENTRY
               AT END
                   CONTINUE
               WHEN WS-ADO-ITEM (ADO-IX) = VR-ITEM-NO
                   ADD VR-QTY TO WS-ADO-RETURNED (ADO-IX)
           END-SEARCH.
       360-EXIT.
           EXIT.
      * Prints one adopted ISBN's season against its table percent
       400-PRINT-ISBN.
           MOVE WS-ADO-ISBN (WS-ADO-IDX) TO RPT-ISBN.
           MOVE WS-ADO-ITEM (WS-ADO-IDX) TO RPT-ITEM-NO.
           MOVE WS-ADO-DESC (WS-ADO-IDX) TO RPT-TITLE-DESC.
           MOVE WS-ADO-SECTIONS (WS-ADO-IDX) TO RPT-SECTIONS.
           MOVE WS-ADO-ENROLL (WS-ADO-IDX) TO RPT-ENROLL.
           MOVE WS-ADO-DEMAND (WS-ADO-IDX) TO RPT-DEMAND.
           MOVE WS-ADO-SOLD (WS-ADO-IDX) TO RPT-SOLD.
           MOVE WS-ADO-RETURNED (WS-ADO-IDX) TO RPT-RETURNED.
           MOVE ZEROS TO WS-ACTUAL-PCT WS-TABLE-PCT.
           IF WS-ADO-ENROLL (WS-ADO-IDX) > 0
               IF WS-ADO-SOLD (WS-ADO-IDX) > 0
                   COMPUTE WS-ACTUAL-PCT ROUNDED =
                       WS-ADO-SOLD (WS-ADO-IDX) * 100
                       / WS-ADO-ENROLL (WS-ADO-IDX)
                       ON SIZE ERROR MOVE 999.9 TO WS-ACTUAL-PCT
                   END-COMPUTE
               END-IF
               COMPUTE WS-TABLE-PCT ROUNDED =
                   WS-ADO-DEMAND (WS-ADO-IDX) * 100
                   / WS-ADO-ENROLL (WS-ADO-IDX)
           END-IF.
           MOVE WS-ACTUAL-PCT TO RPT-ACTUAL-PCT.
           MOVE WS-TABLE-PCT TO RPT-TABLE-PCT.
           MOVE SPACES TO RPT-NOTE.
           IF WS-ADO-ITEM (WS-ADO-IDX) = SPACES
               MOVE "ISBN NOT ON MASTER" TO RPT-NOTE.
           MOVE RPT-DETAIL TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           ADD WS-ADO-ENROLL (WS-ADO-IDX) TO WS-TOT-ENROLL.
           ADD WS-ADO-DEMAND (WS-ADO-IDX) TO WS-TOT-DEMAND.
           ADD WS-ADO-SOLD (WS-ADO-IDX) TO WS-TOT-SOLD.
           ADD WS-ADO-RETURNED (WS-ADO-IDX) TO WS-TOT-RETURNED.
       400-EXIT.
           EXIT.
      * Prints the term totals
       450-PRINT-TOTALS.
           MOVE WS-TOT-ENROLL TO RPT-T-ENROLL.
           MOVE WS-TOT-DEMAND TO RPT-T-DEMAND.
           MOVE WS-TOT-SOLD TO RPT-T-SOLD.
           MOVE WS-TOT-RETURNED TO RPT-T-RETURNED.
           MOVE ZEROS TO WS-ACTUAL-PCT WS-TABLE-PCT.
           IF WS-TOT-ENROLL > 0
               IF WS-TOT-SOLD > 0
                   COMPUTE WS-ACTUAL-PCT ROUNDED =
                       WS-TOT-SOLD * 100 / WS-TOT-ENROLL
                       ON SIZE ERROR MOVE 999.9 TO WS-ACTUAL-PCT
                   END-COMPUTE
               END-IF
               COMPUTE WS-TABLE-PCT ROUNDED =
                   WS-TOT-DEMAND * 100 / WS-TOT-ENROLL
           END-IF.
           MOVE WS-ACTUAL-PCT TO RPT-T-ACTUAL-PCT.
           MOVE WS-TABLE-PCT TO RPT-T-TABLE-PCT.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
       450-EXIT.
           EXIT.
       END PROGRAM ADOPTRPT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVVCNV.
       AUTHOR. KODY BRAND.
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.  ONE-TIME CONVERSION OF
      *                 THE FREE-TYPED VENDOR NAMES ALREADY ON FILE
      *                 TO TRAVVNDR VENDOR MASTER CODES: BOOKINGS
      *                 (TR-VENDOR), ITINERARY SEGMENTS (SG-VENDOR),
      *                 OPEN QUOTES, AND THE VENDLGR PAYABLES AND
      *                 TRAVALOT ALLOTMENT KEYS.  A NAME MAPS WHEN
      *                 IT IS ALREADY A CODE, MATCHES A LINE OF THE
      *                 VNDALIAS NAME-TO-CODE LIST, OR MATCHES THE
      *                 FRONT OF A VENDOR'S MASTER NAME; ANYTHING
      *                 ELSE IS LEFT AS TYPED AND LISTED FOR A
      *                 VNDALIAS LINE.  SAFE TO RERUN UNTIL THE
      *                 UNMATCHED LIST IS EMPTY.
      * 2026-10-15  KB  TRAVSEG SEGMENTS GROW TO 99 BYTES WITH THE
      *                 DESTINATION CITY AND COUNTRY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT TRAVVNDR-FILE ASSIGN TO UT-S-TRAVVNDR
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-TRAVVNDR-STATUS.
           SELECT OPTIONAL VNDALIAS-FILE ASSIGN TO UT-S-VNDALIAS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VNDALIAS-STATUS.
           SELECT TRAVMAST-FILE ASSIGN TO DYNAMIC UT-S-TRAVMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS TR-BOOK-NO
               FILE STATUS IS WS-TRAVMAST-STATUS.
           SELECT OPTIONAL TRAVSEG-FILE ASSIGN TO UT-S-TRAVSEG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SG-KEY
               FILE STATUS IS WS-TRAVSEG-STATUS.
           SELECT OPTIONAL TRAVQUOT-FILE ASSIGN TO UT-S-TRAVQUOT
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS QT-QUOTE-NO
               FILE STATUS IS WS-TRAVQUOT-STATUS.
           SELECT OPTIONAL VENDLGR-FILE ASSIGN TO UT-S-VENDLGR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS VL-KEY
               FILE STATUS IS WS-VENDLGR-STATUS.
           SELECT OPTIONAL TRAVALOT-FILE ASSIGN TO UT-S-TRAVALOT
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AL-KEY
               FILE STATUS IS WS-TRAVALOT-STATUS.
           SELECT CNVWORK-FILE ASSIGN TO UT-S-CNVWORK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CNV-RPT ASSIGN TO UT-S-CNVRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAVVNDR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
       COPY "TRAVVNDR.CPY".
       FD  VNDALIAS-FILE.
       01  VNDALIAS-REC.
           05  VA-TEXT         PIC X(15).
           05  VA-CODE         PIC X(6).
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
       FD  TRAVQUOT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 188 CHARACTERS.
       01  TRAVQUOT-REC.
           05  QT-QUOTE-NO     PIC 9(5).
           05  QT-ISSUE-DATE   PIC 9(8).
           05  QT-EXPIRY       PIC 9(8).
           05  QT-STATUS       PIC X.
               88  QT-IS-OPEN          VALUE "Q".
      * The quoted trip in the TRAVELREC.CPY image; the vendor sits
      * where TR-VENDOR does in the booking record.
           05  QT-IMAGE.
               10  FILLER      PIC X(110).
               10  QT-VENDOR   PIC X(15).
               10  FILLER      PIC X(41).
       FD  VENDLGR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 46 CHARACTERS.
       01  VENDLGR-REC.
           05  VL-KEY.
               10  VL-VENDOR   PIC X(15).
               10  VL-BOOK-NO  PIC 9(5).
           05  VL-OWED      PIC 9(7)V99.
           05  VL-PAID      PIC 9(7)V99.
           05  VL-DEPART    PIC 9(8).
       FD  TRAVALOT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01  TRAVALOT-REC.
           05  AL-KEY.
               10  AL-VENDOR   PIC X(15).
               10  AL-DEPART   PIC 9(8).
           05  AL-BLOCK-SIZE   PIC 9(4).
           05  AL-SOLD         PIC 9(4).
           05  AL-COST         PIC 9(7)V99.
           05  AL-RELEASE      PIC 9(8).
      * Ledger and allotment records whose key changes are lifted
      * off their file here and put back under the new key after
      * the pass, so the rekeyed records are never read twice.
       FD  CNVWORK-FILE.
       01  CNVWORK-REC.
           05  WK-TYPE         PIC X.
               88  WK-IS-LEDGER        VALUE "L".
               88  WK-IS-ALLOT         VALUE "A".
           05  WK-IMAGE        PIC X(48).
       FD  CNV-RPT.
       01  RPT-OUT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 UT-S-TRAVVNDR        PIC X(50) VALUE "C:\Cobol\travvndr.dat".
       77 UT-S-VNDALIAS        PIC X(50) VALUE "C:\Cobol\vndalias.dat".
       77 UT-S-TRAVMAST        PIC X(50) VALUE "C:\Cobol\travmast.dat".
       77 UT-S-TRAVSEG         PIC X(50) VALUE "C:\Cobol\travseg.dat".
       77 UT-S-TRAVQUOT        PIC X(50) VALUE "C:\Cobol\travquot.dat".
       77 UT-S-VENDLGR         PIC X(50) VALUE "C:\Cobol\vendlgr.dat".
       77 UT-S-TRAVALOT        PIC X(50) VALUE "C:\Cobol\travalot.dat".
       77 UT-S-CNVWORK         PIC X(50) VALUE "C:\Cobol\travvcnv.wrk".
       77 UT-S-CNVRPT          PIC X(50) VALUE "C:\Cobol\travvcnv.rpt".
       77 WS-TRAVVNDR-STATUS   PIC XX    VALUE SPACES.
       77 WS-VNDALIAS-STATUS   PIC XX    VALUE SPACES.
       77 WS-TRAVMAST-STATUS   PIC XX    VALUE SPACES.
       77 WS-TRAVSEG-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVQUOT-STATUS   PIC XX    VALUE SPACES.
       77 WS-VENDLGR-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVALOT-STATUS   PIC XX    VALUE SPACES.
       77 WS-EOF               PIC X     VALUE "N".
       77 WS-MATCH-TEXT        PIC X(15) VALUE SPACES.
       77 WS-MATCH-UPPER       PIC X(15) VALUE SPACES.
       77 WS-MATCH-CODE        PIC X(6)  VALUE SPACES.
       77 WS-MATCH-SW          PIC X     VALUE "N".
           88 WS-MATCHED                  VALUE "Y".
       77 WS-CONVERTED         PIC 9(5)  VALUE ZERO.
       77 WS-ALREADY           PIC 9(5)  VALUE ZERO.
       77 WS-UNMATCHED         PIC 9(5)  VALUE ZERO.
       77 WS-MERGED            PIC 9(5)  VALUE ZERO.
       77 WS-TOT-UNMATCHED     PIC 9(5)  VALUE ZERO.
      * The vendor master and the alias list, loaded whole.
       01  WS-VENDOR-TABLE.
           05  WS-VND-ENTRY OCCURS 500 TIMES
                   INDEXED BY VN-IDX.
               10  WS-VND-CODE     PIC X(6)    VALUE SPACES.
               10  WS-VND-NAME     PIC X(15)   VALUE SPACES.
       77  WS-VND-ENTRIES           PIC 9(3)     VALUE ZERO.
       01  WS-ALIAS-TABLE.
           05  WS-ALS-ENTRY OCCURS 500 TIMES
                   INDEXED BY AS-IDX.
               10  WS-ALS-TEXT     PIC X(15)   VALUE SPACES.
               10  WS-ALS-CODE     PIC X(6)    VALUE SPACES.
       77  WS-ALS-ENTRIES           PIC 9(3)     VALUE ZERO.
      * A lifted ledger or allotment record while it is put back.
       01  WS-LGR-SAVE.
           05  WL-KEY.
               10  WL-VENDOR   PIC X(15).
               10  WL-BOOK-NO  PIC 9(5).
           05  WL-OWED      PIC 9(7)V99.
           05  WL-PAID      PIC 9(7)V99.
           05  WL-DEPART    PIC 9(8).
       01  WS-ALOT-SAVE.
           05  WA-KEY.
               10  WA-VENDOR   PIC X(15).
               10  WA-DEPART   PIC 9(8).
           05  WA-BLOCK-SIZE   PIC 9(4).
           05  WA-SOLD         PIC 9(4).
           05  WA-COST         PIC 9(7)V99.
           05  WA-RELEASE      PIC 9(8).
       01  CNV-TITLE.
           05  FILLER          PIC X(40)
               VALUE "VENDOR NAME TO VENDOR CODE CONVERSION".
       01  CNV-HEAD.
           05  FILLER          PIC X(48)
               VALUE "FILE      KEY             VENDOR AS TYPED".
           05  FILLER          PIC X(20)  VALUE "RESULT".
       01  CNV-LINE.
           05  CNV-FILE        PIC X(8).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  CNV-KEY         PIC X(14).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  CNV-TEXT        PIC X(15).
           05  FILLER          PIC X(7)   VALUE SPACES.
           05  CNV-RESULT      PIC X(30).
       01  CNV-BOOK-KEY.
           05  CNV-BK-NO       PIC 9(5).
           05  CNV-BK-DASH     PIC X.
           05  CNV-BK-SEQ      PIC X(8).
       01  CNV-TOTAL-LINE.
           05  CNV-T-FILE      PIC X(8).
           05  FILLER          PIC X(12)  VALUE "  CONVERTED:".
           05  CNV-T-CONV      PIC ZZZZ9.
           05  FILLER          PIC X(17)  VALUE "  ALREADY CODED: ".
           05  CNV-T-ALREADY   PIC ZZZZ9.
           05  FILLER          PIC X(13)  VALUE "  UNMATCHED: ".
           05  CNV-T-UNM       PIC ZZZZ9.
           05  FILLER          PIC X(10)  VALUE "  MERGED: ".
           05  CNV-T-MERGED    PIC ZZZZ9.
       PROCEDURE DIVISION.
      * Loads the vendor master and alias list, converts each file
      * in turn, and puts the rekeyed ledger and allotment records
      * back under their vendor codes.
       000-MAIN.
           OPEN OUTPUT CNV-RPT.
           MOVE CNV-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE CNV-HEAD TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           PERFORM 100-LOAD-VENDORS THRU 100-EXIT.
           IF WS-VND-ENTRIES = 0
               MOVE "NO VENDOR MASTER - NOTHING CONVERTED"
                   TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 2 LINES
               CLOSE CNV-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM 150-LOAD-ALIASES THRU 150-EXIT.
           OPEN OUTPUT CNVWORK-FILE.
           PERFORM 200-CONVERT-BOOKINGS THRU 200-EXIT.
           PERFORM 250-CONVERT-SEGMENTS THRU 250-EXIT.
           PERFORM 300-CONVERT-QUOTES THRU 300-EXIT.
           PERFORM 350-CONVERT-LEDGER THRU 350-EXIT.
           PERFORM 400-CONVERT-ALLOTMENTS THRU 400-EXIT.
           CLOSE CNVWORK-FILE.
           PERFORM 450-PUT-BACK THRU 450-EXIT.
           CLOSE CNV-RPT.
           IF WS-TOT-UNMATCHED > 0
               MOVE 4 TO RETURN-CODE.
           STOP RUN.

      * Loads every vendor code and the front of its name.
       100-LOAD-VENDORS.
           OPEN INPUT TRAVVNDR-FILE.
           IF WS-TRAVVNDR-STATUS NOT = "00"
               GO TO 100-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM 120-LOAD-ONE-VENDOR THRU 120-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE TRAVVNDR-FILE.
       100-EXIT.
           EXIT.
       120-LOAD-ONE-VENDOR.
           READ TRAVVNDR-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 120-EXIT
           END-READ.
           IF WS-VND-ENTRIES NOT < 500
               MOVE "VENDOR TABLE FULL - LATER VENDORS NOT LOADED"
                   TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 1 LINES
               MOVE "Y" TO WS-EOF
               GO TO 120-EXIT.
           ADD 1 TO WS-VND-ENTRIES.
           MOVE VM-CODE TO WS-VND-CODE(WS-VND-ENTRIES).
           MOVE VM-NAME TO WS-VND-NAME(WS-VND-ENTRIES).
           INSPECT WS-VND-NAME(WS-VND-ENTRIES) CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       120-EXIT.
           EXIT.

      * Loads the name-to-code alias list, the spellings agents
      * actually typed ("ROYAL CARIB", "RCCL") against the code.
       150-LOAD-ALIASES.
           OPEN INPUT VNDALIAS-FILE.
           IF WS-VNDALIAS-STATUS NOT = "00"
               GO TO 150-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM 170-LOAD-ONE-ALIAS THRU 170-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE VNDALIAS-FILE.
       150-EXIT.
           EXIT.
       170-LOAD-ONE-ALIAS.
           READ VNDALIAS-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 170-EXIT
           END-READ.
           IF VA-TEXT = SPACES OR VA-CODE = SPACES
               GO TO 170-EXIT.
           IF WS-ALS-ENTRIES NOT < 500
               MOVE "ALIAS TABLE FULL - LATER ALIASES NOT LOADED"
                   TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 1 LINES
               MOVE "Y" TO WS-EOF
               GO TO 170-EXIT.
           ADD 1 TO WS-ALS-ENTRIES.
           MOVE VA-TEXT TO WS-ALS-TEXT(WS-ALS-ENTRIES).
           INSPECT WS-ALS-TEXT(WS-ALS-ENTRIES) CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE VA-CODE TO WS-ALS-CODE(WS-ALS-ENTRIES).
       170-EXIT.
           EXIT.

      * Bookings: every booking, whatever its status, so history
      * and cancellations report under the same code.
       200-CONVERT-BOOKINGS.
           PERFORM 700-CLEAR-COUNTS THRU 700-EXIT.
           MOVE "TRAVMAST" TO CNV-FILE.
           OPEN I-O TRAVMAST-FILE.
           IF WS-TRAVMAST-STATUS NOT = "00"
               GO TO 200-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM 220-BOOKING-ONE THRU 220-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE TRAVMAST-FILE.
           PERFORM 750-FILE-TOTAL THRU 750-EXIT.
       200-EXIT.
           EXIT.
       220-BOOKING-ONE.
           READ TRAVMAST-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 220-EXIT
           END-READ.
           MOVE TR-VENDOR TO WS-MATCH-TEXT.
           MOVE TR-BOOK-NO TO CNV-BK-NO.
           MOVE SPACE TO CNV-BK-DASH.
           MOVE SPACES TO CNV-BK-SEQ.
           MOVE CNV-BOOK-KEY TO CNV-KEY.
           PERFORM 500-MATCH-VENDOR THRU 500-EXIT.
           IF NOT WS-MATCHED OR TR-VENDOR = WS-MATCH-CODE
               GO TO 220-EXIT.
           MOVE WS-MATCH-CODE TO TR-VENDOR.
           REWRITE TRAVEL-REC.
       220-EXIT.
           EXIT.

      * Itinerary segments.
       250-CONVERT-SEGMENTS.
           PERFORM 700-CLEAR-COUNTS THRU 700-EXIT.
           MOVE "TRAVSEG" TO CNV-FILE.
           OPEN I-O TRAVSEG-FILE.
           IF WS-TRAVSEG-STATUS NOT = "00"
               CLOSE TRAVSEG-FILE
               GO TO 250-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM 270-SEGMENT-ONE THRU 270-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE TRAVSEG-FILE.
           PERFORM 750-FILE-TOTAL THRU 750-EXIT.
       250-EXIT.
           EXIT.
       270-SEGMENT-ONE.
           READ TRAVSEG-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 270-EXIT
           END-READ.
           MOVE SG-VENDOR TO WS-MATCH-TEXT.
           MOVE SG-BOOK-NO TO CNV-BK-NO.
           MOVE "-" TO CNV-BK-DASH.
           MOVE SG-SEQ TO CNV-BK-SEQ.
           MOVE CNV-BOOK-KEY TO CNV-KEY.
           PERFORM 500-MATCH-VENDOR THRU 500-EXIT.
           IF NOT WS-MATCHED OR SG-VENDOR = WS-MATCH-CODE
               GO TO 270-EXIT.
           MOVE WS-MATCH-CODE TO SG-VENDOR.
           REWRITE TRAVSEG-REC.
       270-EXIT.
           EXIT.

      * Open quotes, so a conversion to a booking carries a code.
      * Converted and expired quotes are history and left alone.
       300-CONVERT-QUOTES.
           PERFORM 700-CLEAR-COUNTS THRU 700-EXIT.
           MOVE "TRAVQUOT" TO CNV-FILE.
           OPEN I-O TRAVQUOT-FILE.
           IF WS-TRAVQUOT-STATUS NOT = "00"
               CLOSE TRAVQUOT-FILE
               GO TO 300-EXIT.
           MOVE "N" TO WS-EOF.
           PERFORM 320-QUOTE-ONE THRU 320-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE TRAVQUOT-FILE.
           PERFORM 750-FILE-TOTAL THRU 750-EXIT.
       300-EXIT.
           EXIT.
       320-QUOTE-ONE.
           READ TRAVQUOT-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 320-EXIT
           END-READ.
           IF NOT QT-IS-OPEN
               GO TO 320-EXIT.
           MOVE QT-VENDOR TO WS-MATCH-TEXT.
           MOVE QT-QUOTE-NO TO CNV-BK-NO.
           MOVE SPACE TO CNV-BK-DASH.
           MOVE SPACES TO CNV-BK-SEQ.
           MOVE CNV-BOOK-KEY TO CNV-KEY.
           PERFORM 500-MATCH-VENDOR THRU 500-EXIT.
           IF NOT WS-MATCHED OR QT-VENDOR = WS-MATCH-CODE
               GO TO 320-EXIT.
           MOVE WS-MATCH-CODE TO QT-VENDOR.
           REWRITE TRAVQUOT-REC.
       320-EXIT.
           EXIT.

      * Vendor payables ledger.  The vendor is part of the key, so
      * a record to convert is lifted to the work file and deleted
      * here, and written back under its code by 450-PUT-BACK.
       350-CONVERT-LEDGER.
           PERFORM 700-CLEAR-COUNTS THRU 700-EXIT.
           MOVE "VENDLGR" TO CNV-FILE.
           OPEN I-O VENDLGR-FILE.
           IF WS-VENDLGR-STATUS NOT = "00"
               CLOSE VENDLGR-FILE
               GO TO 350-EXIT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO VL-KEY.
           START VENDLGR-FILE KEY IS NOT LESS THAN VL-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 370-LEDGER-ONE THRU 370-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE VENDLGR-FILE.
           PERFORM 750-FILE-TOTAL THRU 750-EXIT.
       350-EXIT.
           EXIT.
       370-LEDGER-ONE.
           READ VENDLGR-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 370-EXIT
           END-READ.
           MOVE VL-VENDOR TO WS-MATCH-TEXT.
           MOVE VL-BOOK-NO TO CNV-BK-NO.
           MOVE SPACE TO CNV-BK-DASH.
           MOVE SPACES TO CNV-BK-SEQ.
           MOVE CNV-BOOK-KEY TO CNV-KEY.
           PERFORM 500-MATCH-VENDOR THRU 500-EXIT.
           IF NOT WS-MATCHED OR VL-VENDOR = WS-MATCH-CODE
               GO TO 370-EXIT.
           MOVE VENDLGR-REC TO WS-LGR-SAVE.
           MOVE WS-MATCH-CODE TO WL-VENDOR.
           MOVE "L" TO WK-TYPE.
           MOVE WS-LGR-SAVE TO WK-IMAGE.
           WRITE CNVWORK-REC.
           DELETE VENDLGR-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.
       370-EXIT.
           EXIT.

      * Allotment blocks, keyed by vendor and departure the same
      * way and lifted the same way.
       400-CONVERT-ALLOTMENTS.
           PERFORM 700-CLEAR-COUNTS THRU 700-EXIT.
           MOVE "TRAVALOT" TO CNV-FILE.
           OPEN I-O TRAVALOT-FILE.
           IF WS-TRAVALOT-STATUS NOT = "00"
               CLOSE TRAVALOT-FILE
               GO TO 400-EXIT.
           MOVE "N" TO WS-EOF.
           MOVE LOW-VALUES TO AL-KEY.
           START TRAVALOT-FILE KEY IS NOT LESS THAN AL-KEY
               INVALID KEY MOVE "Y" TO WS-EOF
           END-START.
           PERFORM 420-ALLOT-ONE THRU 420-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE TRAVALOT-FILE.
           PERFORM 750-FILE-TOTAL THRU 750-EXIT.
       400-EXIT.
           EXIT.
       420-ALLOT-ONE.
           READ TRAVALOT-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 420-EXIT
           END-READ.
           MOVE AL-VENDOR TO WS-MATCH-TEXT.
           MOVE AL-DEPART TO CNV-KEY.
           PERFORM 500-MATCH-VENDOR THRU 500-EXIT.
           IF NOT WS-MATCHED OR AL-VENDOR = WS-MATCH-CODE
               GO TO 420-EXIT.
           MOVE TRAVALOT-REC TO WS-ALOT-SAVE.
           MOVE WS-MATCH-CODE TO WA-VENDOR.
           MOVE "A" TO WK-TYPE.
           MOVE WS-ALOT-SAVE TO WK-IMAGE.
           WRITE CNVWORK-REC.
           DELETE TRAVALOT-FILE RECORD
               INVALID KEY CONTINUE
           END-DELETE.
       420-EXIT.
           EXIT.

      * Writes the lifted ledger and allotment records back under
      * their vendor codes.  Where two spellings of one vendor meet
      * on the same booking or departure the records merge: the
      * ledger adds owed and paid, the allotment adds its block,
      * sold count, and cost and keeps the earlier release date.
       450-PUT-BACK.
           PERFORM 700-CLEAR-COUNTS THRU 700-EXIT.
           OPEN INPUT CNVWORK-FILE.
           OPEN I-O VENDLGR-FILE.
           OPEN I-O TRAVALOT-FILE.
           MOVE "N" TO WS-EOF.
           PERFORM 470-PUT-BACK-ONE THRU 470-EXIT
               UNTIL WS-EOF = "Y".
           CLOSE CNVWORK-FILE VENDLGR-FILE TRAVALOT-FILE.
           MOVE "REKEYED" TO CNV-T-FILE.
           MOVE WS-CONVERTED TO CNV-T-CONV.
           MOVE 0 TO CNV-T-ALREADY.
           MOVE 0 TO CNV-T-UNM.
           MOVE WS-MERGED TO CNV-T-MERGED.
           MOVE CNV-TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       450-EXIT.
           EXIT.
       470-PUT-BACK-ONE.
           READ CNVWORK-FILE
               AT END
                   MOVE "Y" TO WS-EOF
                   GO TO 470-EXIT
           END-READ.
           ADD 1 TO WS-CONVERTED.
           IF WK-IS-LEDGER
               PERFORM 480-PUT-LEDGER THRU 480-EXIT
           ELSE
               PERFORM 490-PUT-ALLOT THRU 490-EXIT.
       470-EXIT.
           EXIT.
       480-PUT-LEDGER.
           MOVE WK-IMAGE TO WS-LGR-SAVE.
           MOVE WL-KEY TO VL-KEY.
           READ VENDLGR-FILE
               INVALID KEY
                   MOVE WS-LGR-SAVE TO VENDLGR-REC
                   WRITE VENDLGR-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   GO TO 480-EXIT
           END-READ.
           ADD WL-OWED TO VL-OWED.
           ADD WL-PAID TO VL-PAID.
           REWRITE VENDLGR-REC.
           ADD 1 TO WS-MERGED.
       480-EXIT.
           EXIT.
       490-PUT-ALLOT.
           MOVE WK-IMAGE TO WS-ALOT-SAVE.
           MOVE WA-KEY TO AL-KEY.
           READ TRAVALOT-FILE
               INVALID KEY
                   MOVE WS-ALOT-SAVE TO TRAVALOT-REC
                   WRITE TRAVALOT-REC
                       INVALID KEY CONTINUE
                   END-WRITE
                   GO TO 490-EXIT
           END-READ.
           ADD WA-BLOCK-SIZE TO AL-BLOCK-SIZE.
           ADD WA-SOLD TO AL-SOLD.
           ADD WA-COST TO AL-COST.
           IF WA-RELEASE > 0 AND WA-RELEASE < AL-RELEASE
               MOVE WA-RELEASE TO AL-RELEASE.
           REWRITE TRAVALOT-REC.
           ADD 1 TO WS-MERGED.
       490-EXIT.
           EXIT.

      * Maps the vendor in WS-MATCH-TEXT to a vendor code: first as
      * a code already on the master, then through the alias list,
      * then against the front of the master names.  A match comes
      * back in WS-MATCH-CODE and is listed when it changes the
      * record; no match is listed for an alias line.
       500-MATCH-VENDOR.
           MOVE "N" TO WS-MATCH-SW.
           MOVE SPACES TO WS-MATCH-CODE.
           MOVE WS-MATCH-TEXT TO CNV-TEXT.
           MOVE WS-MATCH-TEXT TO WS-MATCH-UPPER.
           INSPECT WS-MATCH-UPPER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-MATCH-UPPER = SPACES
               MOVE "*** NO VENDOR ON RECORD" TO CNV-RESULT
               GO TO 550-UNMATCHED.
           IF WS-MATCH-UPPER(7:9) = SPACES
               SET VN-IDX TO 1
               SEARCH WS-VND-ENTRY
                   AT END
                       CONTINUE
                   WHEN VN-IDX > WS-VND-ENTRIES
                       CONTINUE
                   WHEN WS-VND-CODE(VN-IDX) = WS-MATCH-UPPER(1:6)
                       MOVE WS-VND-CODE(VN-IDX) TO WS-MATCH-CODE
                       MOVE "Y" TO WS-MATCH-SW
               END-SEARCH
           END-IF.
           IF NOT WS-MATCHED
               SET AS-IDX TO 1
               SEARCH WS-ALS-ENTRY
                   AT END
                       CONTINUE
                   WHEN AS-IDX > WS-ALS-ENTRIES
                       CONTINUE
                   WHEN WS-ALS-TEXT(AS-IDX) = WS-MATCH-UPPER
                       MOVE WS-ALS-CODE(AS-IDX) TO WS-MATCH-CODE
                       MOVE "Y" TO WS-MATCH-SW
               END-SEARCH
           END-IF.
           IF NOT WS-MATCHED
               SET VN-IDX TO 1
               SEARCH WS-VND-ENTRY
                   AT END
                       CONTINUE
                   WHEN VN-IDX > WS-VND-ENTRIES
                       CONTINUE
                   WHEN WS-VND-NAME(VN-IDX) = WS-MATCH-UPPER
                       MOVE WS-VND-CODE(VN-IDX) TO WS-MATCH-CODE
                       MOVE "Y" TO WS-MATCH-SW
               END-SEARCH
           END-IF.
           IF NOT WS-MATCHED
               MOVE "*** NO MATCHING VENDOR CODE" TO CNV-RESULT
               GO TO 550-UNMATCHED.
           IF WS-MATCH-TEXT = WS-MATCH-CODE
               ADD 1 TO WS-ALREADY
               GO TO 500-EXIT.
           ADD 1 TO WS-CONVERTED.
           MOVE SPACES TO CNV-RESULT.
           STRING "CONVERTED TO " WS-MATCH-CODE
               DELIMITED BY SIZE INTO CNV-RESULT.
           MOVE CNV-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           GO TO 500-EXIT.
       550-UNMATCHED.
           ADD 1 TO WS-UNMATCHED.
           ADD 1 TO WS-TOT-UNMATCHED.
           MOVE CNV-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       500-EXIT.
           EXIT.

       700-CLEAR-COUNTS.
           MOVE 0 TO WS-CONVERTED.
           MOVE 0 TO WS-ALREADY.
           MOVE 0 TO WS-UNMATCHED.
           MOVE 0 TO WS-MERGED.
       700-EXIT.
           EXIT.
       750-FILE-TOTAL.
           MOVE CNV-FILE TO CNV-T-FILE.
           MOVE WS-CONVERTED TO CNV-T-CONV.
           MOVE WS-ALREADY TO CNV-T-ALREADY.
           MOVE WS-UNMATCHED TO CNV-T-UNM.
           MOVE 0 TO CNV-T-MERGED.
           MOVE CNV-TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
       750-EXIT.
           EXIT.
       END PROGRAM TRAVVCNV.

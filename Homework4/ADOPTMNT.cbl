      ***********************************************************
      * COURSE TEXTBOOK ADOPTION MAINTENANCE
      * KODY BRAND
      * This program maintains the ADOPTION file of course
      * textbook adoptions the faculty send in each term: term,
      * course, section, instructor, the ISBN adopted, whether the
      * book is required or optional, and the expected enrollment,
      * keyed by term, course, section, and ISBN.  Batch
      * transactions -- A add, C change, D delete -- load and
      * maintain it with an audit listing, and the run ends in a
      * maintenance listing of every adoption on file by term so
      * the buyer can check the term against the faculty's lists
      * before the ADOPTORD ordering run.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADOPTMNT.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADOPTTXN-FILE ASSIGN TO UT-S-ADOPTTXN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADOPTION-FILE ASSIGN TO UT-S-ADOPTION
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS AD-KEY
               FILE STATUS IS WS-ADOPTION-STATUS.
           SELECT MAINT-RPT ASSIGN TO UT-S-MAINTRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  ADOPTTXN-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  ATXN-REC.
           05  AT-ACTION           PIC X.
               88  AT-IS-ADD           VALUE "A".
               88  AT-IS-CHANGE        VALUE "C".
               88  AT-IS-DELETE        VALUE "D".
           05  AT-KEY.
               10  AT-TERM         PIC X(6).
               10  AT-COURSE       PIC X(8).
               10  AT-SECTION      PIC X(3).
               10  AT-ISBN         PIC X(13).
           05  AT-INSTRUCTOR       PIC X(20).
           05  AT-REQUIRED         PIC X.
           05  AT-ENROLL           PIC 9(5).
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
       FD  MAINT-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(100).

       WORKING-STORAGE SECTION.
       77  UT-S-ADOPTTXN           PIC X(50)
               VALUE "C:\COBOL\ADOPTTXN.DAT".
       77  UT-S-ADOPTION           PIC X(50)
               VALUE "C:\COBOL\ADOPTION.DAT".
       77  UT-S-MAINTRPT           PIC X(50)
               VALUE "C:\COBOL\ADOPTMNT.RPT".
       77  WS-ADOPTION-STATUS      PIC XX      VALUE SPACES.
       77  WS-TXN-EOF              PIC 9       VALUE 0.
       77  WS-LIST-EOF             PIC X       VALUE "N".
       77  WS-ADDS                 PIC 9(5)    VALUE 0.
       77  WS-CHANGES              PIC 9(5)    VALUE 0.
       77  WS-DELETES              PIC 9(5)    VALUE 0.
       77  WS-REJECTS              PIC 9(5)    VALUE 0.
       77  WS-CUR-TERM             PIC X(6)    VALUE LOW-VALUES.
       77  WS-TERM-LINES           PIC 9(5)    VALUE ZEROS.
       77  WS-TERM-ENROLL          PIC 9(7)    VALUE ZEROS.
       01  RPT-TITLE.
           05  FILLER              PIC X(40)
               VALUE "TEXTBOOK ADOPTION MAINTENANCE AUDIT".
       01  RPT-LINE.
           05  RPT-ACTION          PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-TERM            PIC X(6).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-COURSE          PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  RPT-SECTION         PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-ISBN            PIC X(13).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  RPT-RESULT          PIC X(30).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(7)    VALUE "ADDS:  ".
           05  RPT-T-ADDS          PIC ZZZZ9.
           05  FILLER              PIC X(10)   VALUE "  CHANGES:".
           05  RPT-T-CHG           PIC ZZZZ9.
           05  FILLER              PIC X(10)   VALUE "  DELETES:".
           05  RPT-T-DEL           PIC ZZZZ9.
           05  FILLER              PIC X(10)   VALUE "  REJECTS:".
           05  RPT-T-REJ           PIC ZZZZ9.
       01  LST-TITLE.
           05  FILLER              PIC X(40)
               VALUE "TEXTBOOK ADOPTIONS ON FILE".
       01  LST-TERM-LINE.
           05  FILLER              PIC X(6)    VALUE "TERM: ".
           05  LST-TERM            PIC X(6).
       01  LST-HDG-LINE.
           05  FILLER              PIC X(40)
               VALUE "COURSE   SEC  ISBN           INSTRUCTOR".
           05  FILLER              PIC X(25)
               VALUE "           REQ   ENROLLED".
       01  LST-LINE.
           05  LST-COURSE          PIC X(8).
           05  FILLER              PIC X       VALUE SPACE.
           05  LST-SECTION         PIC X(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  LST-ISBN            PIC X(13).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  LST-INSTRUCTOR      PIC X(20).
           05  FILLER              PIC X(2)    VALUE SPACES.
           05  LST-REQUIRED        PIC X(8).
           05  LST-ENROLL          PIC ZZ,ZZ9.
       01  LST-TOTAL-LINE.
           05  FILLER              PIC X(12)   VALUE "ADOPTIONS:  ".
           05  LST-T-LINES         PIC ZZ,ZZ9.
           05  FILLER              PIC X(21)
               VALUE "  TOTAL ENROLLMENT:  ".
           05  LST-T-ENROLL        PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           OPEN INPUT ADOPTTXN-FILE.
           OPEN I-O ADOPTION-FILE.
           OPEN OUTPUT MAINT-RPT.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT.
           PERFORM 100-READ-TXN THRU 100-EXIT
               UNTIL WS-TXN-EOF = 1.
           MOVE WS-ADDS TO RPT-T-ADDS.
           MOVE WS-CHANGES TO RPT-T-CHG.
           MOVE WS-DELETES TO RPT-T-DEL.
           MOVE WS-REJECTS TO RPT-T-REJ.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 600-LIST-ADOPTIONS THRU 600-EXIT.
           CLOSE ADOPTTXN-FILE ADOPTION-FILE MAINT-RPT.
           STOP RUN.
      * Reads the next maintenance transaction
       100-READ-TXN.
           READ ADOPTTXN-FILE
               AT END
                   MOVE 1 TO WS-TXN-EOF
                   GO TO 100-EXIT
           END-READ.
           MOVE AT-TERM TO RPT-TERM.
           MOVE AT-COURSE TO RPT-COURSE.
           MOVE AT-SECTION TO RPT-SECTION.
           MOVE AT-ISBN TO RPT-ISBN.
           IF AT-IS-ADD
               PERFORM 200-ADD-ADOPTION THRU 200-EXIT
           ELSE
           IF AT-IS-CHANGE
               PERFORM 300-CHANGE-ADOPTION THRU 300-EXIT
           ELSE
           IF AT-IS-DELETE
               PERFORM 400-DELETE-ADOPTION THRU 400-EXIT
           ELSE
               ADD 1 TO WS-REJECTS
               MOVE "REJECT" TO RPT-ACTION
               MOVE "INVALID ACTION CODE" TO RPT-RESULT
               PERFORM 500-PRINT-LINE THRU 500-EXIT.
       100-EXIT.
           EXIT.
      * Adds a new adoption; every field is needed on an add.
       200-ADD-ADOPTION.
           MOVE "ADD   " TO RPT-ACTION.
           IF AT-TERM = SPACES OR AT-COURSE = SPACES
               OR AT-ISBN = SPACES
               OR (AT-REQUIRED NOT = "R" AND AT-REQUIRED NOT = "O")
               OR AT-ENROLL NOT NUMERIC
               ADD 1 TO WS-REJECTS
               MOVE "REJECT" TO RPT-ACTION
               MOVE "INCOMPLETE ADOPTION" TO RPT-RESULT
               PERFORM 500-PRINT-LINE THRU 500-EXIT
               GO TO 200-EXIT.
           MOVE AT-KEY TO AD-KEY.
           MOVE AT-INSTRUCTOR TO AD-INSTRUCTOR.
           MOVE AT-REQUIRED TO AD-REQUIRED.
           MOVE AT-ENROLL TO AD-ENROLL.
           WRITE ADOPTION-REC
               INVALID KEY
                   ADD 1 TO WS-REJECTS
                   MOVE "REJECT" TO RPT-ACTION
                   MOVE "ADOPTION ALREADY ON FILE" TO RPT-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS
                   MOVE "ADOPTION ADDED" TO RPT-RESULT
           END-WRITE.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       200-EXIT.
           EXIT.
      * Changes an adoption in place: instructor, required or
      * optional, and the enrollment as registration firms up.
       300-CHANGE-ADOPTION.
           MOVE "CHANGE" TO RPT-ACTION.
           MOVE AT-KEY TO AD-KEY.
           READ ADOPTION-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTS
                   MOVE "REJECT" TO RPT-ACTION
                   MOVE "ADOPTION NOT ON FILE" TO RPT-RESULT
                   PERFORM 500-PRINT-LINE THRU 500-EXIT
                   GO TO 300-EXIT
           END-READ.
           IF AT-INSTRUCTOR NOT = SPACES
               MOVE AT-INSTRUCTOR TO AD-INSTRUCTOR.
           IF AT-REQUIRED = "R" OR AT-REQUIRED = "O"
               MOVE AT-REQUIRED TO AD-REQUIRED.
           IF AT-ENROLL NUMERIC AND AT-ENROLL > 0
               MOVE AT-ENROLL TO AD-ENROLL.
           REWRITE ADOPTION-REC.
           ADD 1 TO WS-CHANGES.
           MOVE "ADOPTION CHANGED" TO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       300-EXIT.
           EXIT.
      * Deletes a dropped adoption
       400-DELETE-ADOPTION.
           MOVE "DELETE" TO RPT-ACTION.
           MOVE AT-KEY TO AD-KEY.
           DELETE ADOPTION-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTS
                   MOVE "REJECT" TO RPT-ACTION
                   MOVE "ADOPTION NOT ON FILE" TO RPT-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETES
                   MOVE "ADOPTION DELETED" TO RPT-RESULT
           END-DELETE.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       400-EXIT.
           EXIT.
      * Prints one audit line
       500-PRINT-LINE.
           MOVE RPT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       500-EXIT.
           EXIT.
      * Lists every adoption on file, a term to a page.
       600-LIST-ADOPTIONS.
           MOVE LST-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE LOW-VALUES TO AD-KEY.
           START ADOPTION-FILE KEY IS NOT LESS THAN AD-KEY
               INVALID KEY MOVE "Y" TO WS-LIST-EOF
           END-START.
           PERFORM 620-LIST-ONE THRU 620-EXIT
               UNTIL WS-LIST-EOF = "Y".
           IF WS-CUR-TERM NOT = LOW-VALUES
               PERFORM 650-TERM-TOTAL THRU 650-EXIT.
       600-EXIT.
           EXIT.
       620-LIST-ONE.
           READ ADOPTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LIST-EOF
                   GO TO 620-EXIT
           END-READ.
           IF AD-TERM NOT = WS-CUR-TERM
               IF WS-CUR-TERM NOT = LOW-VALUES
                   PERFORM 650-TERM-TOTAL THRU 650-EXIT
               END-IF
               MOVE AD-TERM TO WS-CUR-TERM
               MOVE AD-TERM TO LST-TERM
               MOVE LST-TERM-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
               MOVE LST-HDG-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
           END-IF.
           MOVE AD-COURSE TO LST-COURSE.
           MOVE AD-SECTION TO LST-SECTION.
           MOVE AD-ISBN TO LST-ISBN.
           MOVE AD-INSTRUCTOR TO LST-INSTRUCTOR.
           IF AD-IS-REQUIRED
               MOVE "REQUIRED" TO LST-REQUIRED
           ELSE
               MOVE "OPTIONAL" TO LST-REQUIRED.
           MOVE AD-ENROLL TO LST-ENROLL.
           MOVE LST-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-TERM-LINES.
           ADD AD-ENROLL TO WS-TERM-ENROLL.
       620-EXIT.
           EXIT.
       650-TERM-TOTAL.
           MOVE WS-TERM-LINES TO LST-T-LINES.
           MOVE WS-TERM-ENROLL TO LST-T-ENROLL.
           MOVE LST-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE ZEROS TO WS-TERM-LINES.
           MOVE ZEROS TO WS-TERM-ENROLL.
       650-EXIT.
           EXIT.
       END PROGRAM ADOPTMNT.

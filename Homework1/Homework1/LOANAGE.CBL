      ***********************************************************
      * INSTALLMENT LOAN PAST-DUE AGING REPORT
      * KODY BRAND
      * This program reads straight through the LOANMAST master and
      * lists every active loan whose next installment is ten or
      * more days past due as of the processing date, bucketed at
      * 10-29, 30-59, 60-89, and 90-plus days, with its payment,
      * principal balance, and unpaid late fees, so collections
      * works the oldest loans first.  The foot of the report
      * carries the bucket totals and the whole book: active loans,
      * principal outstanding, and late fees due.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAGE.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT AGE-RPT ASSIGN TO UT-S-AGERPT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL LOANMAST-FILE ASSIGN TO UT-S-LOANMAST
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS LN-LOAN
                FILE STATUS IS WS-LOANMAST-STATUS.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AGE-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(132).
       FD  LOANMAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 152 CHARACTERS.
       COPY "LOANREC.CPY".
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE       PIC 9(8).
           05  PD-MONTH-END      PIC X.
               88  PD-IS-MONTH-END    VALUE "Y".
       WORKING-STORAGE SECTION.
       77  UT-S-LOANMAST PIC X(50) VALUE 'C:\CS4230\LOANMAST.DAT'.
       77  UT-S-AGERPT  PIC X(50) VALUE 'C:\CS4230\LOANAGE.RPT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  WS-LOANMAST-STATUS PIC XX  VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX  VALUE SPACES.
       77  WS-LN-EOF    PIC 9          VALUE 0.
       77  WS-TODAY-INT PIC S9(9)      VALUE 0.
       77  WS-DUE-INT   PIC S9(9)      VALUE 0.
       77  WS-DAYS-PAST PIC S9(7)      VALUE 0.
       77  DAYS-PAST-10 PIC 9(3)       VALUE 10.
       77  DAYS-PAST-30 PIC 9(3)       VALUE 30.
       77  DAYS-PAST-60 PIC 9(3)       VALUE 60.
       77  DAYS-PAST-90 PIC 9(3)       VALUE 90.
       77  WS-CNT-10    PIC 9(5)       VALUE 0.
       77  WS-CNT-30    PIC 9(5)       VALUE 0.
       77  WS-CNT-60    PIC 9(5)       VALUE 0.
       77  WS-CNT-90    PIC 9(5)       VALUE 0.
       77  WS-BAL-10    PIC 9(9)V99    VALUE 0.
       77  WS-BAL-30    PIC 9(9)V99    VALUE 0.
       77  WS-BAL-60    PIC 9(9)V99    VALUE 0.
       77  WS-BAL-90    PIC 9(9)V99    VALUE 0.
       77  WS-BOOK-CNT  PIC 9(5)       VALUE 0.
       77  WS-BOOK-BAL  PIC 9(9)V99    VALUE 0.
       77  WS-BOOK-FEES PIC 9(7)V99    VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER        PIC X(38)
               VALUE "INSTALLMENT LOAN PAST-DUE AGING REPORT".
           05  FILLER        PIC X(6)   VALUE "  AS ".
           05  RPT-RUN-DATE  PIC 9(8).
       01  RPT-HEADING.
           05  FILLER        PIC X(4)   VALUE "LOAN".
           05  FILLER        PIC X(3).
           05  FILLER        PIC X(8)   VALUE "BORROWER".
           05  FILLER        PIC X(15).
           05  FILLER        PIC X(3)   VALUE "BR.".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(8)   VALUE "NEXT DUE".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(4)   VALUE "DAYS".
           05  FILLER        PIC X(6).
           05  FILLER        PIC X(7)   VALUE "PAYMENT".
           05  FILLER        PIC X(7).
           05  FILLER        PIC X(9)   VALUE "PRINCIPAL".
           05  FILLER        PIC X(5).
           05  FILLER        PIC X(8)   VALUE "FEES DUE".
           05  FILLER        PIC X(3).
           05  FILLER        PIC X(6)   VALUE "BUCKET".
       01  RPT-LINE.
           05  RPT-LOAN      PIC X(5).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-NAME      PIC X(21).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-BRANCH    PIC X(3).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-NEXT-DUE  PIC 9(8).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-DAYS      PIC ZZZ9.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-PMT       PIC $$$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-PRIN      PIC $$,$$$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-FEES      PIC $$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-BUCKET    PIC X(10).
       01  RPT-BUCKET-TOTALS.
           05  FILLER        PIC X(9)   VALUE "10-29 D:".
           05  TOT-CNT-10    PIC ZZZZ9.
           05  TOT-BAL-10    PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(11)  VALUE "  30-59 D:".
           05  TOT-CNT-30    PIC ZZZZ9.
           05  TOT-BAL-30    PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(11)  VALUE "  60-89 D:".
           05  TOT-CNT-60    PIC ZZZZ9.
           05  TOT-BAL-60    PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(9)   VALUE "  90+ D:".
           05  TOT-CNT-90    PIC ZZZZ9.
           05  TOT-BAL-90    PIC $$$$,$$$,$$9.99.
       01  RPT-BOOK-TOTALS.
           05  FILLER        PIC X(14)  VALUE "ACTIVE LOANS:".
           05  TOT-BOOK-CNT  PIC ZZZZ9.
           05  FILLER        PIC X(27)
               VALUE "   PRINCIPAL OUTSTANDING: ".
           05  TOT-BOOK-BAL  PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(18)  VALUE "   LATE FEES DUE:".
           05  TOT-BOOK-FEES PIC $$,$$$,$$9.99.
       PROCEDURE DIVISION.
      * Opens the files, stamps the headers, and drives one pass
      * through the LOANMAST master.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-LOAD-PROC-DATE THRU E-020-LOAD-PROC-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
           OPEN INPUT LOANMAST-FILE.
           OPEN OUTPUT AGE-RPT.
           MOVE WS-CURRENT-DATE-NUM TO RPT-RUN-DATE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           PERFORM 100-READ-MASTER THRU E-100-READ-MASTER
               UNTIL WS-LN-EOF = 1.
           PERFORM 800-CLOSEUP.
      * Reads the official processing date set by DATEADV at the
      * head of the nightly job, so the aging lines up with the
      * late fees BANK assessed the same night.  With no control
      * record on file the wall-clock date stands.
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
      * Reads the next loan and ages it.
       100-READ-MASTER.
           IF WS-LOANMAST-STATUS NOT = "00"
               MOVE 1 TO WS-LN-EOF
               GO TO E-100-READ-MASTER.
           READ LOANMAST-FILE
               AT END MOVE 1 TO WS-LN-EOF
               NOT AT END
                   PERFORM 200-AGE-LOAN THRU E-200-AGE-LOAN
           END-READ.
       E-100-READ-MASTER.
       EXIT.
      * Adds an active loan to the book totals, then lists it when
      * its next installment is ten or more days past due.
       200-AGE-LOAN.
           IF NOT LN-IS-ACTIVE
               GO TO E-200-AGE-LOAN.
           ADD 1 TO WS-BOOK-CNT.
           ADD LN-PRIN-BAL TO WS-BOOK-BAL.
           ADD LN-FEES-DUE TO WS-BOOK-FEES.
           IF LN-NEXT-DUE NOT NUMERIC OR LN-NEXT-DUE = 0
               GO TO E-200-AGE-LOAN.
           COMPUTE WS-DUE-INT = FUNCTION INTEGER-OF-DATE(LN-NEXT-DUE).
           COMPUTE WS-DAYS-PAST = WS-TODAY-INT - WS-DUE-INT.
           IF WS-DAYS-PAST < DAYS-PAST-10
               GO TO E-200-AGE-LOAN.
           MOVE LN-LOAN TO RPT-LOAN.
           MOVE LN-NAME TO RPT-NAME.
           MOVE LN-BRANCH TO RPT-BRANCH.
           MOVE LN-NEXT-DUE TO RPT-NEXT-DUE.
           MOVE WS-DAYS-PAST TO RPT-DAYS.
           MOVE LN-PMT-AMT TO RPT-PMT.
           MOVE LN-PRIN-BAL TO RPT-PRIN.
           MOVE LN-FEES-DUE TO RPT-FEES.
           IF WS-DAYS-PAST NOT < DAYS-PAST-90
               MOVE "90+ DAYS" TO RPT-BUCKET
               ADD 1 TO WS-CNT-90
               ADD LN-PRIN-BAL TO WS-BAL-90
           ELSE
           IF WS-DAYS-PAST NOT < DAYS-PAST-60
               MOVE "60-89 DAYS" TO RPT-BUCKET
               ADD 1 TO WS-CNT-60
               ADD LN-PRIN-BAL TO WS-BAL-60
           ELSE
           IF WS-DAYS-PAST NOT < DAYS-PAST-30
               MOVE "30-59 DAYS" TO RPT-BUCKET
               ADD 1 TO WS-CNT-30
               ADD LN-PRIN-BAL TO WS-BAL-30
           ELSE
               MOVE "10-29 DAYS" TO RPT-BUCKET
               ADD 1 TO WS-CNT-10
               ADD LN-PRIN-BAL TO WS-BAL-10.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-200-AGE-LOAN.
       EXIT.
      * Prints the bucket and book totals and closes the files.
       800-CLOSEUP.
           MOVE WS-CNT-10 TO TOT-CNT-10.
           MOVE WS-BAL-10 TO TOT-BAL-10.
           MOVE WS-CNT-30 TO TOT-CNT-30.
           MOVE WS-BAL-30 TO TOT-BAL-30.
           MOVE WS-CNT-60 TO TOT-CNT-60.
           MOVE WS-BAL-60 TO TOT-BAL-60.
           MOVE WS-CNT-90 TO TOT-CNT-90.
           MOVE WS-BAL-90 TO TOT-BAL-90.
           MOVE RPT-BUCKET-TOTALS TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE WS-BOOK-CNT TO TOT-BOOK-CNT.
           MOVE WS-BOOK-BAL TO TOT-BOOK-BAL.
           MOVE WS-BOOK-FEES TO TOT-BOOK-FEES.
           MOVE RPT-BOOK-TOTALS TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           CLOSE LOANMAST-FILE AGE-RPT.
           STOP RUN.
       END PROGRAM LOANAGE.

      ***********************************************************
      * INSTALLMENT LOAN AMORTIZATION SCHEDULE
      * KODY BRAND
      * This program prints the payment schedule for every loan on
      * the LOANMAST master booked on the processing date, one loan
      * to a page, so the schedule can be mailed with the loan
      * papers.  Each installment shows its due date, the payment,
      * the interest and principal parts of it at one-twelfth of
      * the annual rate, and the principal left after it; the last
      * installment pays whatever principal remains.  Interest
      * actually posts on the days between payments, so an early
      * or late payment moves the split -- the schedule is the
      * projection at booking.  Setting LOANAMRT in the environment
      * to a loan number reprints that one loan's schedule instead.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANAMRT.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT AMRT-RPT ASSIGN TO UT-S-AMRTRPT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL LOANMAST-FILE ASSIGN TO UT-S-LOANMAST
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS LN-LOAN
                FILE STATUS IS WS-LOANMAST-STATUS.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AMRT-RPT
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
       77  UT-S-AMRTRPT PIC X(50) VALUE 'C:\CS4230\LOANAMRT.RPT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  WS-LOANMAST-STATUS PIC XX  VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX  VALUE SPACES.
       77  WS-ENV-LOAN  PIC X(5)       VALUE SPACES.
       77  WS-LN-EOF    PIC 9          VALUE 0.
       77  WS-LOAN-CNT  PIC 9(5)       VALUE 0.
       77  WS-INST-NO   PIC 9(3)       VALUE 0.
       77  WS-BAL       PIC 9(7)V99    VALUE 0.
       77  WS-INT       PIC 9(7)V99    VALUE 0.
       77  WS-PRIN      PIC 9(7)V99    VALUE 0.
       77  WS-PMT       PIC 9(7)V99    VALUE 0.
       77  WS-TOT-INT   PIC 9(9)V99    VALUE 0.
       77  WS-TOT-PMT   PIC 9(9)V99    VALUE 0.
       77  WS-MRATE     PIC 9V9(9)     VALUE 0.
       01  WS-DUE-G.
           05  WS-DUE-YYYY  PIC 9(4)   VALUE 0.
           05  WS-DUE-MM    PIC 9(2)   VALUE 0.
           05  WS-DUE-DD    PIC 9(2)   VALUE 0.
       01  WS-DUE REDEFINES WS-DUE-G PIC 9(8).
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER        PIC X(38)
               VALUE "INSTALLMENT LOAN AMORTIZATION SCHEDULE".
       01  RPT-LOAN-LINE-1.
           05  FILLER        PIC X(5)   VALUE "LOAN ".
           05  RPT-LOAN      PIC X(5).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-NAME      PIC X(21).
           05  FILLER        PIC X(10)  VALUE "  BRANCH ".
           05  RPT-BRANCH    PIC X(3).
           05  FILLER        PIC X(9)   VALUE "  BOOKED ".
           05  RPT-ORIG-DATE PIC 9(8).
       01  RPT-LOAN-LINE-2.
           05  FILLER        PIC X(10)  VALUE "PRINCIPAL ".
           05  RPT-ORIG-PRIN PIC $$,$$$,$$9.99.
           05  FILLER        PIC X(8)   VALUE "  RATE ".
           05  RPT-RATE      PIC Z9.99.
           05  FILLER        PIC X(9)   VALUE "%  TERM ".
           05  RPT-TERM      PIC ZZ9.
           05  FILLER        PIC X(12)  VALUE "  PAYMENT ".
           05  RPT-PMT-AMT   PIC $$,$$9.99.
       01  RPT-HEADING.
           05  FILLER        PIC X(4)   VALUE " NO.".
           05  FILLER        PIC X(4).
           05  FILLER        PIC X(8)   VALUE "DUE DATE".
           05  FILLER        PIC X(8).
           05  FILLER        PIC X(7)   VALUE "PAYMENT".
           05  FILLER        PIC X(7).
           05  FILLER        PIC X(8)   VALUE "INTEREST".
           05  FILLER        PIC X(6).
           05  FILLER        PIC X(9)   VALUE "PRINCIPAL".
           05  FILLER        PIC X(5).
           05  FILLER        PIC X(7)   VALUE "BALANCE".
       01  RPT-LINE.
           05  RPT-INST-NO   PIC ZZ9.
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  RPT-DUE       PIC 9(8).
           05  FILLER        PIC X(3)   VALUE SPACES.
           05  RPT-PMT       PIC $$,$$$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-INT       PIC $$,$$$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-PRIN      PIC $$,$$$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-BAL       PIC $$,$$$,$$9.99.
       01  RPT-LOAN-TOTALS.
           05  FILLER        PIC X(16)  VALUE "TOTAL PAYMENTS: ".
           05  TOT-PMT       PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(19)  VALUE "  TOTAL INTEREST: ".
           05  TOT-INT       PIC $$$$,$$$,$$9.99.
       01  RPT-RUN-TOTALS.
           05  FILLER        PIC X(26)
               VALUE "SCHEDULES PRINTED:       ".
           05  TOT-LOAN-CNT  PIC ZZZZ9.
       PROCEDURE DIVISION.
      * Opens the files, picks up the processing date, and prints
      * either the one loan asked for or every loan booked today.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-LOAD-PROC-DATE THRU E-020-LOAD-PROC-DATE.
           ACCEPT WS-ENV-LOAN FROM ENVIRONMENT "LOANAMRT".
           OPEN INPUT LOANMAST-FILE.
           OPEN OUTPUT AMRT-RPT.
           IF WS-ENV-LOAN NOT = SPACES
               MOVE WS-ENV-LOAN TO LN-LOAN
               READ LOANMAST-FILE
                   INVALID KEY
                       DISPLAY "LOAN " WS-ENV-LOAN " NOT ON MASTER"
                   NOT INVALID KEY
                       PERFORM 200-PRINT-SCHEDULE
                           THRU E-200-PRINT-SCHEDULE
               END-READ
           ELSE
               IF WS-LOANMAST-STATUS = "00"
                   MOVE LOW-VALUES TO LN-LOAN
                   START LOANMAST-FILE KEY NOT < LN-LOAN
                       INVALID KEY MOVE 1 TO WS-LN-EOF
                   END-START
                   PERFORM 100-READ-MASTER THRU E-100-READ-MASTER
                       UNTIL WS-LN-EOF = 1
               END-IF
           END-IF.
           PERFORM 800-CLOSEUP.
      * Reads the official processing date set by DATEADV at the
      * head of the nightly job, so a rerun the morning after picks
      * up the night's bookings.  With no control record on file
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
      * Reads the next loan and prints its schedule when it was
      * booked on the processing date.
       100-READ-MASTER.
           READ LOANMAST-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LN-EOF
                   GO TO E-100-READ-MASTER
           END-READ.
           IF LN-ORIG-DATE = WS-CURRENT-DATE-NUM
               PERFORM 200-PRINT-SCHEDULE THRU E-200-PRINT-SCHEDULE.
       E-100-READ-MASTER.
       EXIT.
      * Prints one loan's schedule on a fresh page: the loan terms,
      * then one line per installment from the first due date.
       200-PRINT-SCHEDULE.
           ADD 1 TO WS-LOAN-CNT.
           MOVE RPT-TITLE TO RPT-OUT.
           IF WS-LOAN-CNT = 1
               WRITE RPT-OUT
           ELSE
               WRITE RPT-OUT AFTER ADVANCING PAGE.
           MOVE LN-LOAN TO RPT-LOAN.
           MOVE LN-NAME TO RPT-NAME.
           MOVE LN-BRANCH TO RPT-BRANCH.
           MOVE LN-ORIG-DATE TO RPT-ORIG-DATE.
           MOVE RPT-LOAN-LINE-1 TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE LN-ORIG-PRIN TO RPT-ORIG-PRIN.
           COMPUTE RPT-RATE = LN-RATE * 100.
           MOVE LN-TERM TO RPT-TERM.
           MOVE LN-PMT-AMT TO RPT-PMT-AMT.
           MOVE RPT-LOAN-LINE-2 TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE LN-ORIG-PRIN TO WS-BAL.
           MOVE LN-FIRST-DUE TO WS-DUE.
           MOVE 0 TO WS-TOT-INT.
           MOVE 0 TO WS-TOT-PMT.
           COMPUTE WS-MRATE ROUNDED = LN-RATE / 12.
           PERFORM 250-ONE-INSTALLMENT THRU E-250-ONE-INSTALLMENT
               VARYING WS-INST-NO FROM 1 BY 1
               UNTIL WS-INST-NO > LN-TERM OR WS-BAL = 0.
           MOVE WS-TOT-PMT TO TOT-PMT.
           MOVE WS-TOT-INT TO TOT-INT.
           MOVE RPT-LOAN-TOTALS TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
       E-200-PRINT-SCHEDULE.
       EXIT.
      * Splits one installment into interest and principal and
      * steps the due date a month.  The last installment (or one
      * the level payment would overpay) takes the whole balance.
       250-ONE-INSTALLMENT.
           COMPUTE WS-INT ROUNDED = WS-BAL * WS-MRATE.
           MOVE LN-PMT-AMT TO WS-PMT.
           IF WS-INST-NO = LN-TERM OR WS-PMT > WS-BAL + WS-INT
               COMPUTE WS-PMT = WS-BAL + WS-INT.
           IF WS-PMT < WS-INT
               MOVE WS-PMT TO WS-INT.
           COMPUTE WS-PRIN = WS-PMT - WS-INT.
           SUBTRACT WS-PRIN FROM WS-BAL.
           ADD WS-INT TO WS-TOT-INT.
           ADD WS-PMT TO WS-TOT-PMT.
           MOVE WS-INST-NO TO RPT-INST-NO.
           MOVE WS-DUE TO RPT-DUE.
           MOVE WS-PMT TO RPT-PMT.
           MOVE WS-INT TO RPT-INT.
           MOVE WS-PRIN TO RPT-PRIN.
           MOVE WS-BAL TO RPT-BAL.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-DUE-MM.
           IF WS-DUE-MM > 12
               MOVE 1 TO WS-DUE-MM
               ADD 1 TO WS-DUE-YYYY.
       E-250-ONE-INSTALLMENT.
       EXIT.
      * Prints the run count and closes the files.
       800-CLOSEUP.
           MOVE WS-LOAN-CNT TO TOT-LOAN-CNT.
           MOVE RPT-RUN-TOTALS TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           CLOSE LOANMAST-FILE AMRT-RPT.
           STOP RUN.
       END PROGRAM LOANAMRT.

      ***********************************************************
      * ATM/DEBIT CARD ACTIVITY REPORT
      * KODY BRAND
      * This program runs after the bank edit in the nightly job
      * and lists, from the CARDMAST card master, every card with
      * ATM withdrawals or declines on its last day of use: what
      * it drew that day against its daily limit, what is left,
      * and what was declined.  Cards at or near their limit, hot
      * cards someone tried to use, and active cards expiring this
      * month are flagged for the branch.  The control totals count
      * the cards on file by status.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDRPT.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CARDRPT-RPT ASSIGN TO UT-S-CARDRPT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL CARDMAST-FILE ASSIGN TO UT-S-CARDMAST
                ORGANIZATION IS INDEXED
                ACCESS IS SEQUENTIAL
                RECORD KEY IS CA-CARD-NO
                FILE STATUS IS WS-CARDMAST-STATUS.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CARDRPT-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(132).
       FD  CARDMAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 109 CHARACTERS.
       COPY "CARDMAST.CPY".
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE       PIC 9(8).
           05  PD-MONTH-END      PIC X.
               88  PD-IS-MONTH-END    VALUE "Y".
       WORKING-STORAGE SECTION.
       77  UT-S-CARDMAST PIC X(50) VALUE 'C:\CS4230\CARDMAST.DAT'.
       77  UT-S-CARDRPT PIC X(50) VALUE 'C:\CS4230\CARDRPT.RPT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  WS-CARDMAST-STATUS PIC XX  VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX  VALUE SPACES.
       77  WS-CA-EOF    PIC 9         VALUE 0.
       77  WS-PRINT-SW  PIC 9         VALUE 0.
       77  WS-PCT       PIC 9(3)      VALUE 0.
       77  WS-LEFT      PIC S9(5)V99  VALUE 0.
      * A card that has drawn this share of its daily limit or
      * more is flagged as near its limit.
       77  NEAR-LIMIT-PCT PIC 9(3)    VALUE 80.
       77  WS-ACTIVE-CNT PIC 9(5)     VALUE 0.
       77  WS-HOT-CNT   PIC 9(5)      VALUE 0.
       77  WS-CLOSED-CNT PIC 9(5)     VALUE 0.
       77  WS-USED-CNT  PIC 9(5)      VALUE 0.
       77  WS-USED-AMT  PIC 9(9)V99   VALUE 0.
       77  WS-AT-LIMIT-CNT PIC 9(5)   VALUE 0.
       77  WS-DECL-CNT  PIC 9(5)      VALUE 0.
       77  WS-DECL-AMT  PIC 9(9)V99   VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  WS-CURRENT-YYYYMM        PIC 9(6)  VALUE 0.
       01  RPT-TITLE.
           05  FILLER        PIC X(32)
               VALUE "ATM/DEBIT CARD ACTIVITY REPORT".
           05  FILLER        PIC X(6)   VALUE "  AS ".
           05  RPT-RUN-DATE  PIC 9(8).
       01  RPT-HEADING.
           05  FILLER        PIC X(16)  VALUE "CARD".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(5)   VALUE "ACCT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(6)   VALUE "STATUS".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(8)   VALUE "USED ON".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(9)   VALUE "    LIMIT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(9)   VALUE "WITHDRAWN".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(3)   VALUE "CNT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(4)   VALUE "PCT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(10)  VALUE "      LEFT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(9)   VALUE " DECLINED".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(4)   VALUE "FLAG".
       01  RPT-LINE.
           05  RPT-CARD      PIC X(16).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-ACCT      PIC X(5).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-STATUS    PIC X(6).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-USE-DATE  PIC 9(8).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-LIMIT     PIC $$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-USED      PIC $$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-CNT       PIC ZZ9.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-PCT       PIC ZZ9.
           05  RPT-PCT-SIGN  PIC X.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-LEFT      PIC $$,$$9.99-.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-DECL      PIC $$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-FLAG      PIC X(20).
       01  RPT-TOTALS-1.
           05  FILLER        PIC X(14)  VALUE "CARDS ACTIVE:".
           05  TOT-ACTIVE    PIC ZZZZ9.
           05  FILLER        PIC X(8)   VALUE "   HOT:".
           05  TOT-HOT       PIC ZZZZ9.
           05  FILLER        PIC X(11)  VALUE "   CLOSED:".
           05  TOT-CLOSED    PIC ZZZZ9.
       01  RPT-TOTALS-2.
           05  FILLER        PIC X(14)  VALUE "CARDS USED:".
           05  TOT-USED-CNT  PIC ZZZZ9.
           05  TOT-USED-AMT  PIC $$$$,$$$,$$9.99.
           05  FILLER        PIC X(13)  VALUE "   AT LIMIT:".
           05  TOT-AT-LIMIT  PIC ZZZZ9.
           05  FILLER        PIC X(13)  VALUE "   DECLINES:".
           05  TOT-DECL-CNT  PIC ZZZZ9.
           05  TOT-DECL-AMT  PIC $$$$,$$$,$$9.99.
       PROCEDURE DIVISION.
      * Loads the date, opens the files, and drives one pass
      * through the card master.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-LOAD-PROC-DATE THRU E-020-LOAD-PROC-DATE.
           COMPUTE WS-CURRENT-YYYYMM =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH.
           OPEN INPUT CARDMAST-FILE.
           OPEN OUTPUT CARDRPT-RPT.
           MOVE WS-CURRENT-DATE-NUM TO RPT-RUN-DATE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           IF WS-CARDMAST-STATUS NOT = "00"
               MOVE 1 TO WS-CA-EOF.
           PERFORM 100-READ-CARD THRU E-100-READ-CARD
               UNTIL WS-CA-EOF = 1.
           PERFORM 800-CLOSEUP.
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
      * Counts one card by status and lists it when it was used,
      * declined, or is an active card expiring this month.
       100-READ-CARD.
           READ CARDMAST-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-CA-EOF
                   GO TO E-100-READ-CARD
           END-READ.
           IF CA-IS-ACTIVE
               ADD 1 TO WS-ACTIVE-CNT
           ELSE
           IF CA-IS-HOT
               ADD 1 TO WS-HOT-CNT
           ELSE
               ADD 1 TO WS-CLOSED-CNT.
           MOVE 0 TO WS-PRINT-SW.
           MOVE SPACES TO RPT-LINE.
           IF CA-USE-DATE NUMERIC AND CA-USE-DATE NOT = 0
               AND (CA-USE-CNT > 0 OR CA-DECL-CNT > 0)
               PERFORM 200-USAGE THRU E-200-USAGE.
           IF CA-IS-ACTIVE AND CA-EXP-DATE = WS-CURRENT-YYYYMM
               MOVE 1 TO WS-PRINT-SW
               IF RPT-FLAG = SPACES
                   MOVE "EXPIRES THIS MONTH" TO RPT-FLAG
               END-IF
           END-IF.
           IF WS-PRINT-SW = 0
               GO TO E-100-READ-CARD.
           MOVE "************" TO RPT-CARD.
           MOVE CA-CARD-NO(13:4) TO RPT-CARD(13:4).
           MOVE CA-ACCT TO RPT-ACCT.
           IF CA-IS-ACTIVE
               MOVE "ACTIVE" TO RPT-STATUS
           ELSE
           IF CA-IS-LOST
               MOVE "LOST" TO RPT-STATUS
           ELSE
           IF CA-IS-STOLEN
               MOVE "STOLEN" TO RPT-STATUS
           ELSE
               MOVE "CLOSED" TO RPT-STATUS.
           MOVE CA-DAILY-LIMIT TO RPT-LIMIT.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-100-READ-CARD.
       EXIT.
      * Fills in the card's last day of use against its limit and
      * flags a card at or near its limit, or a hot card someone
      * tried to use.
       200-USAGE.
           MOVE 1 TO WS-PRINT-SW.
           MOVE CA-USE-DATE TO RPT-USE-DATE.
           MOVE CA-USE-AMT TO RPT-USED.
           MOVE CA-USE-CNT TO RPT-CNT.
           MOVE CA-DECL-AMT TO RPT-DECL.
           COMPUTE WS-LEFT = CA-DAILY-LIMIT - CA-USE-AMT.
           MOVE WS-LEFT TO RPT-LEFT.
           IF CA-DAILY-LIMIT > 0
               COMPUTE WS-PCT ROUNDED =
                   CA-USE-AMT * 100 / CA-DAILY-LIMIT
                   ON SIZE ERROR MOVE 999 TO WS-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO WS-PCT.
           MOVE WS-PCT TO RPT-PCT.
           MOVE "%" TO RPT-PCT-SIGN.
           IF CA-USE-CNT > 0
               ADD 1 TO WS-USED-CNT
               ADD CA-USE-AMT TO WS-USED-AMT.
           ADD CA-DECL-CNT TO WS-DECL-CNT.
           ADD CA-DECL-AMT TO WS-DECL-AMT.
           IF CA-IS-HOT AND CA-DECL-CNT > 0
               MOVE "HOT CARD ATTEMPTED" TO RPT-FLAG
           ELSE
           IF CA-USE-AMT NOT < CA-DAILY-LIMIT AND CA-USE-CNT > 0
               MOVE "AT LIMIT" TO RPT-FLAG
               ADD 1 TO WS-AT-LIMIT-CNT
           ELSE
           IF WS-PCT NOT < NEAR-LIMIT-PCT
               MOVE "NEAR LIMIT" TO RPT-FLAG
           ELSE
           IF CA-DECL-CNT > 0
               MOVE "DECLINES" TO RPT-FLAG.
       E-200-USAGE.
       EXIT.
      * Prints the control totals and closes the files.
       800-CLOSEUP.
           MOVE WS-ACTIVE-CNT TO TOT-ACTIVE.
           MOVE WS-HOT-CNT TO TOT-HOT.
           MOVE WS-CLOSED-CNT TO TOT-CLOSED.
           MOVE RPT-TOTALS-1 TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE WS-USED-CNT TO TOT-USED-CNT.
           MOVE WS-USED-AMT TO TOT-USED-AMT.
           MOVE WS-AT-LIMIT-CNT TO TOT-AT-LIMIT.
           MOVE WS-DECL-CNT TO TOT-DECL-CNT.
           MOVE WS-DECL-AMT TO TOT-DECL-AMT.
           MOVE RPT-TOTALS-2 TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           CLOSE CARDMAST-FILE CARDRPT-RPT.
           STOP RUN.
       END PROGRAM CARDRPT.

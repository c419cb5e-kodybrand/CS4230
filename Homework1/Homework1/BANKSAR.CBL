      ***********************************************************
      * STRUCTURING AND SUSPICIOUS-ACTIVITY MONITOR
      * KODY BRAND
      * This program runs after the bank's nightly posting and
      * looks back over the last ten business days on the BUSCAL
      * calendar for cash kept just under the currency-transaction
      * threshold.  The counter cash archived on BANKHIST is summed
      * by account and day and, through the BB-CUST-NO relationship
      * number on the BEGBAL master, by customer and day.  An
      * account or relationship with repeated days of cash deposits
      * or withdrawals inside the near-threshold band, or with one
      * day's cash over the threshold split across accounts so no
      * one account reported, is a SAR review candidate.  Each new
      * candidate opens a numbered case on the BANKSAR case file
      * for the compliance officer to dispose in SARMAINT (SAR
      * filed or no action); a subject already under a case that
      * covers the same days is listed but not opened again.  The
      * report closes with every case still awaiting a decision.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CARRY THE CHECK NUMBER (BH-CHECK-NO) NOW
      *                 ON THE BANKHIST RECORD.
      * 2026-10-15  KB  CARRY THE OVERDRAFT AMOUNT, OVERDRAWN-
      *                 SINCE DATE, AND NOTICE FLAG ON BEGBAL-REC.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKSAR.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SAR-RPT ASSIGN TO UT-S-SARRPT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SORT-FILE ASSIGN TO UT-S-SORTWK.
            SELECT OPTIONAL BANKHIST-FILE ASSIGN TO UT-S-BANKHIST
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS BH-KEY
                FILE STATUS IS WS-BANKHIST-STATUS.
            SELECT BEGBAL-FILE ASSIGN TO UT-S-BEGBAL
                ORGANIZATION IS INDEXED
                ACCESS IS RANDOM
                RECORD KEY IS BB-ACCT
                FILE STATUS IS WS-BEGBAL-STATUS.
            SELECT OPTIONAL BANKSAR-FILE ASSIGN TO UT-S-BANKSAR
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SC-CASE-NO
                FILE STATUS IS WS-BANKSAR-STATUS.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
            SELECT OPTIONAL BUSCAL-FILE ASSIGN TO UT-S-BUSCAL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BUSCAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SAR-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(132).
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SRT-GROUP    PIC X(7).
           05  SRT-DATE     PIC 9(8).
           05  SRT-ACCT     PIC X(5).
           05  SRT-DEP      PIC 9(4)V99.
           05  SRT-WTH      PIC 9(4)V99.
       FD  BANKHIST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
       01  BANKHIST-REC.
           05  BH-KEY.
               10  BH-ACCT      PIC X(5).
               10  BH-DATE      PIC 9(8).
               10  BH-SEQ       PIC 9(5).
           05  BH-CHANNEL   PIC X(4).
           05  BH-DEP       PIC 9(4)V99.
           05  BH-WTH       PIC 9(4)V99.
           05  BH-FEE       PIC 9(4)V99.
           05  BH-BALANCE   PIC S9(7)V99.
           05  BH-TELLER    PIC X(3).
           05  BH-CHECK-NO  PIC 9(6).
       FD  BEGBAL-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  BEGBAL-REC.
           05  BB-ACCT      PIC X(5).
           05  BB-BAL       PIC 9(5)V99.
           05  BB-WAIVER    PIC X.
           05  BB-LAST-ACT  PIC 9(8).
           05  BB-LINK-ACCT PIC X(5).
           05  BB-BRANCH    PIC X(3).
           05  BB-AVAIL-BAL PIC 9(5)V99.
           05  BB-CUST-NO   PIC X(6).
           05  BB-KODE      PIC X.
           05  BB-CD-TERM   PIC 9(3).
           05  BB-CD-ISSUE  PIC 9(8).
           05  BB-CD-MATURE PIC 9(8).
           05  BB-CD-RATE   PIC 9V9999.
           05  BB-CD-INSTR  PIC X.
               88  BB-CD-PAYOUT       VALUE "P".
           05  BB-CD-PAY-ACCT PIC X(5).
           05  BB-CD-NOTICE PIC 9(8).
           05  BB-CD-GRACE-END PIC 9(8).
           05  BB-ACCR-INT  PIC 9(5)V99.
           05  BB-ACCR-DATE PIC 9(8).
           05  BB-OD-AMT    PIC 9(5)V99.
           05  BB-OD-SINCE  PIC 9(8).
           05  BB-OD-NOTICE PIC X.
       FD  BANKSAR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 126 CHARACTERS.
       COPY "SARCASE.CPY".
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE       PIC 9(8).
           05  PD-MONTH-END      PIC X.
               88  PD-IS-MONTH-END    VALUE "Y".
       FD  BUSCAL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BUSCAL-REC.
           05  CAL-DATE            PIC 9(8).
           05  CAL-BUSINESS-DAY    PIC X.
               88  CAL-IS-BUSINESS-DAY     VALUE "Y".
           05  CAL-MONTH-END       PIC X.
       WORKING-STORAGE SECTION.
       77  UT-S-BEGBAL  PIC X(50) VALUE 'C:\CS4230\BEGBAL.DAT'.
       77  UT-S-BANKHIST PIC X(50) VALUE 'C:\CS4230\BANKHIST.DAT'.
       77  UT-S-BANKSAR PIC X(50) VALUE 'C:\CS4230\BANKSAR.DAT'.
       77  UT-S-SARRPT  PIC X(50) VALUE 'C:\CS4230\BANKSAR.RPT'.
       77  UT-S-SORTWK  PIC X(50) VALUE 'C:\CS4230\SARSORT.TMP'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  UT-S-BUSCAL  PIC X(50) VALUE 'C:\COBOL\BUSCAL.DAT'.
       77  WS-BEGBAL-STATUS PIC XX     VALUE SPACES.
       77  WS-BANKHIST-STATUS PIC XX   VALUE SPACES.
       77  WS-BANKSAR-STATUS PIC XX    VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX   VALUE SPACES.
       77  WS-BUSCAL-STATUS PIC XX     VALUE SPACES.
      * Monitoring controls: the window is the last WINDOW-BUS-DAYS
      * business days through tonight (NO-CAL-DAYS calendar days
      * when no calendar is on file); a day's cash from CTR-NEAR-LOW
      * up to the CTR-THRESHOLD itself is "just under"; MIN-NEAR-DAYS
      * such days inside the window make a pattern.
       77  WINDOW-BUS-DAYS PIC 9(2)    VALUE 10.
       77  NO-CAL-DAYS  PIC 9(2)       VALUE 14.
       77  CTR-THRESHOLD PIC 9(5)V99   VALUE 10000.00.
       77  CTR-NEAR-LOW PIC 9(5)V99    VALUE 8000.00.
       77  MIN-NEAR-DAYS PIC 9(2)      VALUE 2.
       77  WS-TODAY-INT PIC S9(9)      VALUE 0.
       77  WS-WORK-INT  PIC S9(9)      VALUE 0.
       77  WS-WIN-START PIC 9(8)       VALUE 0.
       77  WS-CAL-EOF   PIC 9          VALUE 0.
       77  WS-CAL-COUNT PIC 9(4)       VALUE 0.
       77  WS-RING-IDX  PIC 9(2)       VALUE 0.
       01  WS-RING-TABLE.
           05  WS-RING-DATE PIC 9(8) OCCURS 10 TIMES.
       77  WS-HIST-EOF  PIC 9          VALUE 0.
       77  WS-SORT-EOF  PIC 9          VALUE 0.
       77  WS-CASE-EOF  PIC 9          VALUE 0.
       77  WS-CASE-FOUND PIC 9         VALUE 0.
       77  WS-FOUND-CASE PIC 9(6)      VALUE 0.
       77  WS-NEXT-CASE PIC 9(6)       VALUE 0.
       77  WS-LAST-ACCT PIC X(5)       VALUE SPACES.
       77  WS-LAST-GROUP PIC X(7)      VALUE SPACES.
      * Break fields for the sorted cash items: relationship (or
      * lone account), day, account.
       77  WS-CUR-GROUP PIC X(7)       VALUE SPACES.
       77  WS-CUR-DATE  PIC 9(8)       VALUE 0.
       77  WS-CUR-ACCT  PIC X(5)       VALUE SPACES.
       77  WS-AD-DEP    PIC 9(7)V99    VALUE 0.
       77  WS-AD-WTH    PIC 9(7)V99    VALUE 0.
       77  WS-RD-DEP    PIC 9(7)V99    VALUE 0.
       77  WS-RD-WTH    PIC 9(7)V99    VALUE 0.
       77  WS-RD-MAX-DEP PIC 9(7)V99   VALUE 0.
       77  WS-RD-MAX-WTH PIC 9(7)V99   VALUE 0.
       77  WS-RD-ACCTS  PIC 9(2)       VALUE 0.
       77  WS-GR-NEAR-DEP PIC 9(2)     VALUE 0.
       77  WS-GR-NEAR-WTH PIC 9(2)     VALUE 0.
       77  WS-GR-SPLIT  PIC 9(2)       VALUE 0.
       77  WS-GR-DEP-TOT PIC 9(7)V99   VALUE 0.
       77  WS-GR-WTH-TOT PIC 9(7)V99   VALUE 0.
       77  WS-MAX-NEAR-DEP PIC 9(2)    VALUE 0.
       77  WS-MAX-NEAR-WTH PIC 9(2)    VALUE 0.
       77  WS-SA-COUNT  PIC 9(2)       VALUE 0.
       01  SUBJ-ACCT-TABLE.
           05  SA-ENTRY OCCURS 20 TIMES INDEXED BY SA-IDX.
               10  SA-ACCT      PIC X(5).
               10  SA-NEAR-DEP  PIC 9(2).
               10  SA-NEAR-WTH  PIC 9(2).
               10  SA-DEP-TOT   PIC 9(7)V99.
               10  SA-WTH-TOT   PIC 9(7)V99.
      * The candidate being opened or matched to a case.
       77  WS-CAND-TYPE PIC X          VALUE SPACE.
       77  WS-CAND-ID   PIC X(6)       VALUE SPACES.
       77  WS-CAND-PATTERN PIC X       VALUE SPACE.
       77  WS-CAND-DAYS PIC 9(2)       VALUE 0.
       77  WS-CAND-ACCTS PIC 9(2)      VALUE 0.
       77  WS-CAND-IN   PIC 9(7)V99    VALUE 0.
       77  WS-CAND-OUT  PIC 9(7)V99    VALUE 0.
       77  WS-ITEM-CNT  PIC 9(7)       VALUE 0.
       77  WS-CAND-CNT  PIC 9(5)       VALUE 0.
       77  WS-NEW-CNT   PIC 9(5)       VALUE 0.
       77  WS-DUP-CNT   PIC 9(5)       VALUE 0.
       77  WS-OPEN-CNT  PIC 9(5)       VALUE 0.
       77  WS-OVFL-CNT  PIC 9(5)       VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER        PIC X(40)
               VALUE "SUSPICIOUS ACTIVITY MONITOR - SAR REVIEW".
           05  FILLER        PIC X(6)   VALUE "  AS ".
           05  RPT-RUN-DATE  PIC 9(8).
           05  FILLER        PIC X(10)  VALUE "  WINDOW ".
           05  RPT-WIN-START PIC 9(8).
           05  FILLER        PIC X(3)   VALUE " - ".
           05  RPT-WIN-END   PIC 9(8).
       01  RPT-HEADING.
           05  FILLER        PIC X(6)   VALUE "CASE".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(7)   VALUE "SUBJECT".
           05  FILLER        PIC X(8).
           05  FILLER        PIC X(18)  VALUE "PATTERN".
           05  FILLER        PIC X(6)   VALUE "DAYS".
           05  FILLER        PIC X(6)   VALUE "ACCTS".
           05  FILLER        PIC X(14)  VALUE "     CASH IN".
           05  FILLER        PIC X(14)  VALUE "    CASH OUT".
           05  FILLER        PIC X(2).
           05  FILLER        PIC X(6)   VALUE "ACTION".
       01  RPT-LINE.
           05  RPT-CASE      PIC 9(6).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-SUBJ-TYPE PIC X(4).
           05  RPT-SUBJ-ID   PIC X(6).
           05  FILLER        PIC X(5)   VALUE SPACES.
           05  RPT-PATTERN   PIC X(18).
           05  RPT-DAYS      PIC Z9.
           05  FILLER        PIC X(4)   VALUE SPACES.
           05  RPT-ACCTS     PIC Z9.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-CASH-IN   PIC $$,$$$,$$9.99.
           05  FILLER        PIC X(1)   VALUE SPACES.
           05  RPT-CASH-OUT  PIC $$,$$$,$$9.99.
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-ACTION    PIC X(24).
       01  RPT-TOTALS-1.
           05  FILLER        PIC X(12)  VALUE "CASH ITEMS:".
           05  TOT-ITEM-CNT  PIC ZZZZZZ9.
           05  FILLER        PIC X(15)  VALUE "   CANDIDATES:".
           05  TOT-CAND-CNT  PIC ZZZZ9.
           05  FILLER        PIC X(15)  VALUE "   NEW CASES:".
           05  TOT-NEW-CNT   PIC ZZZZ9.
           05  FILLER        PIC X(23)  VALUE "   ALREADY UNDER CASE:".
           05  TOT-DUP-CNT   PIC ZZZZ9.
           05  FILLER        PIC X(24)
               VALUE "   ACCOUNTS NOT TRACKED:".
           05  TOT-OVFL-CNT  PIC ZZZZ9.
       01  OPEN-HEADING.
           05  FILLER        PIC X(26)
               VALUE "CASES AWAITING DISPOSITION".
       01  OPEN-LINE.
           05  OPN-CASE      PIC 9(6).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  OPN-SUBJ-TYPE PIC X(4).
           05  OPN-SUBJ-ID   PIC X(6).
           05  FILLER        PIC X(9)   VALUE "  OPENED ".
           05  OPN-OPEN-DATE PIC 9(8).
           05  FILLER        PIC X(7)   VALUE "  DAYS ".
           05  OPN-AGE       PIC ZZZ9.
       01  OPEN-TOTAL-LINE.
           05  FILLER        PIC X(12)  VALUE "OPEN CASES:".
           05  OPN-TOT-CNT   PIC ZZZZ9.
       PROCEDURE DIVISION.
      * Loads the date, finds the window, sorts the window's cash
      * items into relationship order, and lists the open cases.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-LOAD-PROC-DATE THRU E-020-LOAD-PROC-DATE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
           PERFORM 030-FIND-WINDOW THRU E-030-FIND-WINDOW.
           OPEN INPUT BANKHIST-FILE.
           OPEN INPUT BEGBAL-FILE.
           OPEN I-O BANKSAR-FILE.
           OPEN OUTPUT SAR-RPT.
           PERFORM 050-NEXT-CASE-NO THRU E-050-NEXT-CASE-NO.
           MOVE WS-CURRENT-DATE-NUM TO RPT-RUN-DATE.
           MOVE WS-WIN-START TO RPT-WIN-START.
           MOVE WS-CURRENT-DATE-NUM TO RPT-WIN-END.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           SORT SORT-FILE
               ON ASCENDING KEY SRT-GROUP SRT-DATE SRT-ACCT
               INPUT PROCEDURE IS 100-RELEASE-CASH
                   THRU E-100-RELEASE-CASH
               OUTPUT PROCEDURE IS 200-REVIEW-CASH
                   THRU E-200-REVIEW-CASH.
           PERFORM 800-CLOSEUP.
      * Reads the official processing date set by DATEADV at the
      * head of the nightly job, so the window ends on the same
      * business date BANK posted under.  With no control record
      * on file the wall-clock date stands.
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
      * Finds the first day of the window: the earliest of the last
      * WINDOW-BUS-DAYS business days on BUSCAL through tonight,
      * kept in a ring as the calendar goes by.  With no calendar
      * on file the window is NO-CAL-DAYS calendar days.
       030-FIND-WINDOW.
           MOVE 0 TO WS-CAL-COUNT.
           MOVE 0 TO WS-RING-IDX.
           MOVE 0 TO WS-CAL-EOF.
           OPEN INPUT BUSCAL-FILE.
           IF WS-BUSCAL-STATUS NOT = "00"
               MOVE 1 TO WS-CAL-EOF.
           PERFORM 035-CAL-ONE THRU E-035-CAL-ONE
               UNTIL WS-CAL-EOF = 1.
           CLOSE BUSCAL-FILE.
           IF WS-CAL-COUNT = 0
               COMPUTE WS-WORK-INT = WS-TODAY-INT - NO-CAL-DAYS + 1
               COMPUTE WS-WIN-START =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INT)
               GO TO E-030-FIND-WINDOW.
           IF WS-CAL-COUNT < WINDOW-BUS-DAYS
               MOVE WS-RING-DATE(1) TO WS-WIN-START
               GO TO E-030-FIND-WINDOW.
           IF WS-RING-IDX = WINDOW-BUS-DAYS
               MOVE WS-RING-DATE(1) TO WS-WIN-START
           ELSE
               MOVE WS-RING-DATE(WS-RING-IDX + 1) TO WS-WIN-START.
       E-030-FIND-WINDOW.
       EXIT.
      * Rings one business day on or before tonight.
       035-CAL-ONE.
           READ BUSCAL-FILE
               AT END
                   MOVE 1 TO WS-CAL-EOF
                   GO TO E-035-CAL-ONE
           END-READ.
           IF CAL-DATE > WS-CURRENT-DATE-NUM
               MOVE 1 TO WS-CAL-EOF
               GO TO E-035-CAL-ONE.
           IF NOT CAL-IS-BUSINESS-DAY
               GO TO E-035-CAL-ONE.
           ADD 1 TO WS-CAL-COUNT.
           IF WS-RING-IDX = WINDOW-BUS-DAYS
               MOVE 1 TO WS-RING-IDX
           ELSE
               ADD 1 TO WS-RING-IDX.
           MOVE CAL-DATE TO WS-RING-DATE(WS-RING-IDX).
       E-035-CAL-ONE.
       EXIT.
      * Finds the highest case number on file; new cases number up
      * from it.
       050-NEXT-CASE-NO.
           MOVE 0 TO WS-NEXT-CASE.
           MOVE 0 TO WS-CASE-EOF.
           MOVE 0 TO SC-CASE-NO.
           START BANKSAR-FILE KEY IS NOT LESS THAN SC-CASE-NO
               INVALID KEY MOVE 1 TO WS-CASE-EOF
           END-START.
           PERFORM 055-CASE-NO-ONE THRU E-055-CASE-NO-ONE
               UNTIL WS-CASE-EOF = 1.
           ADD 1 TO WS-NEXT-CASE.
       E-050-NEXT-CASE-NO.
       EXIT.
       055-CASE-NO-ONE.
           READ BANKSAR-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-CASE-EOF
                   GO TO E-055-CASE-NO-ONE
           END-READ.
           IF SC-CASE-NO > WS-NEXT-CASE
               MOVE SC-CASE-NO TO WS-NEXT-CASE.
       E-055-CASE-NO-ONE.
       EXIT.
      * Releases every counter cash item archived inside the window
      * to the sort, grouped by the account's relationship number.
      * An account with no relationship number, or no longer on the
      * master, is grouped by itself.
       100-RELEASE-CASH.
           MOVE 0 TO WS-HIST-EOF.
           IF WS-BANKHIST-STATUS NOT = "00"
               GO TO E-100-RELEASE-CASH.
           MOVE LOW-VALUES TO BH-KEY.
           START BANKHIST-FILE KEY IS NOT LESS THAN BH-KEY
               INVALID KEY MOVE 1 TO WS-HIST-EOF
           END-START.
           PERFORM 120-RELEASE-ONE THRU E-120-RELEASE-ONE
               UNTIL WS-HIST-EOF = 1.
       E-100-RELEASE-CASH.
       EXIT.
       120-RELEASE-ONE.
           READ BANKHIST-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-HIST-EOF
                   GO TO E-120-RELEASE-ONE
           END-READ.
           IF BH-CHANNEL NOT = "CTR "
               GO TO E-120-RELEASE-ONE.
           IF BH-DATE < WS-WIN-START
               OR BH-DATE > WS-CURRENT-DATE-NUM
               GO TO E-120-RELEASE-ONE.
           IF BH-DEP = 0 AND BH-WTH = 0
               GO TO E-120-RELEASE-ONE.
           IF BH-ACCT NOT = WS-LAST-ACCT
               PERFORM 130-GROUP-FOR-ACCT THRU E-130-GROUP-FOR-ACCT.
           MOVE WS-LAST-GROUP TO SRT-GROUP.
           MOVE BH-DATE TO SRT-DATE.
           MOVE BH-ACCT TO SRT-ACCT.
           MOVE BH-DEP TO SRT-DEP.
           MOVE BH-WTH TO SRT-WTH.
           ADD 1 TO WS-ITEM-CNT.
           RELEASE SORT-RECORD.
       E-120-RELEASE-ONE.
       EXIT.
      * Looks the account's relationship number up on the master
      * once per account (the archive is in account order).
       130-GROUP-FOR-ACCT.
           MOVE BH-ACCT TO WS-LAST-ACCT.
           MOVE SPACES TO WS-LAST-GROUP.
           MOVE BH-ACCT TO BB-ACCT.
           READ BEGBAL-FILE
               INVALID KEY
                   MOVE SPACES TO BB-CUST-NO
           END-READ.
           IF BB-CUST-NO NOT = SPACES
               STRING "C" BB-CUST-NO DELIMITED BY SIZE
                   INTO WS-LAST-GROUP
           ELSE
               STRING "A" BH-ACCT DELIMITED BY SIZE
                   INTO WS-LAST-GROUP.
       E-130-GROUP-FOR-ACCT.
       EXIT.
      * Walks the sorted cash items, breaking on account within day
      * within relationship.
       200-REVIEW-CASH.
           PERFORM 210-ONE-ITEM THRU E-210-ONE-ITEM
               UNTIL WS-SORT-EOF = 1.
       E-200-REVIEW-CASH.
       EXIT.
       210-ONE-ITEM.
           RETURN SORT-FILE
               AT END
                   MOVE 1 TO WS-SORT-EOF
                   IF WS-CUR-GROUP NOT = SPACES
                       PERFORM 300-ACCT-DAY-END THRU E-300-ACCT-DAY-END
                       PERFORM 320-REL-DAY-END THRU E-320-REL-DAY-END
                       PERFORM 340-GROUP-END THRU E-340-GROUP-END
                   END-IF
                   GO TO E-210-ONE-ITEM
           END-RETURN.
           IF WS-CUR-GROUP NOT = SPACES
               IF SRT-GROUP NOT = WS-CUR-GROUP
                   OR SRT-DATE NOT = WS-CUR-DATE
                   OR SRT-ACCT NOT = WS-CUR-ACCT
                   PERFORM 300-ACCT-DAY-END THRU E-300-ACCT-DAY-END
               END-IF
               IF SRT-GROUP NOT = WS-CUR-GROUP
                   OR SRT-DATE NOT = WS-CUR-DATE
                   PERFORM 320-REL-DAY-END THRU E-320-REL-DAY-END
               END-IF
               IF SRT-GROUP NOT = WS-CUR-GROUP
                   PERFORM 340-GROUP-END THRU E-340-GROUP-END
               END-IF
           END-IF.
           IF SRT-GROUP NOT = WS-CUR-GROUP
               PERFORM 250-START-GROUP THRU E-250-START-GROUP.
           MOVE SRT-DATE TO WS-CUR-DATE.
           MOVE SRT-ACCT TO WS-CUR-ACCT.
           ADD SRT-DEP TO WS-AD-DEP.
           ADD SRT-WTH TO WS-AD-WTH.
       E-210-ONE-ITEM.
       EXIT.
      * Clears the relationship totals and account table for a new
      * group.
       250-START-GROUP.
           MOVE SRT-GROUP TO WS-CUR-GROUP.
           MOVE 0 TO WS-AD-DEP WS-AD-WTH.
           MOVE 0 TO WS-RD-DEP WS-RD-WTH WS-RD-MAX-DEP WS-RD-MAX-WTH.
           MOVE 0 TO WS-RD-ACCTS.
           MOVE 0 TO WS-GR-NEAR-DEP WS-GR-NEAR-WTH WS-GR-SPLIT.
           MOVE 0 TO WS-GR-DEP-TOT WS-GR-WTH-TOT.
           MOVE 0 TO WS-SA-COUNT.
       E-250-START-GROUP.
       EXIT.
      * Closes one account's cash for one day: a day inside the
      * near-threshold band counts toward the account's pattern,
      * and the day rolls into the relationship's day.  Past twenty
      * accounts in one relationship the account-level test is
      * skipped (counted on the report); the relationship test
      * still sees the cash.
       300-ACCT-DAY-END.
           ADD WS-AD-DEP TO WS-RD-DEP WS-GR-DEP-TOT.
           ADD WS-AD-WTH TO WS-RD-WTH WS-GR-WTH-TOT.
           ADD 1 TO WS-RD-ACCTS.
           IF WS-AD-DEP > WS-RD-MAX-DEP
               MOVE WS-AD-DEP TO WS-RD-MAX-DEP.
           IF WS-AD-WTH > WS-RD-MAX-WTH
               MOVE WS-AD-WTH TO WS-RD-MAX-WTH.
           SET SA-IDX TO 1.
           SEARCH SA-ENTRY
               AT END
                   ADD 1 TO WS-OVFL-CNT
                   GO TO 305-CLEAR-ACCT-DAY
               WHEN SA-IDX > WS-SA-COUNT
                   ADD 1 TO WS-SA-COUNT
                   MOVE WS-CUR-ACCT TO SA-ACCT(SA-IDX)
                   MOVE 0 TO SA-NEAR-DEP(SA-IDX)
                       SA-NEAR-WTH(SA-IDX)
                       SA-DEP-TOT(SA-IDX)
                       SA-WTH-TOT(SA-IDX)
               WHEN SA-ACCT(SA-IDX) = WS-CUR-ACCT
                   CONTINUE
           END-SEARCH.
           ADD WS-AD-DEP TO SA-DEP-TOT(SA-IDX).
           ADD WS-AD-WTH TO SA-WTH-TOT(SA-IDX).
           IF WS-AD-DEP NOT < CTR-NEAR-LOW
               AND WS-AD-DEP NOT > CTR-THRESHOLD
               ADD 1 TO SA-NEAR-DEP(SA-IDX).
           IF WS-AD-WTH NOT < CTR-NEAR-LOW
               AND WS-AD-WTH NOT > CTR-THRESHOLD
               ADD 1 TO SA-NEAR-WTH(SA-IDX).
       305-CLEAR-ACCT-DAY.
           MOVE 0 TO WS-AD-DEP.
           MOVE 0 TO WS-AD-WTH.
       E-300-ACCT-DAY-END.
       EXIT.
      * Closes one relationship day.  The relationship's combined
      * cash in the near band counts toward its own pattern; cash
      * over the threshold that no one account reached was split
      * to stay under the currency report.
       320-REL-DAY-END.
           IF WS-CUR-GROUP(1:1) NOT = "C"
               GO TO 325-CLEAR-REL-DAY.
           IF WS-RD-DEP > CTR-THRESHOLD
               AND WS-RD-MAX-DEP NOT > CTR-THRESHOLD
               ADD 1 TO WS-GR-SPLIT
           ELSE
           IF WS-RD-DEP NOT < CTR-NEAR-LOW
               AND WS-RD-DEP NOT > CTR-THRESHOLD
               ADD 1 TO WS-GR-NEAR-DEP.
           IF WS-RD-WTH > CTR-THRESHOLD
               AND WS-RD-MAX-WTH NOT > CTR-THRESHOLD
               ADD 1 TO WS-GR-SPLIT
           ELSE
           IF WS-RD-WTH NOT < CTR-NEAR-LOW
               AND WS-RD-WTH NOT > CTR-THRESHOLD
               ADD 1 TO WS-GR-NEAR-WTH.
       325-CLEAR-REL-DAY.
           MOVE 0 TO WS-RD-DEP WS-RD-WTH.
           MOVE 0 TO WS-RD-MAX-DEP WS-RD-MAX-WTH.
           MOVE 0 TO WS-RD-ACCTS.
       E-320-REL-DAY-END.
       EXIT.
      * Tests the finished group: each account on its own, then the
      * relationship as a whole.  The relationship is a candidate
      * in its own right only when its near-threshold days are not
      * all one account's (that account is already a candidate), or
      * when cash was split across accounts on any day.
       340-GROUP-END.
           MOVE 0 TO WS-MAX-NEAR-DEP.
           MOVE 0 TO WS-MAX-NEAR-WTH.
           PERFORM 350-ACCT-CANDIDATE THRU E-350-ACCT-CANDIDATE
               VARYING SA-IDX FROM 1 BY 1
               UNTIL SA-IDX > WS-SA-COUNT.
           IF WS-CUR-GROUP(1:1) NOT = "C"
               GO TO E-340-GROUP-END.
           IF WS-GR-SPLIT = 0
               AND (WS-GR-NEAR-DEP < MIN-NEAR-DAYS
                   OR WS-GR-NEAR-DEP NOT > WS-MAX-NEAR-DEP)
               AND (WS-GR-NEAR-WTH < MIN-NEAR-DAYS
                   OR WS-GR-NEAR-WTH NOT > WS-MAX-NEAR-WTH)
               GO TO E-340-GROUP-END.
           MOVE "C" TO WS-CAND-TYPE.
           MOVE WS-CUR-GROUP(2:6) TO WS-CAND-ID.
           IF WS-GR-SPLIT > 0
               MOVE "S" TO WS-CAND-PATTERN
           ELSE
           IF WS-GR-NEAR-DEP NOT < MIN-NEAR-DAYS
               AND WS-GR-NEAR-WTH NOT < MIN-NEAR-DAYS
               MOVE "B" TO WS-CAND-PATTERN
           ELSE
           IF WS-GR-NEAR-DEP NOT < MIN-NEAR-DAYS
               MOVE "D" TO WS-CAND-PATTERN
           ELSE
               MOVE "W" TO WS-CAND-PATTERN.
           COMPUTE WS-CAND-DAYS = WS-GR-NEAR-DEP + WS-GR-NEAR-WTH
               + WS-GR-SPLIT.
           MOVE WS-SA-COUNT TO WS-CAND-ACCTS.
           MOVE WS-GR-DEP-TOT TO WS-CAND-IN.
           MOVE WS-GR-WTH-TOT TO WS-CAND-OUT.
           PERFORM 400-OPEN-CASE THRU E-400-OPEN-CASE.
       E-340-GROUP-END.
       EXIT.
      * Tests one account of the group for repeated near-threshold
      * days.
       350-ACCT-CANDIDATE.
           IF SA-NEAR-DEP(SA-IDX) > WS-MAX-NEAR-DEP
               MOVE SA-NEAR-DEP(SA-IDX) TO WS-MAX-NEAR-DEP.
           IF SA-NEAR-WTH(SA-IDX) > WS-MAX-NEAR-WTH
               MOVE SA-NEAR-WTH(SA-IDX) TO WS-MAX-NEAR-WTH.
           IF SA-NEAR-DEP(SA-IDX) < MIN-NEAR-DAYS
               AND SA-NEAR-WTH(SA-IDX) < MIN-NEAR-DAYS
               GO TO E-350-ACCT-CANDIDATE.
           MOVE "A" TO WS-CAND-TYPE.
           MOVE SA-ACCT(SA-IDX) TO WS-CAND-ID.
           IF SA-NEAR-DEP(SA-IDX) NOT < MIN-NEAR-DAYS
               AND SA-NEAR-WTH(SA-IDX) NOT < MIN-NEAR-DAYS
               MOVE "B" TO WS-CAND-PATTERN
           ELSE
           IF SA-NEAR-DEP(SA-IDX) NOT < MIN-NEAR-DAYS
               MOVE "D" TO WS-CAND-PATTERN
           ELSE
               MOVE "W" TO WS-CAND-PATTERN.
           COMPUTE WS-CAND-DAYS = SA-NEAR-DEP(SA-IDX)
               + SA-NEAR-WTH(SA-IDX).
           MOVE 1 TO WS-CAND-ACCTS.
           MOVE SA-DEP-TOT(SA-IDX) TO WS-CAND-IN.
           MOVE SA-WTH-TOT(SA-IDX) TO WS-CAND-OUT.
           PERFORM 400-OPEN-CASE THRU E-400-OPEN-CASE.
       E-350-ACCT-CANDIDATE.
       EXIT.
      * Opens a case for the candidate unless a case on the same
      * subject already covers days inside tonight's window, and
      * lists the candidate either way.
       400-OPEN-CASE.
           ADD 1 TO WS-CAND-CNT.
           PERFORM 410-FIND-CASE THRU E-410-FIND-CASE.
           MOVE SPACES TO RPT-ACTION.
           IF WS-CASE-FOUND = 1
               ADD 1 TO WS-DUP-CNT
               MOVE WS-FOUND-CASE TO RPT-CASE
               MOVE "ALREADY UNDER REVIEW" TO RPT-ACTION
               GO TO 420-LIST-CANDIDATE.
           MOVE SPACES TO SARCASE-REC.
           MOVE WS-NEXT-CASE TO SC-CASE-NO.
           MOVE WS-CAND-TYPE TO SC-SUBJ-TYPE.
           MOVE WS-CAND-ID TO SC-SUBJ-ID.
           MOVE WS-CURRENT-DATE-NUM TO SC-OPEN-DATE.
           MOVE WS-WIN-START TO SC-WIN-START.
           MOVE WS-CURRENT-DATE-NUM TO SC-WIN-END.
           MOVE WS-CAND-PATTERN TO SC-PATTERN.
           MOVE WS-CAND-DAYS TO SC-NEAR-DAYS.
           MOVE WS-CAND-ACCTS TO SC-ACCT-CNT.
           MOVE WS-CAND-IN TO SC-CASH-IN.
           MOVE WS-CAND-OUT TO SC-CASH-OUT.
           MOVE "O" TO SC-STATUS.
           MOVE 0 TO SC-DISP-DATE.
           WRITE SARCASE-REC
               INVALID KEY
                   MOVE 0 TO RPT-CASE
                   MOVE "CASE NOT OPENED - KEY" TO RPT-ACTION
                   GO TO 420-LIST-CANDIDATE
           END-WRITE.
           ADD 1 TO WS-NEW-CNT.
           MOVE WS-NEXT-CASE TO RPT-CASE.
           MOVE "NEW CASE OPENED" TO RPT-ACTION.
           ADD 1 TO WS-NEXT-CASE.
       420-LIST-CANDIDATE.
           IF WS-CAND-TYPE = "C"
               MOVE "CUST" TO RPT-SUBJ-TYPE
           ELSE
               MOVE "ACCT" TO RPT-SUBJ-TYPE.
           MOVE WS-CAND-ID TO RPT-SUBJ-ID.
           IF WS-CAND-PATTERN = "S"
               MOVE "SPLIT ACROSS ACCTS" TO RPT-PATTERN
           ELSE
           IF WS-CAND-PATTERN = "B"
               MOVE "NEAR-CTR IN + OUT" TO RPT-PATTERN
           ELSE
           IF WS-CAND-PATTERN = "D"
               MOVE "NEAR-CTR DEPOSITS" TO RPT-PATTERN
           ELSE
               MOVE "NEAR-CTR WITHDRAWS" TO RPT-PATTERN.
           MOVE WS-CAND-DAYS TO RPT-DAYS.
           MOVE WS-CAND-ACCTS TO RPT-ACCTS.
           MOVE WS-CAND-IN TO RPT-CASH-IN.
           MOVE WS-CAND-OUT TO RPT-CASH-OUT.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-400-OPEN-CASE.
       EXIT.
      * Sweeps the case file for a case on the same subject whose
      * window reaches into tonight's.  The case file is small
      * enough to sweep once per candidate.
       410-FIND-CASE.
           MOVE 0 TO WS-CASE-FOUND.
           MOVE 0 TO WS-CASE-EOF.
           MOVE 0 TO SC-CASE-NO.
           START BANKSAR-FILE KEY IS NOT LESS THAN SC-CASE-NO
               INVALID KEY MOVE 1 TO WS-CASE-EOF
           END-START.
           PERFORM 415-FIND-ONE THRU E-415-FIND-ONE
               UNTIL WS-CASE-EOF = 1.
       E-410-FIND-CASE.
       EXIT.
       415-FIND-ONE.
           READ BANKSAR-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-CASE-EOF
                   GO TO E-415-FIND-ONE
           END-READ.
           IF SC-SUBJ-TYPE = WS-CAND-TYPE
               AND SC-SUBJ-ID = WS-CAND-ID
               AND SC-WIN-END NOT < WS-WIN-START
               MOVE 1 TO WS-CASE-FOUND
               MOVE SC-CASE-NO TO WS-FOUND-CASE
               MOVE 1 TO WS-CASE-EOF.
       E-415-FIND-ONE.
       EXIT.
      * Lists every case still awaiting the compliance officer's
      * disposition, with how long it has been open.
       500-OPEN-CASES.
           MOVE OPEN-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 3 LINES.
           MOVE 0 TO WS-CASE-EOF.
           MOVE 0 TO SC-CASE-NO.
           START BANKSAR-FILE KEY IS NOT LESS THAN SC-CASE-NO
               INVALID KEY MOVE 1 TO WS-CASE-EOF
           END-START.
           PERFORM 510-OPEN-ONE THRU E-510-OPEN-ONE
               UNTIL WS-CASE-EOF = 1.
           MOVE WS-OPEN-CNT TO OPN-TOT-CNT.
           MOVE OPEN-TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
       E-500-OPEN-CASES.
       EXIT.
       510-OPEN-ONE.
           READ BANKSAR-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-CASE-EOF
                   GO TO E-510-OPEN-ONE
           END-READ.
           IF NOT SC-IS-OPEN
               GO TO E-510-OPEN-ONE.
           ADD 1 TO WS-OPEN-CNT.
           MOVE SC-CASE-NO TO OPN-CASE.
           IF SC-SUBJ-IS-CUST
               MOVE "CUST" TO OPN-SUBJ-TYPE
           ELSE
               MOVE "ACCT" TO OPN-SUBJ-TYPE.
           MOVE SC-SUBJ-ID TO OPN-SUBJ-ID.
           MOVE SC-OPEN-DATE TO OPN-OPEN-DATE.
           COMPUTE WS-WORK-INT = WS-TODAY-INT
               - FUNCTION INTEGER-OF-DATE(SC-OPEN-DATE).
           MOVE WS-WORK-INT TO OPN-AGE.
           MOVE OPEN-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-510-OPEN-ONE.
       EXIT.
      * Prints the control totals and the open cases and closes the
      * files.
       800-CLOSEUP.
           MOVE WS-ITEM-CNT TO TOT-ITEM-CNT.
           MOVE WS-CAND-CNT TO TOT-CAND-CNT.
           MOVE WS-NEW-CNT TO TOT-NEW-CNT.
           MOVE WS-DUP-CNT TO TOT-DUP-CNT.
           MOVE WS-OVFL-CNT TO TOT-OVFL-CNT.
           MOVE RPT-TOTALS-1 TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           PERFORM 500-OPEN-CASES THRU E-500-OPEN-CASES.
           CLOSE BANKHIST-FILE BEGBAL-FILE BANKSAR-FILE SAR-RPT.
           STOP RUN.
       END PROGRAM BANKSAR.

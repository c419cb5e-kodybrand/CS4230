      ***********************************************************
      * MONTH-END ACCRUED WAGES JOURNAL
      * KODY BRAND
      * This program runs in the nightly job after PAYROLL and
      * before GLMERGE.  On the calendar's month-end night it
      * estimates the wages earned but not yet paid at the end of
      * the month -- the days from the start of the open pay
      * period (or the day after a period already paid) through
      * the last day of the month -- with the employer's FICA and
      * Medicare on them, by department, and appends the accrual
      * to the PAYGL labor distribution PAYROLL wrote tonight:
      * labor and employer-tax expense debits and one accrued
      * payroll liability credit, so GLMERGE journals it with the
      * rest of the night's payroll.
      *
      * An hourly employee (one with a TIMECLOCK record) accrues
      * the hours punched to date on the open period's timecard;
      * with no timecard for the open period, eight hours a day
      * for each BUSCAL workday in the window at EM-PAY-RATE.  A
      * salaried employee accrues the period salary, EM-PAY-RATE,
      * for the share of the period's workdays in the window.
      *
      * The accrual lines are kept on HW2ACCRL and the HW2ACCTL
      * control record marks the accrual pending.  The first
      * processing date after it -- the first night of the next
      * month -- posts every line back with debit and credit
      * swapped, so the real payroll that pays those days is not
      * counted twice.  The control record also keeps a rerun of
      * the same night from posting either entry a second time.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYACCR.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL PAYPER-FILE ASSIGN TO UT-S-PAYPER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPER-STATUS.
           SELECT OPTIONAL BUSCAL-FILE ASSIGN TO UT-S-BUSCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.
           SELECT OPTIONAL ACCTL-FILE ASSIGN TO UT-S-ACCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTL-STATUS.
           SELECT OPTIONAL ACCRL-FILE ASSIGN TO UT-S-ACCRL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRL-STATUS.
           SELECT OPTIONAL PAYGL-FILE ASSIGN TO UT-S-PAYGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EMPMASTER-FILE ASSIGN TO UT-S-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EM-EMPNUM
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT OPTIONAL TIMECLOCK-FILE ASSIGN TO UT-S-TIMECLK
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TC-EMPNUM
               FILE STATUS IS WS-TIMECLOCK-STATUS.
           SELECT ACCR-RPT ASSIGN TO UT-S-ACCRRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
               88  PD-IS-MONTH-END     VALUE "Y".
       FD  PAYPER-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PAYPER-REC.
           05  PP-PERIOD-NO    PIC 9(4).
           05  PP-START-DATE   PIC 9(8).
           05  PP-END-DATE     PIC 9(8).
           05  PP-CHECK-DATE   PIC 9(8).
           05  PP-STATUS       PIC X.
               88  PP-IS-OPEN          VALUE "O".
               88  PP-IS-PAID          VALUE "P".
           05  PP-RUN-TYPE     PIC X.
       FD  BUSCAL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BUSCAL-REC.
           05  CAL-DATE            PIC 9(8).
           05  CAL-BUSINESS-DAY    PIC X.
               88  CAL-IS-BUSINESS-DAY     VALUE "Y".
           05  CAL-MONTH-END       PIC X.
      * Accrual control: whether an accrual is waiting for its
      * reversal, the night it was posted, the month-end date it
      * covers, and the night it was reversed.
       FD  ACCTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  ACCTL-REC           PIC X(47).
       FD  ACCRL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  ACCRL-REC.
           05  AL-ACCOUNT      PIC X(8).
           05  AL-DEPT         PIC X(4).
           05  AL-DESC         PIC X(24).
           05  AL-DEBIT        PIC 9(9)V99.
           05  AL-CREDIT       PIC 9(9)V99.
       FD  PAYGL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PAYGL-REC.
           05  PG-ACCOUNT      PIC X(8).
           05  PG-DEPT         PIC X(4).
           05  PG-DESC         PIC X(24).
           05  PG-DEBIT        PIC 9(9)V99.
           05  PG-CREDIT       PIC 9(9)V99.
       FD  EMPMASTER-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  EM-REC.
           05  EM-EMPNUM   PIC 9(4).
           05  EM-NAME     PIC X(20).
           05  EM-DEPT     PIC X(4).
           05  EM-HIRE-DATE PIC 9(8).
           05  EM-TERM-DATE PIC 9(8).
           05  EM-STATUS   PIC X.
               88  EM-ACTIVE           VALUE "A".
               88  EM-TERMINATED       VALUE "T".
           05  EM-PAY-RATE PIC 9(5)V99.
           05  EM-RATE-EFF-DATE PIC 9(8).
           05  EM-PREV-RATE PIC 9(5)V99.
           05  EM-W4-EFF-DATE PIC 9(8).
           05  EM-W4-CURRENT.
               10  EM-W4-STATUS    PIC X.
               10  EM-W4-CREDIT    PIC 9(5)V99.
               10  EM-W4-EXTRA     PIC 9(4)V99.
               10  EM-W4-EXEMPT    PIC X.
               10  EM-W4-EXEMPT-YR PIC 9(4).
           05  EM-W4-PRIOR.
               10  EM-W4-PRV-STATUS PIC X.
               10  EM-W4-PRV-CREDIT PIC 9(5)V99.
               10  EM-W4-PRV-EXTRA PIC 9(4)V99.
               10  EM-W4-PRV-EXEMPT PIC X.
               10  EM-W4-PRV-EXEMPT-YR PIC 9(4).
           05  EM-SSN      PIC X(9).
           05  EM-HOME-ADDRESS.
               10  EM-ADDR     PIC X(30).
               10  EM-CITY     PIC X(20).
               10  EM-STATE    PIC X(2).
               10  EM-ZIP      PIC X(9).
           05  EM-WC-CLASS PIC X(4).
       FD  TIMECLOCK-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  TC-REC.
           05  TC-EMPNUM   PIC 9(4).
           05  TC-HOURS    PIC 99V99.
           05  TC-PERIOD   PIC 9(4).
           05  TC-VAC-HOURS PIC 99V99.
           05  TC-SICK-HOURS PIC 99V99.
           05  TC-DEPT-DETAIL OCCURS 5 TIMES.
               10  TC-DT-DEPT  PIC X(4).
               10  TC-DT-HOURS PIC 99V99.
           05  TC-REG-HOURS PIC 99V99.
           05  TC-OT-HOURS PIC 99V99.
           05  TC-WEEK-COUNT PIC 9.
           05  TC-WEEK-DETAIL OCCURS 6 TIMES.
               10  TC-WK-START PIC 9(8).
               10  TC-WK-REG-HOURS PIC 99V99.
               10  TC-WK-OT-HOURS PIC 99V99.
       FD  ACCR-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(80).

       WORKING-STORAGE SECTION.
       77  UT-S-PROCDATE PIC X(50)
               VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  UT-S-PAYPER  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PAYPR.DAT'.
       77  UT-S-BUSCAL  PIC X(50)
               VALUE 'C:\COBOL\BUSCAL.DAT'.
       77  UT-S-ACCTL   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2ACCTL.DAT'.
       77  UT-S-ACCRL   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2ACCRL.DAT'.
       77  UT-S-PAYGL   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PAYGL.DAT'.
       77  UT-S-EMPMAST PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EMP.DAT'.
       77  UT-S-TIMECLK PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2CLOCK.DAT'.
       77  UT-S-ACCRRPT PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2ACCR.RPT'.
       77  WS-PROCDATE-STATUS PIC XX   VALUE SPACES.
       77  WS-PAYPER-STATUS PIC XX     VALUE SPACES.
       77  WS-BUSCAL-STATUS PIC XX     VALUE SPACES.
       77  WS-ACCTL-STATUS PIC XX      VALUE SPACES.
       77  WS-ACCRL-STATUS PIC XX      VALUE SPACES.
       77  WS-EMPMAST-STATUS PIC XX    VALUE SPACES.
       77  WS-TIMECLOCK-STATUS PIC XX  VALUE SPACES.
       77  WS-RUN-DATE  PIC 9(8)       VALUE 0.
       77  WS-MONTH-END PIC X          VALUE "N".
       77  WS-PERIOD-FOUND PIC 9       VALUE 0.
       77  WS-PERIOD-NO PIC 9(4)       VALUE 0.
       77  WS-PERIOD-START PIC 9(8)    VALUE 0.
       77  WS-PERIOD-END PIC 9(8)      VALUE 0.
       77  WS-PERIOD-PAID PIC 9        VALUE 0.
       77  WS-CAL-EOF   PIC 9          VALUE 0.
       77  WS-EMP-EOF   PIC 9          VALUE 0.
       77  WS-AL-EOF    PIC 9          VALUE 0.
      * The accrual window runs from the first unpaid day through
      * the last calendar day of the month.
       77  WS-WIN-START PIC 9(8)       VALUE 0.
       77  WS-WIN-END   PIC 9(8)       VALUE 0.
       77  WS-WIN-DAYS  PIC 9(3)       VALUE 0.
       77  WS-PER-DAYS  PIC 9(3)       VALUE 0.
       01  WS-NEXT-MONTH           PIC 9(8)    VALUE 0.
       01  WS-NEXT-MONTH-X REDEFINES WS-NEXT-MONTH.
           05  WS-NM-YEAR      PIC 9(4).
           05  WS-NM-MONTH     PIC 99.
           05  WS-NM-DAY       PIC 99.
       77  WS-STD-DAY-HOURS PIC 99V99  VALUE 8.00.
       77  WS-OT-MULT   PIC 9V99       VALUE 1.50.
       77  WS-FICA-RATE PIC V9999      VALUE .0620.
       77  WS-MEDICARE-RATE PIC V9999  VALUE .0145.
       77  WS-EMP-WAGES PIC 9(7)V99    VALUE 0.
       77  WS-EMP-ER-TAX PIC 9(7)V99   VALUE 0.
       77  WS-EMP-COUNT PIC 9(5)       VALUE 0.
       77  WS-TOT-WAGES PIC 9(9)V99    VALUE 0.
       77  WS-TOT-ER-TAX PIC 9(9)V99   VALUE 0.
       77  WS-GL-DEBITS PIC 9(9)V99    VALUE 0.
       77  WS-GL-CREDITS PIC 9(9)V99   VALUE 0.
       77  WS-REV-LINES PIC 9(5)       VALUE 0.
       77  WS-REV-DEBITS PIC 9(9)V99   VALUE 0.
       77  WS-REVERSED  PIC 9          VALUE 0.
       77  WS-ACCRUED   PIC 9          VALUE 0.
       77  WS-DEPT-COUNT PIC 99        VALUE 0.
       77  WS-DEPT-IDX  PIC 99         VALUE 0.
       77  WS-DEPT-FOUND PIC 9         VALUE 0.
      * The control record is kept here between the read at the
      * start and the rewrite at the end.
       01  WS-ACCTL.
           05  AX-STATUS       PIC X.
               88  AX-IS-PENDING       VALUE "P".
           05  AX-ACCR-DATE    PIC 9(8).
           05  AX-MONTH-END    PIC 9(8).
           05  AX-REV-DATE     PIC 9(8).
           05  AX-WAGES        PIC 9(9)V99.
           05  AX-ER-TAX       PIC 9(9)V99.
       01  WS-DEPT-TABLE.
           05  WS-DP-ENTRY OCCURS 50 TIMES INDEXED BY DEP-IDX.
               10  WS-DP-CODE      PIC X(4).
               10  WS-DP-EMPS      PIC 9(5).
               10  WS-DP-WAGES     PIC 9(9)V99.
               10  WS-DP-ER-TAX    PIC 9(9)V99.
       01  RPT-TITLE.
           05  FILLER      PIC X(33)
               VALUE "MONTH-END ACCRUED WAGES - RUN OF ".
           05  TTL-RUN-DATE PIC 9(8).
       01  RPT-WINDOW.
           05  FILLER      PIC X(16)   VALUE "UNPAID DAYS FROM".
           05  FILLER      PIC X       VALUE SPACE.
           05  WIN-FROM    PIC 9(8).
           05  FILLER      PIC X(9)    VALUE " THROUGH ".
           05  WIN-TO      PIC 9(8).
           05  FILLER      PIC X(3)    VALUE " - ".
           05  WIN-DAYS    PIC ZZ9.
           05  FILLER      PIC X(18)   VALUE " WORKDAYS  PERIOD ".
           05  WIN-PERIOD  PIC 9(4).
       01  RPT-HEAD.
           05  FILLER      PIC X(41)
               VALUE "DEPT  EMPLOYEES      ACCRUED WAGES     ER".
           05  FILLER      PIC X(22)
               VALUE " TAX          TOTAL".
       01  RPT-LINE.
           05  RL-DEPT     PIC X(4).
           05  FILLER      PIC X(6)    VALUE SPACES.
           05  RL-EMPS     PIC ZZ,ZZ9.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RL-WAGES    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-ER-TAX   PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RL-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
       01  REV-LINE.
           05  FILLER      PIC X(24)
               VALUE "REVERSED ACCRUAL POSTED ".
           05  RV-ACCR-DATE PIC 9(8).
           05  FILLER      PIC X(10)   VALUE " - LINES: ".
           05  RV-LINES    PIC ZZ,ZZ9.
           05  FILLER      PIC X(9)    VALUE "  AMOUNT ".
           05  RV-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
       PROCEDURE DIVISION.
      * Reverses last month's accrual on the first night after it,
      * then on the month-end night posts this month's.
       000-MAIN.
           PERFORM 050-LOAD-CONTROLS THRU 050-EXIT.
           OPEN OUTPUT ACCR-RPT.
           MOVE WS-RUN-DATE TO TTL-RUN-DATE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           OPEN EXTEND PAYGL-FILE.
           IF AX-IS-PENDING AND WS-RUN-DATE > AX-ACCR-DATE
               PERFORM 100-REVERSE THRU 100-EXIT.
           IF WS-MONTH-END = "Y"
               IF AX-ACCR-DATE = WS-RUN-DATE
                   MOVE "ACCRUAL ALREADY POSTED TONIGHT - NOT REPEATED"
                       TO RPT-OUT
                   WRITE RPT-OUT
               ELSE
                   PERFORM 200-ACCRUE THRU 200-EXIT
               END-IF
           ELSE
               MOVE "NOT A MONTH-END NIGHT - NO ACCRUAL" TO RPT-OUT
               WRITE RPT-OUT.
           CLOSE PAYGL-FILE.
           IF WS-REVERSED = 1 OR WS-ACCRUED = 1
               OPEN OUTPUT ACCTL-FILE
               WRITE ACCTL-REC FROM WS-ACCTL
               CLOSE ACCTL-FILE.
           CLOSE ACCR-RPT.
           IF WS-GL-DEBITS NOT = WS-GL-CREDITS
               DISPLAY "ACCRUED WAGES JOURNAL OUT OF BALANCE DR="
                   WS-GL-DEBITS " CR=" WS-GL-CREDITS
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
      * Reads the run date and month-end flag, the accrual control
      * record, and the pay-period control record.
       050-LOAD-CONTROLS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       IF PD-RUN-DATE NUMERIC AND PD-RUN-DATE > 0
                           MOVE PD-RUN-DATE TO WS-RUN-DATE
                       END-IF
                       IF PD-IS-MONTH-END
                           MOVE "Y" TO WS-MONTH-END
                       END-IF
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           MOVE SPACE TO AX-STATUS.
           MOVE 0 TO AX-ACCR-DATE AX-MONTH-END AX-REV-DATE
               AX-WAGES AX-ER-TAX.
           OPEN INPUT ACCTL-FILE.
           IF WS-ACCTL-STATUS = "00"
               READ ACCTL-FILE INTO WS-ACCTL
                   AT END
                       CONTINUE
               END-READ
           END-IF.
           CLOSE ACCTL-FILE.
           OPEN INPUT PAYPER-FILE.
           IF WS-PAYPER-STATUS = "00"
               READ PAYPER-FILE
                   NOT AT END
                       MOVE 1 TO WS-PERIOD-FOUND
                       MOVE PP-PERIOD-NO TO WS-PERIOD-NO
                       MOVE PP-START-DATE TO WS-PERIOD-START
                       MOVE PP-END-DATE TO WS-PERIOD-END
                       IF PP-IS-PAID
                           MOVE 1 TO WS-PERIOD-PAID
                       END-IF
               END-READ
           END-IF.
           CLOSE PAYPER-FILE.
       050-EXIT.
           EXIT.
      * Posts every saved line of the pending accrual back to PAYGL
      * with debit and credit swapped.
       100-REVERSE.
           MOVE 0 TO WS-AL-EOF.
           OPEN INPUT ACCRL-FILE.
           IF WS-ACCRL-STATUS NOT = "00"
               MOVE 1 TO WS-AL-EOF.
           PERFORM 150-REVERSE-ONE THRU 150-EXIT
               UNTIL WS-AL-EOF = 1.
           CLOSE ACCRL-FILE.
           MOVE AX-ACCR-DATE TO RV-ACCR-DATE.
           MOVE WS-REV-LINES TO RV-LINES.
           MOVE WS-REV-DEBITS TO RV-AMOUNT.
           MOVE REV-LINE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE SPACE TO AX-STATUS.
           MOVE WS-RUN-DATE TO AX-REV-DATE.
           MOVE 1 TO WS-REVERSED.
       100-EXIT.
           EXIT.
       150-REVERSE-ONE.
           READ ACCRL-FILE
               AT END
                   MOVE 1 TO WS-AL-EOF
                   GO TO 150-EXIT
           END-READ.
           MOVE AL-ACCOUNT TO PG-ACCOUNT.
           MOVE AL-DEPT TO PG-DEPT.
           MOVE SPACES TO PG-DESC.
           STRING "REV " AL-DESC DELIMITED BY SIZE INTO PG-DESC.
           MOVE AL-CREDIT TO PG-DEBIT.
           MOVE AL-DEBIT TO PG-CREDIT.
           ADD PG-DEBIT TO WS-GL-DEBITS WS-REV-DEBITS.
           ADD PG-CREDIT TO WS-GL-CREDITS.
           WRITE PAYGL-REC.
           ADD 1 TO WS-REV-LINES.
       150-EXIT.
           EXIT.
      * Works out the unpaid window, prices every employee's share
      * of it by department, and writes the accrual to PAYGL and to
      * the saved lines the reversal reads.
       200-ACCRUE.
           IF WS-PERIOD-FOUND = 0
               MOVE "NO PAY PERIOD ON FILE - NO ACCRUAL" TO RPT-OUT
               WRITE RPT-OUT
               GO TO 200-EXIT.
           PERFORM 210-SET-WINDOW THRU 210-EXIT.
           IF WS-WIN-START > WS-WIN-END
               MOVE "PAID THROUGH MONTH END - NO ACCRUAL" TO RPT-OUT
               WRITE RPT-OUT
               GO TO 200-EXIT.
           PERFORM 220-COUNT-WORKDAYS THRU 220-EXIT.
           MOVE WS-WIN-START TO WIN-FROM.
           MOVE WS-WIN-END TO WIN-TO.
           MOVE WS-WIN-DAYS TO WIN-DAYS.
           MOVE WS-PERIOD-NO TO WIN-PERIOD.
           MOVE RPT-WINDOW TO RPT-OUT.
           WRITE RPT-OUT.
           IF WS-WIN-DAYS = 0
               MOVE "NO WORKDAYS IN THE WINDOW - NO ACCRUAL"
                   TO RPT-OUT
               WRITE RPT-OUT
               GO TO 200-EXIT.
           INITIALIZE WS-DEPT-TABLE.
           MOVE 0 TO WS-EMP-EOF.
           OPEN INPUT EMPMASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               MOVE 1 TO WS-EMP-EOF.
           OPEN INPUT TIMECLOCK-FILE.
           PERFORM 300-ACCRUE-EMP THRU 300-EXIT
               UNTIL WS-EMP-EOF = 1.
           CLOSE EMPMASTER-FILE TIMECLOCK-FILE.
           MOVE RPT-HEAD TO RPT-OUT.
           WRITE RPT-OUT.
           OPEN OUTPUT ACCRL-FILE.
           PERFORM 400-DEPT-JOURNAL THRU 400-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
           MOVE "ERTAXEXP" TO PG-ACCOUNT.
           MOVE SPACES TO PG-DEPT.
           MOVE "ACCRUED EMPLOYER TAX" TO PG-DESC.
           MOVE WS-TOT-ER-TAX TO PG-DEBIT.
           MOVE 0 TO PG-CREDIT.
           PERFORM 450-GL-WRITE THRU 450-EXIT.
           MOVE "ACCRPAYL" TO PG-ACCOUNT.
           MOVE SPACES TO PG-DEPT.
           MOVE "ACCRUED PAYROLL LIAB" TO PG-DESC.
           MOVE 0 TO PG-DEBIT.
           COMPUTE PG-CREDIT = WS-TOT-WAGES + WS-TOT-ER-TAX.
           PERFORM 450-GL-WRITE THRU 450-EXIT.
           CLOSE ACCRL-FILE.
           MOVE "ALL " TO RL-DEPT.
           MOVE WS-EMP-COUNT TO RL-EMPS.
           MOVE WS-TOT-WAGES TO RL-WAGES.
           MOVE WS-TOT-ER-TAX TO RL-ER-TAX.
           COMPUTE RL-TOTAL = WS-TOT-WAGES + WS-TOT-ER-TAX.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT.
           MOVE "P" TO AX-STATUS.
           MOVE WS-RUN-DATE TO AX-ACCR-DATE.
           MOVE WS-WIN-END TO AX-MONTH-END.
           MOVE WS-TOT-WAGES TO AX-WAGES.
           MOVE WS-TOT-ER-TAX TO AX-ER-TAX.
           MOVE 1 TO WS-ACCRUED.
       200-EXIT.
           EXIT.
      * The window ends on the last calendar day of the run month
      * and starts on the open period's first day, or the day after
      * the period PAYROLL has already paid.
       210-SET-WINDOW.
           MOVE WS-RUN-DATE TO WS-NEXT-MONTH.
           IF WS-NM-MONTH = 12
               ADD 1 TO WS-NM-YEAR
               MOVE 1 TO WS-NM-MONTH
           ELSE
               ADD 1 TO WS-NM-MONTH.
           MOVE 1 TO WS-NM-DAY.
           COMPUTE WS-WIN-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).
           IF WS-PERIOD-PAID = 1
               COMPUTE WS-WIN-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-PERIOD-END) + 1)
           ELSE
               MOVE WS-PERIOD-START TO WS-WIN-START.
       210-EXIT.
           EXIT.
      * Counts the BUSCAL workdays in the window and in the pay
      * period (ten when the calendar does not cover the period).
       220-COUNT-WORKDAYS.
           MOVE 0 TO WS-WIN-DAYS WS-PER-DAYS.
           MOVE 0 TO WS-CAL-EOF.
           OPEN INPUT BUSCAL-FILE.
           IF WS-BUSCAL-STATUS NOT = "00"
               MOVE 1 TO WS-CAL-EOF.
           PERFORM 230-COUNT-ONE THRU 230-EXIT
               UNTIL WS-CAL-EOF = 1.
           CLOSE BUSCAL-FILE.
           IF WS-PER-DAYS = 0
               MOVE 10 TO WS-PER-DAYS.
       220-EXIT.
           EXIT.
       230-COUNT-ONE.
           READ BUSCAL-FILE
               AT END
                   MOVE 1 TO WS-CAL-EOF
                   GO TO 230-EXIT
           END-READ.
           IF NOT CAL-IS-BUSINESS-DAY
               GO TO 230-EXIT.
           IF CAL-DATE NOT < WS-WIN-START
               AND CAL-DATE NOT > WS-WIN-END
               ADD 1 TO WS-WIN-DAYS.
           IF CAL-DATE NOT < WS-PERIOD-START
               AND CAL-DATE NOT > WS-PERIOD-END
               ADD 1 TO WS-PER-DAYS.
       230-EXIT.
           EXIT.
      * Prices one employee's unpaid days.  Anyone hired after the
      * month end or gone before the window opened is passed over.
       300-ACCRUE-EMP.
           READ EMPMASTER-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EMP-EOF
                   GO TO 300-EXIT
           END-READ.
           IF EM-HIRE-DATE > WS-WIN-END
               GO TO 300-EXIT.
           IF EM-TERMINATED AND EM-TERM-DATE < WS-WIN-START
               GO TO 300-EXIT.
           IF EM-PAY-RATE NOT NUMERIC OR EM-PAY-RATE = 0
               GO TO 300-EXIT.
           MOVE 0 TO WS-EMP-WAGES.
           MOVE EM-EMPNUM TO TC-EMPNUM.
           READ TIMECLOCK-FILE
               INVALID KEY
                   COMPUTE WS-EMP-WAGES ROUNDED =
                       EM-PAY-RATE * WS-WIN-DAYS / WS-PER-DAYS
                   GO TO 320-ACCUM
           END-READ.
           IF WS-PERIOD-PAID = 0 AND TC-PERIOD = WS-PERIOD-NO
               COMPUTE WS-EMP-WAGES ROUNDED =
                   (TC-REG-HOURS + TC-VAC-HOURS + TC-SICK-HOURS)
                       * EM-PAY-RATE
                   + TC-OT-HOURS * EM-PAY-RATE * WS-OT-MULT
           ELSE
               COMPUTE WS-EMP-WAGES ROUNDED =
                   WS-WIN-DAYS * WS-STD-DAY-HOURS * EM-PAY-RATE.
       320-ACCUM.
           IF WS-EMP-WAGES = 0
               GO TO 300-EXIT.
           COMPUTE WS-EMP-ER-TAX ROUNDED =
               WS-EMP-WAGES * WS-FICA-RATE
               + WS-EMP-WAGES * WS-MEDICARE-RATE.
           PERFORM 350-FIND-DEPT THRU 350-EXIT.
           IF WS-DEPT-FOUND = 0
               DISPLAY "DEPARTMENT TABLE FULL - EMPLOYEE " EM-EMPNUM
                   " DEPT " EM-DEPT " NOT ACCRUED"
               GO TO 300-EXIT.
           ADD 1 TO WS-DP-EMPS(DEP-IDX).
           ADD WS-EMP-WAGES TO WS-DP-WAGES(DEP-IDX).
           ADD WS-EMP-ER-TAX TO WS-DP-ER-TAX(DEP-IDX).
           ADD 1 TO WS-EMP-COUNT.
           ADD WS-EMP-WAGES TO WS-TOT-WAGES.
           ADD WS-EMP-ER-TAX TO WS-TOT-ER-TAX.
       300-EXIT.
           EXIT.
      * Finds the employee's department on the table, adding it
      * the first time it is seen (input is in employee order, so
      * department totals cannot ride a control break).
       350-FIND-DEPT.
           MOVE 1 TO WS-DEPT-FOUND.
           SET DEP-IDX TO 1.
           SEARCH WS-DP-ENTRY
               AT END
                   MOVE 0 TO WS-DEPT-FOUND
               WHEN DEP-IDX > WS-DEPT-COUNT
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE EM-DEPT TO WS-DP-CODE(DEP-IDX)
               WHEN WS-DP-CODE(DEP-IDX) = EM-DEPT
                   CONTINUE
           END-SEARCH.
       350-EXIT.
           EXIT.
      * Writes one department's accrued labor expense debit and its
      * report line.
       400-DEPT-JOURNAL.
           MOVE "LABOREXP" TO PG-ACCOUNT.
           MOVE WS-DP-CODE(WS-DEPT-IDX) TO PG-DEPT.
           MOVE "ACCRUED LABOR EXPENSE" TO PG-DESC.
           MOVE WS-DP-WAGES(WS-DEPT-IDX) TO PG-DEBIT.
           MOVE 0 TO PG-CREDIT.
           PERFORM 450-GL-WRITE THRU 450-EXIT.
           MOVE WS-DP-CODE(WS-DEPT-IDX) TO RL-DEPT.
           MOVE WS-DP-EMPS(WS-DEPT-IDX) TO RL-EMPS.
           MOVE WS-DP-WAGES(WS-DEPT-IDX) TO RL-WAGES.
           MOVE WS-DP-ER-TAX(WS-DEPT-IDX) TO RL-ER-TAX.
           COMPUTE RL-TOTAL = WS-DP-WAGES(WS-DEPT-IDX)
               + WS-DP-ER-TAX(WS-DEPT-IDX).
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT.
       400-EXIT.
           EXIT.
      * Writes one accrual line to PAYGL and to the saved lines,
      * and runs the journal totals.
       450-GL-WRITE.
           ADD PG-DEBIT TO WS-GL-DEBITS.
           ADD PG-CREDIT TO WS-GL-CREDITS.
           WRITE PAYGL-REC.
           MOVE PAYGL-REC TO ACCRL-REC.
           WRITE ACCRL-REC.
       450-EXIT.
           EXIT.
       END PROGRAM PAYACCR.

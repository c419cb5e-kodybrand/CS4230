      ***********************************************************
      * ACA FULL-TIME HOURS MEASUREMENT
      * KODY BRAND
      * This program runs in the nightly job after PAYROLL.  Once
      * PAYROLL has marked the PAYPER period paid, it posts every
      * check's hours paid from the PAYDTL pay-detail extract to
      * the HW2ACAHR measurement file, one record per employee per
      * calendar month of the check date, so the months add up to
      * the hours the Affordable Care Act full-time test is run
      * on.  A period already posted to an employee's month is
      * passed over, so a rerun never counts hours twice.  On the
      * calendar's month-end night it also prints the HR report of
      * variable-hour employees whose average monthly hours over
      * the look-back measurement period have reached full time,
      * or are close enough to it that HR should watch them.  The
      * look-back length, the full-time line, and the watch line
      * come from the HW2ACACT control record (12 months, 130
      * hours, and 120 hours when there is none).
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACAMEAS.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYDTL-FILE ASSIGN TO UT-S-PAYDTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYDTL-STATUS.
           SELECT OPTIONAL PAYPER-FILE ASSIGN TO UT-S-PAYPER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPER-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL ACACTL-FILE ASSIGN TO UT-S-ACACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACACTL-STATUS.
           SELECT OPTIONAL ACAHRS-FILE ASSIGN TO UT-S-ACAHRS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-ACAHRS-STATUS.
           SELECT EMPMASTER-FILE ASSIGN TO UT-S-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EM-EMPNUM
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT ACA-RPT ASSIGN TO UT-S-ACARPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYDTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PAYDTL-REC.
           05  PD-EMPNUM       PIC 9(4).
           05  PD-NAME         PIC X(20).
           05  PD-DEPT         PIC X(4).
           05  PD-PAYTYPE      PIC X.
           05  PD-GROSS        PIC 9(7)V99.
           05  PD-FED-TAX      PIC 9(7)V99.
           05  PD-FICA-TAX     PIC 9(7)V99.
           05  PD-MEDICARE-TAX PIC 9(7)V99.
           05  PD-STATE-TAX    PIC 9(7)V99.
           05  PD-GARNISH      PIC 9(7)V99.
           05  PD-NET          PIC 9(7)V99.
           05  PD-YTD-GROSS    PIC 9(7)V99.
           05  PD-YTD-NET      PIC 9(7)V99.
           05  PD-STATE        PIC XX.
           05  PD-HOURS        PIC 9(3)V99.
           05  PD-PAYCODE      PIC X.
           05  PD-WC-CLASS     PIC X(4).
           05  PD-OT-PREM      PIC 9(5)V99.
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
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
               88  PD-IS-MONTH-END     VALUE "Y".
       FD  ACACTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  ACACTL-REC.
           05  AC-LOOKBACK     PIC 99.
           05  AC-FT-HOURS     PIC 9(3).
           05  AC-WARN-HOURS   PIC 9(3).
           05  AC-EE-SHARE     PIC 9(4)V99.
           05  AC-OFFER-ALL-FT PIC X.
           05  AC-PLAN-CODE    PIC X(4)    OCCURS 5 TIMES.
       FD  ACAHRS-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  AH-REC.
           05  AH-KEY.
               10  AH-EMPNUM   PIC 9(4).
               10  AH-YEAR     PIC 9(4).
               10  AH-MONTH    PIC 99.
           05  AH-HOURS        PIC 9(4)V99.
           05  AH-SALARIED     PIC X.
               88  AH-IS-SALARIED      VALUE "Y".
           05  AH-LAST-PERIOD  PIC 9(4).
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
       FD  ACA-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(80).

       WORKING-STORAGE SECTION.
       77  UT-S-PAYDTL  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2DTL.DAT'.
       77  UT-S-PAYPER  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PAYPR.DAT'.
       77  UT-S-PROCDATE PIC X(50)
               VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  UT-S-ACACTL  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2ACACT.DAT'.
       77  UT-S-ACAHRS  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2ACAHR.DAT'.
       77  UT-S-EMPMAST PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EMP.DAT'.
       77  UT-S-ACARPT  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2ACAMS.RPT'.
       77  WS-PAYDTL-STATUS PIC XX     VALUE SPACES.
       77  WS-PAYPER-STATUS PIC XX     VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX   VALUE SPACES.
       77  WS-ACACTL-STATUS PIC XX     VALUE SPACES.
       77  WS-ACAHRS-STATUS PIC XX     VALUE SPACES.
       77  WS-EMPMAST-STATUS PIC XX    VALUE SPACES.
       77  WS-RUN-DATE  PIC 9(8)       VALUE 0.
       77  WS-RUN-YEAR  PIC 9(4)       VALUE 0.
       77  WS-RUN-MONTH PIC 99         VALUE 0.
       77  WS-MONTH-END PIC X          VALUE "N".
       77  WS-PERIOD-NO PIC 9(4)       VALUE 0.
       77  WS-CHECK-DATE PIC 9(8)      VALUE 0.
       77  WS-PERIOD-PAID PIC 9        VALUE 0.
       77  WS-DTL-EOF   PIC 9          VALUE 0.
       77  WS-EMP-EOF   PIC 9          VALUE 0.
       77  WS-AH-FOUND  PIC 9          VALUE 0.
       77  WS-POSTED    PIC 9(5)       VALUE 0.
       77  WS-PASSED    PIC 9(5)       VALUE 0.
       77  WS-LISTED-FT PIC 9(5)       VALUE 0.
       77  WS-LISTED-WATCH PIC 9(5)    VALUE 0.
      * Measurement window, as month numbers (year times 12 plus
      * month less one) so it can run back across a year end.
       77  WS-END-MNO   PIC 9(6)       VALUE 0.
       77  WS-START-MNO PIC 9(6)       VALUE 0.
       77  WS-HIRE-MNO  PIC 9(6)       VALUE 0.
       77  WS-HIRE-YEAR PIC 9(4)       VALUE 0.
       77  WS-HIRE-MONTH PIC 99        VALUE 0.
       77  WS-MNO       PIC 9(6)       VALUE 0.
       77  WS-MNO-YEAR  PIC 9(4)       VALUE 0.
       77  WS-MNO-MONTH PIC 99         VALUE 0.
       77  WS-MONTHS    PIC 99         VALUE 0.
       77  WS-TOTAL-HOURS PIC 9(5)V99  VALUE 0.
       77  WS-AVG-HOURS PIC 9(4)V99    VALUE 0.
       77  WS-LAST-SALARIED PIC X      VALUE "N".
      * Defaults when no HW2ACACT control record is on file.
       77  ACA-LOOKBACK PIC 99         VALUE 12.
       77  ACA-FT-HOURS PIC 9(3)       VALUE 130.
       77  ACA-WARN-HOURS PIC 9(3)     VALUE 120.
       01  RPT-TITLE.
           05  FILLER      PIC X(36)
               VALUE "ACA FULL-TIME MEASUREMENT THROUGH ".
           05  TTL-MONTH   PIC 99.
           05  FILLER      PIC X       VALUE "/".
           05  TTL-YEAR    PIC 9(4).
           05  FILLER      PIC X(3)    VALUE " - ".
           05  TTL-LOOKBACK PIC Z9.
           05  FILLER      PIC X(15)   VALUE " MONTH LOOKBACK".
       01  RPT-HEAD.
           05  FILLER      PIC X(42)
               VALUE "EMPL NAME                 DEPT MONTHS  AV".
           05  FILLER      PIC X(25)
               VALUE "G HOURS  STATUS".
       01  RPT-LINE.
           05  RL-EMPNUM   PIC 9(4).
           05  FILLER      PIC X       VALUE SPACE.
           05  RL-NAME     PIC X(20).
           05  FILLER      PIC X       VALUE SPACE.
           05  RL-DEPT     PIC X(4).
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RL-MONTHS   PIC Z9.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  RL-AVG      PIC ZZZ9.99.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RL-STATUS   PIC X(16).
       01  POST-LINE.
           05  FILLER      PIC X(15)   VALUE "PAY PERIOD ".
           05  PL-PERIOD   PIC 9(4).
           05  FILLER      PIC X(17)   VALUE "  CHECKS POSTED: ".
           05  PL-POSTED   PIC ZZ,ZZ9.
           05  FILLER      PIC X(18)   VALUE "  ALREADY POSTED: ".
           05  PL-PASSED   PIC ZZ,ZZ9.
       01  TOTAL-LINE.
           05  FILLER      PIC X(20)   VALUE "FULL-TIME:          ".
           05  TL-FT       PIC ZZ,ZZ9.
           05  FILLER      PIC X(20)   VALUE "    APPROACHING:    ".
           05  TL-WATCH    PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
      * Posts the paid period's hours, then on the month-end night
      * prints the HR measurement report.
       000-MAIN.
           PERFORM 050-LOAD-CONTROLS THRU 050-EXIT.
           OPEN OUTPUT ACA-RPT.
           OPEN I-O ACAHRS-FILE.
           IF WS-ACAHRS-STATUS NOT = "00"
               AND WS-ACAHRS-STATUS NOT = "05"
               OPEN OUTPUT ACAHRS-FILE
               CLOSE ACAHRS-FILE
               OPEN I-O ACAHRS-FILE.
           IF WS-PERIOD-PAID = 1
               PERFORM 100-POST-PERIOD THRU 100-EXIT
           ELSE
               MOVE "PAY PERIOD NOT YET PAID - NO HOURS POSTED"
                   TO RPT-OUT
               WRITE RPT-OUT.
           IF WS-MONTH-END = "Y"
               PERFORM 300-REPORT THRU 300-EXIT.
           CLOSE ACAHRS-FILE ACA-RPT.
           STOP RUN.
      * Reads the run date, the measurement control record, and
      * the pay-period control record.  Only a period PAYROLL has
      * marked paid is posted, under the month of its check date.
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
           OPEN INPUT ACACTL-FILE.
           IF WS-ACACTL-STATUS = "00"
               READ ACACTL-FILE
                   NOT AT END
                       IF AC-LOOKBACK NUMERIC AND AC-LOOKBACK > 0
                           MOVE AC-LOOKBACK TO ACA-LOOKBACK
                       END-IF
                       IF AC-FT-HOURS NUMERIC AND AC-FT-HOURS > 0
                           MOVE AC-FT-HOURS TO ACA-FT-HOURS
                       END-IF
                       IF AC-WARN-HOURS NUMERIC AND AC-WARN-HOURS > 0
                           MOVE AC-WARN-HOURS TO ACA-WARN-HOURS
                       END-IF
               END-READ
           END-IF.
           CLOSE ACACTL-FILE.
           OPEN INPUT PAYPER-FILE.
           IF WS-PAYPER-STATUS = "00"
               READ PAYPER-FILE
                   NOT AT END
                       IF PP-IS-PAID AND PP-CHECK-DATE NUMERIC
                           AND PP-CHECK-DATE > 0
                           MOVE PP-PERIOD-NO TO WS-PERIOD-NO
                           MOVE PP-CHECK-DATE TO WS-CHECK-DATE
                           MOVE 1 TO WS-PERIOD-PAID
                       END-IF
               END-READ
           END-IF.
           CLOSE PAYPER-FILE.
       050-EXIT.
           EXIT.
      * Posts every check on the pay-detail extract.
       100-POST-PERIOD.
           OPEN INPUT PAYDTL-FILE.
           IF WS-PAYDTL-STATUS NOT = "00"
               MOVE 1 TO WS-DTL-EOF.
           PERFORM 150-POST-ONE THRU 150-EXIT
               UNTIL WS-DTL-EOF = 1.
           CLOSE PAYDTL-FILE.
           MOVE WS-PERIOD-NO TO PL-PERIOD.
           MOVE WS-POSTED TO PL-POSTED.
           MOVE WS-PASSED TO PL-PASSED.
           MOVE POST-LINE TO RPT-OUT.
           WRITE RPT-OUT.
       100-EXIT.
           EXIT.
      * Adds one check's hours to the employee's month.  A bonus
      * check carries no hours; a salary check marks the month
      * salaried, which the full-time test counts as full time.
       150-POST-ONE.
           READ PAYDTL-FILE
               AT END
                   MOVE 1 TO WS-DTL-EOF
                   GO TO 150-EXIT
           END-READ.
           IF PD-PAYCODE = "B"
               GO TO 150-EXIT.
           IF PD-PAYCODE NOT = "S"
               IF PD-HOURS NOT NUMERIC OR PD-HOURS = 0
                   GO TO 150-EXIT.
           MOVE PD-EMPNUM TO AH-EMPNUM.
           MOVE WS-CHECK-DATE(1:4) TO AH-YEAR.
           MOVE WS-CHECK-DATE(5:2) TO AH-MONTH.
           MOVE 1 TO WS-AH-FOUND.
           READ ACAHRS-FILE
               INVALID KEY
                   MOVE 0 TO WS-AH-FOUND
                   MOVE 0 TO AH-HOURS
                   MOVE "N" TO AH-SALARIED
                   MOVE 0 TO AH-LAST-PERIOD
           END-READ.
           IF AH-LAST-PERIOD = WS-PERIOD-NO
               ADD 1 TO WS-PASSED
               GO TO 150-EXIT.
           IF PD-PAYCODE = "S"
               MOVE "Y" TO AH-SALARIED
           ELSE
               ADD PD-HOURS TO AH-HOURS.
           MOVE WS-PERIOD-NO TO AH-LAST-PERIOD.
           IF WS-AH-FOUND = 1
               REWRITE AH-REC
           ELSE
               WRITE AH-REC.
           ADD 1 TO WS-POSTED.
       150-EXIT.
           EXIT.
      * Lists every active variable-hour employee whose average
      * monthly hours over the look-back months ending this month
      * are at or over the watch line.
       300-REPORT.
           MOVE WS-RUN-DATE(5:2) TO TTL-MONTH.
           MOVE WS-RUN-DATE(1:4) TO TTL-YEAR.
           MOVE ACA-LOOKBACK TO TTL-LOOKBACK.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE RPT-HEAD TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE WS-RUN-DATE(1:4) TO WS-RUN-YEAR.
           MOVE WS-RUN-DATE(5:2) TO WS-RUN-MONTH.
           COMPUTE WS-END-MNO = (WS-RUN-YEAR * 12) + WS-RUN-MONTH - 1.
           COMPUTE WS-START-MNO = WS-END-MNO - ACA-LOOKBACK + 1.
           OPEN INPUT EMPMASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               MOVE 1 TO WS-EMP-EOF.
           PERFORM 350-MEASURE-ONE THRU 350-EXIT
               UNTIL WS-EMP-EOF = 1.
           CLOSE EMPMASTER-FILE.
           MOVE WS-LISTED-FT TO TL-FT.
           MOVE WS-LISTED-WATCH TO TL-WATCH.
           MOVE TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
       300-EXIT.
           EXIT.
      * Averages one employee's hours over the look-back months
      * the employee was on the payroll, so a new hire is measured
      * on the months since hire rather than diluted by months
      * before it.  An employee paid salary in the latest month on
      * file is full time by pay code and is not listed.
       350-MEASURE-ONE.
           READ EMPMASTER-FILE
               AT END
                   MOVE 1 TO WS-EMP-EOF
                   GO TO 350-EXIT
           END-READ.
           IF EM-TERMINATED
               GO TO 350-EXIT.
           MOVE WS-START-MNO TO WS-MNO.
           IF EM-HIRE-DATE NUMERIC AND EM-HIRE-DATE > 0
               MOVE EM-HIRE-DATE(1:4) TO WS-HIRE-YEAR
               MOVE EM-HIRE-DATE(5:2) TO WS-HIRE-MONTH
               COMPUTE WS-HIRE-MNO = (WS-HIRE-YEAR * 12)
                   + WS-HIRE-MONTH - 1
               IF WS-HIRE-MNO > WS-MNO
                   MOVE WS-HIRE-MNO TO WS-MNO
               END-IF
           END-IF.
           IF WS-MNO > WS-END-MNO
               GO TO 350-EXIT.
           MOVE 0 TO WS-MONTHS.
           MOVE 0 TO WS-TOTAL-HOURS.
           MOVE "N" TO WS-LAST-SALARIED.
           PERFORM 370-ADD-MONTH THRU 370-EXIT
               UNTIL WS-MNO > WS-END-MNO.
           IF WS-LAST-SALARIED = "Y" OR WS-MONTHS = 0
               GO TO 350-EXIT.
           COMPUTE WS-AVG-HOURS ROUNDED = WS-TOTAL-HOURS / WS-MONTHS.
           IF WS-AVG-HOURS < ACA-WARN-HOURS
               GO TO 350-EXIT.
           MOVE EM-EMPNUM TO RL-EMPNUM.
           MOVE EM-NAME TO RL-NAME.
           MOVE EM-DEPT TO RL-DEPT.
           MOVE WS-MONTHS TO RL-MONTHS.
           MOVE WS-AVG-HOURS TO RL-AVG.
           IF WS-AVG-HOURS NOT < ACA-FT-HOURS
               MOVE "FULL-TIME" TO RL-STATUS
               ADD 1 TO WS-LISTED-FT
           ELSE
               MOVE "APPROACHING" TO RL-STATUS
               ADD 1 TO WS-LISTED-WATCH.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       350-EXIT.
           EXIT.
      * Adds one month of the window; a salaried month counts the
      * full-time line.
       370-ADD-MONTH.
           DIVIDE WS-MNO BY 12 GIVING WS-MNO-YEAR
               REMAINDER WS-MNO-MONTH.
           ADD 1 TO WS-MNO-MONTH.
           ADD 1 TO WS-MONTHS.
           MOVE EM-EMPNUM TO AH-EMPNUM.
           MOVE WS-MNO-YEAR TO AH-YEAR.
           MOVE WS-MNO-MONTH TO AH-MONTH.
           MOVE "N" TO WS-LAST-SALARIED.
           READ ACAHRS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AH-IS-SALARIED
                       ADD ACA-FT-HOURS TO WS-TOTAL-HOURS
                       MOVE "Y" TO WS-LAST-SALARIED
                   ELSE
                       ADD AH-HOURS TO WS-TOTAL-HOURS
                   END-IF
           END-READ.
           ADD 1 TO WS-MNO.
       370-EXIT.
           EXIT.
       END PROGRAM ACAMEAS.

      *                 AMOUNT, NOT A RATE, AND EVERY SUPPLEMENTAL
      *                 RUN WAS FLOODING SUSPENSE WITH BOGUS
      *                 RATE-DISAGREES ADVISORIES.
      * 2026-10-15  KB  WITHHOLD UNDER THE W-4 ELECTIONS NOW
      *                 CARRIED ON THE EMPLOYEE MASTER: THE FILING
      *                 STATUS PICKS THE BRACKET TABLE (TAXTABLE
      *                 RECORDS NOW CARRY THE STATUS), THE
      *                 PERIOD'S SHARE OF THE DEPENDENT CREDIT
      *                 COMES OFF, THE EXTRA WITHHOLDING IS ADDED
      *                 ON AS FAR AS THE CHECK COVERS IT, AND AN
      *                 EXEMPT ELECTION WITHHOLDS NOTHING UNTIL IT
      *                 LAPSES AFTER FEBRUARY 15 OF THE FOLLOWING
      *                 YEAR, WHEN THE CHECK WITHHOLDS AS SINGLE
      *                 AND AN ADVISORY SUSPENSE LINE ASKS FOR THE
      *                 RENEWAL.
      * 2026-10-15  KB  CARRY THE SOCIAL SECURITY NUMBER NOW ON
      *                 THE EMPLOYEE MASTER RECORD.
      * 2026-10-15  KB  REFUSE A RUN WHOSE CHECK DATE IS NOT IN
      *                 THE PAYROLL YEAR OPEN ON THE NEW HW2YTDCT
      *                 CONTROL RECORD, SO A JANUARY CHECK CANNOT
      *                 POST BEFORE YECLOSE HAS MOVED LAST YEAR'S
      *                 YTD TOTALS TO HISTORY; THE FIRST CLEAN RUN
      *                 STARTS THE CONTROL RECORD.
      * 2026-10-15  KB  PAY HOURLY OVERTIME FROM THE STRAIGHT-TIME
      *                 AND OVERTIME HOURS THE PUNCH EDIT NOW
      *                 SPLITS OUT WORKWEEK BY WORKWEEK, SO 50
      *                 HOURS IN ONE WEEK AND 30 IN THE NEXT PAYS
      *                 10 HOURS OF OVERTIME; A CLOCK RECORD
      *                 WITHOUT THE SPLIT STILL PAYS OVER 40 FOR
      *                 THE PERIOD.
      * 2026-10-15  KB  ROUTE AN HOURLY EMPLOYEE TO SUSPENSE
      *                 UNLESS THE EMPLOYEE'S DEPARTMENT HAS ITS
      *                 TIMECARDS APPROVED FOR THE PAY PERIOD ON
      *                 THE NEW HW2TCAPR APPROVAL FILE KEPT BY
      *                 TCAPPROV; A CORRECTED CLOCK RECORD WITH NO
      *                 WEEKLY SPLIT STILL PAYS ITS STRAIGHT TIME
      *                 AND OVERTIME AS CORRECTED.
      * 2026-10-15  KB  CARRY THE HOURS PAID AND THE PAY CODE ON
      *                 THE PAY-DETAIL EXTRACT FOR THE ACA FULL-
      *                 TIME MEASUREMENT (ACAMEAS).
      * 2026-10-15  KB  EMPLOYEE MASTER RECORD CARRIES THE HOME
      *                 ADDRESS (STREET, CITY, STATE, ZIP) FOR
      *                 STATE NEW-HIRE REPORTING.
      * 2026-10-15  KB  ACCUMULATE EACH CHECK'S GROSS WAGES AND
      *                 OVERTIME PREMIUM BY QUARTER, WORK STATE
      *                 AND THE EMPLOYEE'S WORKERS' COMP CLASS
      *                 CODE ON THE NEW HW2WCACC FILE FOR THE
      *                 WCQTR PREMIUM REPORT, AND CARRY THE CLASS
      *                 AND PREMIUM ON THE PAY-DETAIL EXTRACT.
      * 2026-10-15  KB  APPEND EVERY CHECK TO THE NEW HW2PAYHS
      *                 PERMANENT PAY-HISTORY FILE, KEYED BY
      *                 EMPLOYEE, CHECK DATE AND PERIOD, WITH THE
      *                 PRE-TAX AND AFTER-TAX DEDUCTIONS, FOR THE
      *                 PAYHINQ INQUIRY AND STUB REPRINT.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL.
           SELECT OPTIONAL PAYPER-FILE ASSIGN TO UT-S-PAYPER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPER-STATUS.
           SELECT OPTIONAL YTDCTL-FILE ASSIGN TO UT-S-YTDCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDCTL-STATUS.
           SELECT PAYDTL-FILE ASSIGN TO UT-S-PAYDTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPBANK-FILE ASSIGN TO UT-S-EMPBANK
               ACCESS IS RANDOM
               RECORD KEY IS TC-EMPNUM
               FILE STATUS IS WS-TIMECLOCK-STATUS.
           SELECT OPTIONAL TCAPPR-FILE ASSIGN TO UT-S-TCAPPR
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-TCAPPR-STATUS.
           SELECT OPTIONAL WCACC-FILE ASSIGN TO UT-S-WCACC
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS WC-KEY
               FILE STATUS IS WS-WCACC-STATUS.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO UT-S-PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY "PAYROLL.CPY".
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
       FD  GARNISH-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  TT-LOW      PIC 9(4).
           05  TT-HIGH     PIC 9(4).
           05  TT-RATE     PIC V999.
           05  TT-STATUS   PIC X.
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  PP-RUN-TYPE     PIC X.
               88  PP-IS-REGULAR       VALUE "R" SPACE.
               88  PP-IS-SUPPLEMENTAL  VALUE "S".
       FD  YTDCTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  YTDCTL-REC.
           05  YC-OPEN-YEAR    PIC 9(4).
           05  YC-CLOSED-YEAR  PIC 9(4).
           05  YC-CLOSE-DATE   PIC 9(8).
       FD  TCAPPR-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  TA-REC.
           05  TA-KEY.
               10  TA-PERIOD   PIC 9(4).
               10  TA-DEPT     PIC X(4).
           05  TA-OPER-ID      PIC X(3).
           05  TA-DATE         PIC 9(8).
           05  TA-TIME         PIC 9(6).
           05  TA-EMP-COUNT    PIC 9(4).
           05  TA-HOURS        PIC 9(5)V99.
      * Workers' comp payroll by quarter, work state and class.
       FD  WCACC-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  WC-REC.
           05  WC-KEY.
               10  WC-YEAR     PIC 9(4).
               10  WC-QTR      PIC 9.
               10  WC-STATE    PIC XX.
               10  WC-CLASS    PIC X(4).
           05  WC-GROSS        PIC 9(9)V99.
           05  WC-OT-PREM      PIC 9(9)V99.
           05  WC-CHECKS       PIC 9(5).
      * Permanent pay history: one record per check, kept across
      * runs and years for the PAYHINQ inquiry and stub reprint.
       FD  PAYHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PH-REC.
           05  PH-KEY.
               10  PH-EMPNUM   PIC 9(4).
               10  PH-CHECK-DATE PIC 9(8).
               10  PH-PERIOD   PIC 9(4).
           05  PH-NAME         PIC X(20).
           05  PH-DEPT         PIC X(4).
           05  PH-PAYTYPE      PIC X.
           05  PH-GROSS        PIC 9(7)V99.
           05  PH-FED-TAX      PIC 9(7)V99.
           05  PH-FICA-TAX     PIC 9(7)V99.
           05  PH-MEDICARE-TAX PIC 9(7)V99.
           05  PH-STATE-TAX    PIC 9(7)V99.
           05  PH-GARNISH      PIC 9(7)V99.
           05  PH-PRETAX-DED   PIC 9(7)V99.
           05  PH-POSTTAX-DED  PIC 9(7)V99.
           05  PH-NET          PIC 9(7)V99.
           05  PH-YTD-GROSS    PIC 9(7)V99.
           05  PH-YTD-NET      PIC 9(7)V99.
           05  PH-STATE        PIC XX.
           05  PH-HOURS        PIC 9(3)V99.
           05  PH-PAYCODE      PIC X.
           05  PH-CHECK-NO     PIC 9(6).
           05  PH-RUN-DATE     PIC 9(8).
       FD  PAYDTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  PD-YTD-GROSS    PIC 9(7)V99.
           05  PD-YTD-NET      PIC 9(7)V99.
           05  PD-STATE        PIC XX.
           05  PD-HOURS        PIC 9(3)V99.
           05  PD-PAYCODE      PIC X.
           05  PD-WC-CLASS     PIC X(4).
           05  PD-OT-PREM      PIC 9(5)V99.
       FD  EMPBANK-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
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
       FD  YTD-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
               VALUE 'C:\Projects\CS4230\HW2TAX.DAT'.
       77 UT-S-TIMECLK  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2CLOCK.DAT'.
       77 UT-S-TCAPPR   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2TCAPR.DAT'.
       77 UT-S-PAYDTL   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2DTL.DAT'.
       77 UT-S-PAYPER   PIC X(50)
       77 WS-PERIOD-START PIC 9(8)    VALUE 0.
       77 WS-PERIOD-END PIC 9(8)      VALUE 0.
       77 WS-CHECK-DATE PIC 9(8)      VALUE 0.
      * Payroll-year control: the year YTD-FILE is open for.  YECLOSE
      * moves it on; a check dated in any other year is refused.
       77 UT-S-YTDCTL   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2YTDCT.DAT'.
       77 WS-YTDCTL-STATUS PIC XX     VALUE SPACES.
       77 WS-TCAPPR-STATUS PIC XX     VALUE SPACES.
      * Workers' comp accumulation: the employee's class code and
      * the overtime premium (the half-time over straight time)
      * the carrier leaves out of payroll.
       77 UT-S-WCACC    PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2WCACC.DAT'.
       77 WS-WCACC-STATUS PIC XX      VALUE SPACES.
       77 WS-EMP-WC-CLASS PIC X(4)    VALUE SPACES.
       77 UT-S-PAYHIST  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PAYHS.DAT'.
       77 WS-PAYHIST-STATUS PIC XX    VALUE SPACES.
       77 WS-OT-PREM    PIC 9(5)V99   VALUE 0.
       77 WS-WC-DATE    PIC 9(8)      VALUE 0.
       77 WS-WC-MONTH   PIC 99        VALUE 0.
       77 WS-TC-APPROVED PIC 9        VALUE 0.
       77 WS-YTDCTL-FOUND PIC 9       VALUE 0.
       77 WS-CHECK-YEAR PIC 9(4)      VALUE 0.
      * Supplemental (bonus) run controls: the flat federal rate
      * replaces the bracket walk on a run flagged "S" on PAYPER.
       77 WS-RUN-SUPP   PIC 9         VALUE 0.
       77 WS-HOURS-CLOCK-PAID PIC 9(7)V99 VALUE 0.
       77 WS-HOURS-PAID  PIC 9(7)V99   VALUE 0.
       77 WS-CLOCK-USED  PIC 9         VALUE 0.
      * Set when the clock record carries the workweek split, so
      * overtime is paid week by week rather than over 40 hours
      * for the whole period.
       77 WS-CLOCK-WEEKLY PIC 9        VALUE 0.
       77 WS-CLOCK-REG   PIC 99V99     VALUE 0.
       77 WS-CLOCK-OT    PIC 99V99     VALUE 0.
       77 WS-BAL-BAD     PIC 9         VALUE 0.
       77 WS-RERUN-SKIPPED PIC 9(5)    VALUE 0.
       77 WS-ENV-RERUN   PIC X         VALUE SPACE.
                 10  WS-CURRENT-DAY     PIC  9(2).
      * Federal withholding bracket table, loaded from TAXTABLE-FILE
      * by 050-LOAD-TAX-TABLE at start-up instead of being hardcoded
      * here.  Each bracket carries the W-4 filing status it belongs
      * to (S single, M married filing jointly, H head of household);
      * a bracket record with no status is a single bracket.
       01 TX-RATE-TABLE.
           05 TX-RATE OCCURS 27 TIMES INDEXED BY INX-A.
               10 T-LOW    PIC 9(4).
               10 T-HIGH   PIC 9(4).
               10 T-RATE   PIC V999.
               10 T-STATUS PIC X.
       77 WS-TX-STATUS  PIC X           VALUE "S".
       77 WS-TX-M-CNT   PIC 9(2)        VALUE 0.
       77 WS-TX-H-CNT   PIC 9(2)        VALUE 0.
      * The W-4 elections in force for the check in hand, off the
      * employee master.  The dependent credit is annual and comes
      * off one pay period's withholding at a time; the extra
      * withholding is a flat amount per check.  An exempt election
      * is good through February 15 of the following year.
       01  WS-W4-ELECT.
           05  WS-W4-STATUS    PIC X.
           05  WS-W4-CREDIT    PIC 9(5)V99.
           05  WS-W4-EXTRA     PIC 9(4)V99.
           05  WS-W4-EXEMPT    PIC X.
           05  WS-W4-EXEMPT-YR PIC 9(4).
       77 W4-PAY-PERIODS PIC 9(2)       VALUE 26.
       77 WS-W4-EXEMPT-ON PIC 9         VALUE 0.
       77 WS-W4-LAPSED  PIC 9           VALUE 0.
       77 WS-W4-AS-OF   PIC 9(8)        VALUE 0.
       77 WS-W4-EXPIRES PIC 9(8)        VALUE 0.
       77 WS-W4-PD-CREDIT PIC 9(5)V99   VALUE 0.
       77 WS-W4-FED     PIC S9(7)V99    VALUE 0.
       77 WS-W4-ROOM    PIC S9(7)V99    VALUE 0.
       01  RECORD-16.
           05  FILLER      PIC X(6).
           05  FILLER      PIC X(15)   VALUE "W-4 ELECTIONS: ".
           05  16-STATUS   PIC X.
           05  FILLER      PIC X(12)   VALUE "  CREDIT/PD ".
           05  16-CREDIT   PIC $$,$$9.99.
           05  FILLER      PIC X(8)    VALUE "  EXTRA ".
           05  16-EXTRA    PIC $$,$$9.99.
           05  FILLER      PIC X(2).
           05  16-NOTE     PIC X(22).
       01 ST-RATE-DATA.
           05  FILLER  PIC X(6)    VALUE 'WI0550'.
           05  FILLER  PIC X(6)    VALUE 'IL0495'.
               OPEN OUTPUT GARNWH-FILE
           END-IF.
           OPEN INPUT TIMECLOCK-FILE.
           OPEN INPUT TCAPPR-FILE.
           OPEN I-O WCACC-FILE.
           IF WS-WCACC-STATUS NOT = "00" AND WS-WCACC-STATUS NOT = "05"
               OPEN OUTPUT WCACC-FILE
               CLOSE WCACC-FILE
               OPEN I-O WCACC-FILE.
           OPEN I-O PAYHIST-FILE.
           IF WS-PAYHIST-STATUS NOT = "00"
               AND WS-PAYHIST-STATUS NOT = "05"
               OPEN OUTPUT PAYHIST-FILE
               CLOSE PAYHIST-FILE
               OPEN I-O PAYHIST-FILE.
           OPEN INPUT DEDMAST-FILE.
           OPEN I-O LEAVEBAL-FILE.
           OPEN I-O TRAVCOMM-FILE.
               END-READ
           END-IF.
           CLOSE PAYPER-FILE.
           IF WS-PERIOD-FOUND = 1
               PERFORM 062-CHECK-PAY-YEAR THRU 062-EXIT.
       060-EXIT.
           EXIT.

      * Holds the check date to the year YTD-FILE is open for.  A
      * check dated in the next year before YECLOSE has moved last
      * year's totals to history would mix the two years on the
      * YTD record, and one dated in a year already closed would
      * land on the new year's; either refuses the run.  Until the
      * first close there is no control record and the run stands.
       062-CHECK-PAY-YEAR.
           MOVE WS-CHECK-DATE(1:4) TO WS-CHECK-YEAR.
           MOVE 0 TO WS-YTDCTL-FOUND.
           OPEN INPUT YTDCTL-FILE.
           IF WS-YTDCTL-STATUS = "00"
               READ YTDCTL-FILE
                   NOT AT END
                       MOVE 1 TO WS-YTDCTL-FOUND
               END-READ
           END-IF.
           CLOSE YTDCTL-FILE.
           IF WS-YTDCTL-FOUND = 0
               GO TO 062-EXIT.
           IF WS-CHECK-YEAR > YC-OPEN-YEAR
               DISPLAY "PAYROLL YEAR " YC-OPEN-YEAR
                   " NOT CLOSED - RUN YECLOSE BEFORE THE FIRST "
                   WS-CHECK-YEAR " CHECK - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF WS-CHECK-YEAR < YC-OPEN-YEAR
               DISPLAY "CHECK DATE " WS-CHECK-DATE
                   " FALLS IN CLOSED PAYROLL YEAR - RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
       062-EXIT.
           EXIT.

      * Reads the official processing date set by DATEADV so a
      * rerun carries the night's date, not the wall clock's; with
      * no control record the wall-clock date stands.
           SET INX-A TO 1
           PERFORM 055-READ-TAX-REC THRU 055-EXIT
               UNTIL WS-TAXTAB-EOF = 'Y'
                  OR INX-A > 27.
           CLOSE TAXTABLE-FILE.
       050-EXIT.
           EXIT.
                   MOVE TT-LOW TO T-LOW(INX-A)
                   MOVE TT-HIGH TO T-HIGH(INX-A)
                   MOVE TT-RATE TO T-RATE(INX-A)
                   MOVE TT-STATUS TO T-STATUS(INX-A)
                   IF TT-STATUS = "M"
                       ADD 1 TO WS-TX-M-CNT
                   END-IF
                   IF TT-STATUS = "H"
                       ADD 1 TO WS-TX-H-CNT
                   END-IF
                   IF TT-STATUS NOT = "M" AND TT-STATUS NOT = "H"
                       MOVE "S" TO T-STATUS(INX-A)
                   END-IF
                   SET INX-A UP BY 1
           END-READ.
       055-EXIT.
       270-LOOKUP-TIMECLOCK.
           MOVE R-EMPNUM TO TC-EMPNUM.
           MOVE 0 TO WS-CLOCK-USED.
           MOVE 0 TO WS-CLOCK-WEEKLY.
           READ TIMECLOCK-FILE
               INVALID KEY
                   CONTINUE
                       MOVE TC-VAC-HOURS TO WS-VAC-TAKEN
                       MOVE TC-SICK-HOURS TO WS-SICK-TAKEN
                       PERFORM 275-LOAD-DEPT-DETAIL THRU 275-EXIT
                       PERFORM 278-LOAD-WEEK-SPLIT THRU 278-EXIT
                   END-IF
           END-READ.
       270-EXIT.
               ADD WS-TCD-HOURS(WS-TCD-IDX) TO WS-TCD-TOTAL.
       277-EXIT.
           EXIT.
      * Picks up the straight-time and overtime hours the punch edit
      * figured workweek by workweek.  A record without the split,
      * or whose split does not add back to the hours worked, pays
      * overtime on the period total as before.
       278-LOAD-WEEK-SPLIT.
           IF TC-WEEK-COUNT NOT NUMERIC
               OR TC-REG-HOURS NOT NUMERIC
               OR TC-OT-HOURS NOT NUMERIC
               GO TO 278-EXIT.
           IF TC-REG-HOURS + TC-OT-HOURS NOT = TC-HOURS
               GO TO 278-EXIT.
           MOVE TC-REG-HOURS TO WS-CLOCK-REG.
           MOVE TC-OT-HOURS TO WS-CLOCK-OT.
           MOVE 1 TO WS-CLOCK-WEEKLY.
       278-EXIT.
           EXIT.
      * Looks for the supervisor's approval of this pay period's
      * timecards for the employee's home department.
       279-CHECK-APPROVAL.
           MOVE 0 TO WS-TC-APPROVED.
           MOVE WS-PERIOD-NO TO TA-PERIOD.
           MOVE WS-EMP-DEPT TO TA-DEPT.
           READ TCAPPR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO WS-TC-APPROVED
           END-READ.
       279-EXIT.
           EXIT.
      * Looks up the employee's name and department on the master
      * file so they can be shown on RECORD-1.
       280-LOOKUP-EMPLOYEE.
           MOVE R-EMPNUM TO EM-EMPNUM.
           MOVE 1 TO WS-EMP-PAYABLE.
           MOVE SPACES TO WS-W4-ELECT.
           MOVE SPACES TO WS-EMP-WC-CLASS.
           PERFORM 287-CLEAN-W4 THRU 287-EXIT.
           MOVE 0 TO WS-W4-EXEMPT-ON.
           MOVE 0 TO WS-W4-LAPSED.
           MOVE R-SALARY TO WS-PAY-RATE.
           READ EMPMASTER-FILE
               INVALID KEY
               NOT INVALID KEY
                   MOVE EM-NAME TO WS-EMP-NAME
                   MOVE EM-DEPT TO WS-EMP-DEPT
                   MOVE EM-WC-CLASS TO WS-EMP-WC-CLASS
                   PERFORM 282-PICK-RATE THRU 282-EXIT
                   IF EM-TERMINATED
                       PERFORM 284-CHECK-FINAL THRU 284-EXIT
                           MOVE 0 TO WS-EMP-PAYABLE
                       END-IF
                   END-IF
                   IF WS-EMP-PAYABLE = 1
                       PERFORM 286-PICK-W4 THRU 286-EXIT
                   END-IF
           END-READ.
       280-EXIT.
           EXIT.
      * Picks the W-4 elections this check withholds under.  An
      * election effective after this pay period leaves the prior
      * elections in force, the same way a raise does.  An exempt
      * election lapses after February 15 of the year following
      * the year it was filed unless a new one renews it; a lapsed
      * election withholds as single with no credits or extra, the
      * way the IRS requires, and writes an advisory suspense line
      * so payroll can chase the renewal.
       286-PICK-W4.
           MOVE EM-W4-CURRENT TO WS-W4-ELECT.
           IF WS-PERIOD-FOUND = 1
               AND EM-W4-EFF-DATE NUMERIC
               AND EM-W4-EFF-DATE > WS-PERIOD-END
               MOVE EM-W4-PRIOR TO WS-W4-ELECT.
           PERFORM 287-CLEAN-W4 THRU 287-EXIT.
           IF WS-W4-EXEMPT NOT = "Y"
               GO TO 286-EXIT.
           IF WS-PERIOD-FOUND = 1
               MOVE WS-CHECK-DATE TO WS-W4-AS-OF
           ELSE
               MOVE WS-CURRENT-DATE TO WS-W4-AS-OF.
           COMPUTE WS-W4-EXPIRES =
               (WS-W4-EXEMPT-YR + 1) * 10000 + 0215.
           IF WS-W4-AS-OF NOT > WS-W4-EXPIRES
               MOVE 1 TO WS-W4-EXEMPT-ON
               GO TO 286-EXIT.
           MOVE 1 TO WS-W4-LAPSED.
           MOVE "S" TO WS-W4-STATUS.
           MOVE 0 TO WS-W4-CREDIT.
           MOVE 0 TO WS-W4-EXTRA.
           MOVE "N" TO WS-W4-EXEMPT.
           MOVE R-EMPNUM TO SUSP-EMPNUM.
           MOVE 0 TO SUSP-CHKDIG.
           MOVE 0 TO SUSP-EXPECTED.
           MOVE "W-4 EXEMPT LAPSED - NOT RENEWED" TO SUSP-REASON.
           WRITE SUSP-REC.
           ADD 1 TO WS-SUSP-ADVISORY.
       286-EXIT.
           EXIT.
      * Defaults whatever the master does not carry: no filing
      * status withholds as single, and an empty amount is zero.
       287-CLEAN-W4.
           IF WS-W4-STATUS NOT = "S" AND WS-W4-STATUS NOT = "M"
               AND WS-W4-STATUS NOT = "H"
               MOVE "S" TO WS-W4-STATUS.
           IF WS-W4-CREDIT NOT NUMERIC
               MOVE 0 TO WS-W4-CREDIT.
           IF WS-W4-EXTRA NOT NUMERIC
               MOVE 0 TO WS-W4-EXTRA.
           IF WS-W4-EXEMPT NOT = "Y"
               MOVE "N" TO WS-W4-EXEMPT.
           IF WS-W4-EXEMPT-YR NOT NUMERIC
               MOVE 0 TO WS-W4-EXEMPT-YR.
       287-EXIT.
           EXIT.
      * A terminated employee with an open final-pay work record
      * from EMPMAINT still pays -- this is the real final check;
      * only strays with nothing owed route to suspense.
               ADD 1 TO WS-SUSP-REJECTS
               GO TO 300-EXIT
           END-IF.
      * An hourly employee is paid only once the supervisor of
      * the employee's department has approved the period's
      * timecards on TCAPPROV.
           IF R-PAYCODE NOT = 'B' AND R-PAYCODE NOT = 'S'
               PERFORM 279-CHECK-APPROVAL THRU 279-EXIT
               IF WS-TC-APPROVED = 0
                   MOVE "ROUTED TO SUSPENSE - TIMECARDS NOT APPROVED"
                       TO OUT-PUT
                   WRITE OUT-PUT AFTER ADVANCING 1 LINES
                   MOVE R-EMPNUM TO SUSP-EMPNUM
                   MOVE 0 TO SUSP-CHKDIG
                   MOVE 0 TO SUSP-EXPECTED
                   MOVE "DEPT TIMECARDS NOT APPROVED"
                       TO SUSP-REASON
                   WRITE SUSP-REC
                   ADD 1 TO WS-SUSP-REJECTS
                   GO TO 300-EXIT
               END-IF
           END-IF.
           IF R-PAYCODE = 'B'
               PERFORM 460-BONUS THRU 460-EXIT
           ELSE
               MOVE RECORD-14 TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES
           END-IF.
           IF WS-W4-CREDIT > 0 OR WS-W4-EXTRA > 0
               OR WS-W4-EXEMPT-ON = 1 OR WS-W4-LAPSED = 1
               PERFORM 515-PRINT-W4 THRU 515-EXIT
           END-IF.
           PERFORM 620-EMPLOYER-TAXES THRU 620-EXIT.
           PERFORM 640-LEAVE-ACCRUAL THRU 640-EXIT.
           PERFORM 720-APPLY-GARNISHMENT THRU 720-EXIT.
           PERFORM 610-CAP-FICA-TAX THRU 610-EXIT
           COMPUTE WS-MEDICARE-TAX = WS-TAXABLE * WS-MEDICARE-RATE
           COMPUTE WS-STATE-TAX = WS-TAXABLE * WS-STATE-RATE
           PERFORM 510-APPLY-W4 THRU 510-EXIT
           COMPUTE WS-NET = WS-GROSS - WS-FED-TAX
                   - WS-FICA-TAX - WS-MEDICARE-TAX - WS-STATE-TAX
                   - WS-PRETAX-TOT - WS-POSTTAX-TOT
      * Handles the data if the type is hourly.
       450-HOURLY.
           PERFORM 270-LOOKUP-TIMECLOCK THRU 270-EXIT.
           IF WS-CLOCK-WEEKLY = 1
               PERFORM 455-WEEKLY-OT THRU 455-EXIT
           END-IF
           IF R-HOURS > 40 AND WS-CLOCK-WEEKLY = 0 THEN
               COMPUTE WS-OT-HOURS = R-HOURS - 40
               MOVE 40 TO WS-R-HOURS
               MOVE WS-PAY-RATE TO WS-RATE
               COMPUTE WS-GROSS = (40 * WS-RATE)
                       + ( WS-OT-HOURS * WS-OT-RATE)
           END-IF
          IF R-HOURS NOT > 40 AND WS-CLOCK-WEEKLY = 0 THEN
               MOVE R-HOURS TO WS-R-HOURS
               MOVE ZERO TO WS-OT-HOURS
               MOVE WS-PAY-RATE TO WS-RATE
           PERFORM 610-CAP-FICA-TAX THRU 610-EXIT
           COMPUTE WS-MEDICARE-TAX = WS-TAXABLE * WS-MEDICARE-RATE
           COMPUTE WS-STATE-TAX = WS-TAXABLE * WS-STATE-RATE
           PERFORM 510-APPLY-W4 THRU 510-EXIT
           COMPUTE WS-NET = WS-GROSS - WS-FED-TAX
                   - WS-FICA-TAX - WS-MEDICARE-TAX - WS-STATE-TAX
                   - WS-PRETAX-TOT - WS-POSTTAX-TOT

       450-EXIT.
           EXIT.
      * Pays straight time and overtime as the punch edit split
      * them workweek by workweek, so a heavy week pays overtime
      * even when a light week brings the period under 40 hours.
       455-WEEKLY-OT.
           MOVE WS-CLOCK-REG TO WS-R-HOURS.
           MOVE WS-CLOCK-OT TO WS-OT-HOURS.
           MOVE WS-PAY-RATE TO WS-RATE.
           PERFORM 710-OT-MULTIPLIER THRU 710-EXIT.
           COMPUTE WS-OT-RATE = WS-RATE * WS-OT-MULT.
           COMPUTE WS-GROSS = (WS-R-HOURS * WS-RATE)
                   + (WS-OT-HOURS * WS-OT-RATE).
       455-EXIT.
           EXIT.
      
      * Pays one bonus record on a supplemental run: the keyed
      * amount is the bonus, federal withholding applies at the
           MOVE 0 TO WS-DED-COUNT.
           PERFORM 600-SEARCH-STATE-TABLE THRU 600-EXIT.
           COMPUTE WS-FED-TAX = WS-TAXABLE * SUPP-FED-RATE.
           IF WS-W4-EXEMPT-ON = 1
               MOVE 0 TO WS-FED-TAX.
           COMPUTE WS-FICA-TAX = WS-TAXABLE * WS-FICA-RATE.
           PERFORM 610-CAP-FICA-TAX THRU 610-EXIT.
           COMPUTE WS-MEDICARE-TAX = WS-TAXABLE * WS-MEDICARE-RATE.

      * Searches the table for tax rate
       500-SEARCH-TABLE.
           MOVE WS-W4-STATUS TO WS-TX-STATUS.
           IF WS-TX-STATUS = "M" AND WS-TX-M-CNT = 0
               MOVE "S" TO WS-TX-STATUS.
           IF WS-TX-STATUS = "H" AND WS-TX-H-CNT = 0
               MOVE "S" TO WS-TX-STATUS.
           MOVE 0 TO WS-FED-RATE
           SET INX-A TO 1
               SEARCH TX-RATE OF TX-RATE-TABLE
                   WHEN T-STATUS(INX-A) = WS-TX-STATUS
                   AND T-LOW(INX-A) < WS-TAXABLE
                   AND WS-PAY-RATE < T-HIGH(INX-A)
                       MOVE T-RATE(INX-A) TO WS-FED-RATE
               END-SEARCH.
       500-EXIT.
           EXIT.

      * Applies the W-4 elections to the bracket withholding: an
      * exempt employee has none taken, the period's share of the
      * dependent credit comes off (never below zero), and the
      * extra withholding is added on -- but only as far as the
      * check can cover it after the other taxes and deductions,
      * so a short check never goes negative.
       510-APPLY-W4.
           IF WS-W4-EXEMPT-ON = 1
               MOVE 0 TO WS-FED-TAX
               GO TO 510-EXIT.
           COMPUTE WS-W4-PD-CREDIT ROUNDED =
               WS-W4-CREDIT / W4-PAY-PERIODS.
           COMPUTE WS-W4-FED = WS-FED-TAX - WS-W4-PD-CREDIT.
           IF WS-W4-FED < 0
               MOVE 0 TO WS-W4-FED.
           COMPUTE WS-W4-ROOM = WS-GROSS - WS-W4-FED
               - WS-FICA-TAX - WS-MEDICARE-TAX - WS-STATE-TAX
               - WS-PRETAX-TOT - WS-POSTTAX-TOT.
           IF WS-W4-ROOM < 0
               MOVE 0 TO WS-W4-ROOM.
           IF WS-W4-EXTRA > WS-W4-ROOM
               ADD WS-W4-ROOM TO WS-W4-FED
           ELSE
               ADD WS-W4-EXTRA TO WS-W4-FED.
           MOVE WS-W4-FED TO WS-FED-TAX.
       510-EXIT.
           EXIT.
      * Prints the W-4 elections line on the stub.
       515-PRINT-W4.
           MOVE WS-W4-STATUS TO 16-STATUS.
           COMPUTE WS-W4-PD-CREDIT ROUNDED =
               WS-W4-CREDIT / W4-PAY-PERIODS.
           MOVE WS-W4-PD-CREDIT TO 16-CREDIT.
           MOVE WS-W4-EXTRA TO 16-EXTRA.
           MOVE SPACES TO 16-NOTE.
           IF WS-W4-EXEMPT-ON = 1
               MOVE "EXEMPT" TO 16-NOTE.
           IF WS-W4-LAPSED = 1
               MOVE "EXEMPT LAPSED" TO 16-NOTE.
           MOVE RECORD-16 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       515-EXIT.
           EXIT.

      * Applies this employee's benefit deductions from the DEDMAST
      * master (401(k), insurance, and the like).  A plan carries
      * either a flat amount or a percent of gross; pre-tax plans
           MOVE YTD-GROSS TO PD-YTD-GROSS.
           MOVE YTD-NET TO PD-YTD-NET.
           MOVE R-STATE TO PD-STATE.
      * Hours paid feed the ACA full-time measurement: worked hours
      * plus paid leave for an hourly check, none for salary or a
      * bonus (a salaried employee is full-time by the pay code).
           MOVE R-PAYCODE TO PD-PAYCODE.
           IF R-PAYCODE = 'S' OR R-PAYCODE = 'B'
               MOVE 0 TO PD-HOURS
           ELSE
               COMPUTE PD-HOURS = WS-R-HOURS + WS-OT-HOURS
                   + WS-VAC-TAKEN + WS-SICK-TAKEN.
           MOVE 0 TO WS-OT-PREM.
           IF R-PAYCODE NOT = 'S' AND R-PAYCODE NOT = 'B'
               AND WS-OT-HOURS > 0 AND WS-OT-RATE > WS-RATE
               COMPUTE WS-OT-PREM ROUNDED =
                   WS-OT-HOURS * (WS-OT-RATE - WS-RATE).
           MOVE WS-EMP-WC-CLASS TO PD-WC-CLASS.
           MOVE WS-OT-PREM TO PD-OT-PREM.
           WRITE PAYDTL-REC.
           PERFORM 695-WC-ACCUM THRU 695-EXIT.
           PERFORM 697-PAY-HISTORY THRU 697-EXIT.
       690-EXIT.
           EXIT.
      * Adds this check's gross and overtime premium to the
      * workers' comp payroll for the quarter of the check date,
      * the work state, and the employee's class code.  WCQTR
      * prices the payroll less the premium at the carrier's rate.
       695-WC-ACCUM.
           IF WS-PERIOD-FOUND = 1
               MOVE WS-CHECK-DATE TO WS-WC-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO WS-WC-DATE.
           MOVE WS-WC-DATE(1:4) TO WC-YEAR.
           MOVE WS-WC-DATE(5:2) TO WS-WC-MONTH.
           COMPUTE WC-QTR = (WS-WC-MONTH + 2) / 3.
           MOVE R-STATE TO WC-STATE.
           MOVE WS-EMP-WC-CLASS TO WC-CLASS.
           READ WCACC-FILE
               INVALID KEY
                   MOVE 0 TO WC-GROSS WC-OT-PREM WC-CHECKS
           END-READ.
           ADD WS-GROSS TO WC-GROSS.
           ADD WS-OT-PREM TO WC-OT-PREM.
           ADD 1 TO WC-CHECKS.
           IF WS-WCACC-STATUS = "23"
               WRITE WC-REC
           ELSE
               REWRITE WC-REC.
       695-EXIT.
           EXIT.
      * Appends this check to the permanent pay history, keyed by
      * employee, check date and period, with the deductions the
      * pay-detail extract leaves out.  PAYCHK stamps the check
      * number on it when the paper check prints.
       697-PAY-HISTORY.
           MOVE PD-EMPNUM TO PH-EMPNUM.
           IF WS-PERIOD-FOUND = 1
               MOVE WS-CHECK-DATE TO PH-CHECK-DATE
           ELSE
               MOVE WS-CURRENT-DATE TO PH-CHECK-DATE.
           MOVE WS-PERIOD-NO TO PH-PERIOD.
           MOVE PD-NAME TO PH-NAME.
           MOVE PD-DEPT TO PH-DEPT.
           MOVE PD-PAYTYPE TO PH-PAYTYPE.
           MOVE PD-GROSS TO PH-GROSS.
           MOVE PD-FED-TAX TO PH-FED-TAX.
           MOVE PD-FICA-TAX TO PH-FICA-TAX.
           MOVE PD-MEDICARE-TAX TO PH-MEDICARE-TAX.
           MOVE PD-STATE-TAX TO PH-STATE-TAX.
           MOVE PD-GARNISH TO PH-GARNISH.
           MOVE WS-PRETAX-TOT TO PH-PRETAX-DED.
           MOVE WS-POSTTAX-TOT TO PH-POSTTAX-DED.
           MOVE PD-NET TO PH-NET.
           MOVE PD-YTD-GROSS TO PH-YTD-GROSS.
           MOVE PD-YTD-NET TO PH-YTD-NET.
           MOVE PD-STATE TO PH-STATE.
           MOVE PD-HOURS TO PH-HOURS.
           MOVE PD-PAYCODE TO PH-PAYCODE.
           MOVE 0 TO PH-CHECK-NO.
           MOVE WS-CURRENT-DATE TO PH-RUN-DATE.
           WRITE PH-REC
               INVALID KEY REWRITE PH-REC
           END-WRITE.
       697-EXIT.
           EXIT.

      * Writes one split's direct-deposit extract record and its
      * stub line, picked up by the bank's ACH origination process.
       994-EXIT.
           EXIT.

      * The first clean run with no payroll-year control record
      * starts one, open for the year of the check just paid, so
      * the year-end close guard holds from the first year on.
       996-START-YTDCTL.
           MOVE WS-CHECK-YEAR TO YC-OPEN-YEAR.
           MOVE 0 TO YC-CLOSED-YEAR YC-CLOSE-DATE.
           OPEN OUTPUT YTDCTL-FILE.
           WRITE YTDCTL-REC.
           CLOSE YTDCTL-FILE.
       996-EXIT.
           EXIT.

      * Closes up the program files.
       999-CLOSE-UP.
           PERFORM 900-FINAL-PRINT THRU 900-EXIT.
               WRITE PAYPER-REC
               CLOSE PAYPER-FILE
               PERFORM 992-FEDDEP-WRITE THRU 992-EXIT
               IF WS-YTDCTL-FOUND = 0
                   PERFORM 996-START-YTDCTL THRU 996-EXIT
               END-IF
           END-IF.
           CLOSE PAYROLL-FILE PAYROLL-RPT YTD-FILE DD-FILE
                 SUSPENSE-FILE EMPMASTER-FILE GARNISH-FILE
                 GARNWH-FILE TIMECLOCK-FILE PAYDTL-FILE
                 EMPBANK-FILE DEDMAST-FILE BENREMIT-FILE
                 PAYGL-FILE LEAVEBAL-FILE TRAVCOMM-FILE
                 FINALPAY-FILE TCAPPR-FILE WCACC-FILE
                 PAYHIST-FILE.
           STOP RUN.

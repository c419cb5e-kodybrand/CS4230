      ***********************************************************
      * YEAR-END ACA 1095-C STATEMENT GENERATOR
      * KODY BRAND
      * This program prints the Form 1095-C employer-provided
      * health insurance offer and coverage statement for every
      * employee who was full time in at least one month of the
      * tax year, and a 1094-C summary page with the monthly
      * full-time and total employee counts the transmittal needs.
      * Full-time status for a month comes from the HW2ACAHR hours
      * ACAMEAS posts: the average monthly hours over the look-back
      * months before it (only those since hire) against the
      * full-time line, a new hire's first month measured on its
      * own, and a salaried month always full time.  Coverage comes
      * from the employee's DEDMAST elections in the health plans
      * named on the HW2ACACT control record, which also carries
      * the look-back length, the full-time line, the employee
      * share of the lowest-cost self-only premium for line 15,
      * and whether coverage is offered to every full-time
      * employee.  The employer block is taken from the HW2EFWCT
      * control record the W-2 run uses.  The tax year is the
      * PROCDATE run year, or the year before in January.
      *
      * Codes used --  line 14: 1E enrolled or offered, 1H no
      * offer;  line 16: 2C enrolled, 2B not full time, 2A not
      * employed in the month.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  PRINT THE SSN MASKED (XXX-XX-NNNN) ON THE
      *                 1095-C.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACA1095.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMASTER-FILE ASSIGN TO UT-S-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EM-EMPNUM
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT OPTIONAL ACAHRS-FILE ASSIGN TO UT-S-ACAHRS
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS AH-KEY
               FILE STATUS IS WS-ACAHRS-STATUS.
           SELECT OPTIONAL DEDMAST-FILE ASSIGN TO UT-S-DEDMAST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS DM-KEY
               FILE STATUS IS WS-DEDMAST-STATUS.
           SELECT OPTIONAL ACACTL-FILE ASSIGN TO UT-S-ACACTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACACTL-STATUS.
           SELECT OPTIONAL EFW2CTL-FILE ASSIGN TO UT-S-EFW2CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFW2CTL-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT ACA-RPT ASSIGN TO UT-S-ACA95
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  DEDMAST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  DM-REC.
           05  DM-KEY.
               10  DM-EMPNUM   PIC 9(4).
               10  DM-PLAN     PIC X(4).
           05  DM-AMOUNT       PIC 9(5)V99.
           05  DM-PERCENT      PIC V999.
           05  DM-PRETAX       PIC X.
           05  DM-MATCH-PCT    PIC V999.
           05  DM-EFF-DATE     PIC 9(8).
           05  DM-STOP-DATE    PIC 9(8).
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
       FD  EFW2CTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  EFW2CTL-REC.
           05  CT-EIN          PIC 9(9).
           05  CT-USER-ID      PIC X(8).
           05  CT-NAME         PIC X(57).
           05  CT-ADDR         PIC X(22).
           05  CT-CITY         PIC X(22).
           05  CT-STATE        PIC X(2).
           05  CT-ZIP          PIC X(5).
           05  CT-CONTACT      PIC X(27).
           05  CT-PHONE        PIC X(15).
           05  CT-EMAIL        PIC X(40).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  ACA-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT             PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-EMPMAST PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EMP.DAT'.
       77  UT-S-ACAHRS  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2ACAHR.DAT'.
       77  UT-S-DEDMAST PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2DED.DAT'.
       77  UT-S-ACACTL  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2ACACT.DAT'.
       77  UT-S-EFW2CTL PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EFWCT.DAT'.
       77  UT-S-PROCDATE PIC X(50)
               VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  UT-S-ACA95   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2ACA95.RPT'.
       77  WS-EMPMAST-STATUS PIC XX    VALUE SPACES.
       77  WS-ACAHRS-STATUS PIC XX     VALUE SPACES.
       77  WS-DEDMAST-STATUS PIC XX    VALUE SPACES.
       77  WS-ACACTL-STATUS PIC XX     VALUE SPACES.
       77  WS-EFW2CTL-STATUS PIC XX    VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX   VALUE SPACES.
       77  WS-RUN-DATE  PIC 9(8)       VALUE 0.
       77  WS-TAX-YEAR  PIC 9(4)       VALUE 0.
       77  WS-EMP-EOF   PIC 9          VALUE 0.
       77  WS-DED-EOF   PIC 9          VALUE 0.
       77  WS-CTL-MISSING PIC 9        VALUE 0.
       77  WS-ANY-FT    PIC 9          VALUE 0.
       77  WS-FORMS     PIC 9(5)       VALUE 0.
       77  WS-SSN-EXCEPTIONS PIC 9(5)  VALUE 0.
       77  WS-SSN-RESULT PIC X         VALUE SPACE.
       77  WS-SSN-MASKED PIC X(11)     VALUE SPACES.
       77  WS-IDX       PIC 9(3)       VALUE 0.
       77  WS-MO-IDX    PIC 99         VALUE 0.
       77  WS-PL-IDX    PIC 9          VALUE 0.
       77  WS-EL-IDX    PIC 99         VALUE 0.
       77  WS-EL-COUNT  PIC 99         VALUE 0.
       77  WS-PLAN-HIT  PIC 9          VALUE 0.
       77  WS-PLAN-COUNT PIC 9         VALUE 0.
      * Month numbers (year times 12 plus month less one) so the
      * look-back can run back across the year end.
       77  WS-BASE-MNO  PIC 9(6)       VALUE 0.
       77  WS-JAN-MNO   PIC 9(6)       VALUE 0.
       77  WS-MNO       PIC 9(6)       VALUE 0.
       77  WS-LB-MNO    PIC 9(6)       VALUE 0.
       77  WS-FROM-MNO  PIC 9(6)       VALUE 0.
       77  WS-HIRE-MNO  PIC 9(6)       VALUE 0.
       77  WS-TERM-MNO  PIC 9(6)       VALUE 0.
       77  WS-WORK-YEAR PIC 9(4)       VALUE 0.
       77  WS-WORK-MONTH PIC 99        VALUE 0.
       77  WS-HT-COUNT  PIC 9(3)       VALUE 0.
       77  WS-LB-MONTHS PIC 9(3)       VALUE 0.
       77  WS-LB-TOTAL  PIC 9(6)V99    VALUE 0.
       77  WS-LB-AVG    PIC 9(4)V99    VALUE 0.
       77  WS-MONTH-FIRST PIC 9(8)     VALUE 0.
       77  WS-MONTH-LAST PIC 9(8)      VALUE 0.
      * Defaults when no HW2ACACT control record is on file.
       77  ACA-LOOKBACK PIC 99         VALUE 12.
       77  ACA-FT-HOURS PIC 9(3)       VALUE 130.
       77  ACA-EE-SHARE PIC 9(4)V99    VALUE 0.
       77  ACA-OFFER-ALL-FT PIC X      VALUE "Y".
       01  WS-PLAN-TABLE.
           05  WS-PLAN-CODE PIC X(4)   OCCURS 5 TIMES.
      * The employee's health-plan elections, from DEDMAST.
       01  WS-ELECT-TABLE.
           05  WS-EL-ENTRY OCCURS 10 TIMES.
               10  WS-EL-EFF   PIC 9(8).
               10  WS-EL-STOP  PIC 9(8).
      * The employee's hours for the look-back months before
      * January and the twelve months of the tax year.
       01  WS-HOURS-TABLE.
           05  WS-HT-ENTRY OCCURS 111 TIMES.
               10  WS-HT-HOURS PIC 9(4)V99.
               10  WS-HT-SAL   PIC X.
       01  WS-MONTH-TABLE.
           05  WS-MO-ENTRY OCCURS 12 TIMES.
               10  WS-MO-EMP   PIC X.
               10  WS-MO-FT    PIC X.
               10  WS-MO-ENR   PIC X.
               10  WS-MO-L14   PIC X(2).
               10  WS-MO-L15   PIC 9(4)V99.
               10  WS-MO-L16   PIC X(2).
      * Monthly counts for the 1094-C transmittal.
       01  WS-1094-TABLE.
           05  WS-94-ENTRY OCCURS 12 TIMES.
               10  WS-94-FT    PIC 9(5).
               10  WS-94-TOTAL PIC 9(5).
       01  F95-TITLE.
           05  FILLER      PIC X(45)
               VALUE "FORM 1095-C  EMPLOYER-PROVIDED HEALTH INSURAN".
           05  FILLER      PIC X(32)
               VALUE "CE OFFER AND COVERAGE  TAX YEAR ".
           05  F95-YEAR    PIC 9(4).
       01  F95-EMP-LINE.
           05  FILLER      PIC X(10)   VALUE "EMPLOYEE: ".
           05  F95-NAME    PIC X(20).
           05  FILLER      PIC X(7)    VALUE "  SSN: ".
           05  F95-SSN     PIC X(11).
           05  FILLER      PIC X(8)    VALUE "  EMPL: ".
           05  F95-EMPNUM  PIC 9(4).
       01  F95-ER-LINE-1.
           05  FILLER      PIC X(10)   VALUE "EMPLOYER: ".
           05  F95-ER-NAME PIC X(57).
           05  FILLER      PIC X(7)    VALUE "  EIN: ".
           05  F95-ER-EIN  PIC X(9).
       01  F95-ER-LINE-2.
           05  FILLER      PIC X(10)   VALUE SPACES.
           05  F95-ER-ADDR PIC X(22).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  F95-ER-CITY PIC X(22).
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  F95-ER-STATE PIC X(2).
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  F95-ER-ZIP  PIC X(5).
           05  FILLER      PIC X(9)    VALUE "  PHONE: ".
           05  F95-ER-PHONE PIC X(15).
       01  F95-MONTH-HEAD.
           05  FILLER      PIC X(10)   VALUE SPACES.
           05  FILLER      PIC X(42)
               VALUE " ALL 12     JAN    FEB    MAR    APR    MA".
           05  FILLER      PIC X(42)
               VALUE "Y    JUN    JUL    AUG    SEP    OCT    NO".
           05  FILLER      PIC X(7)    VALUE "V    DE".
           05  FILLER      PIC X(1)    VALUE "C".
       01  F95-CODE-LINE.
           05  F95-C-LABEL PIC X(10).
           05  F95-C-ALL   PIC X(7).
           05  F95-C-MON   PIC X(7)    OCCURS 12 TIMES.
       01  F95-AMT-LINE.
           05  F95-A-LABEL PIC X(10)   VALUE "LINE 15   ".
           05  F95-A-ALL   PIC ZZZ9.99 BLANK WHEN ZERO.
           05  F95-A-MON   PIC ZZZ9.99 BLANK WHEN ZERO
                                       OCCURS 12 TIMES.
       01  F94-TITLE.
           05  FILLER      PIC X(40)
               VALUE "FORM 1094-C  TRANSMITTAL SUMMARY OF 1095".
           05  FILLER      PIC X(21)   VALUE "-C RETURNS  TAX YEAR ".
           05  F94-YEAR    PIC 9(4).
       01  F94-COUNT-LINE.
           05  FILLER      PIC X(31)
               VALUE "1095-C STATEMENTS FURNISHED:   ".
           05  F94-FORMS   PIC ZZ,ZZ9.
       01  F94-HEAD.
           05  FILLER      PIC X(42)
               VALUE "MONTH    FULL-TIME EMPLOYEES    TOTAL EMPL".
           05  FILLER      PIC X(5)    VALUE "OYEES".
       01  F94-LINE.
           05  F94-MONTH   PIC 99.
           05  FILLER      PIC X(15)   VALUE SPACES.
           05  F94-FT      PIC ZZ,ZZ9.
           05  FILLER      PIC X(16)   VALUE SPACES.
           05  F94-TOTAL   PIC ZZ,ZZ9.
       01  F94-MSG-LINE.
           05  F94-MSG     PIC X(80)   VALUE SPACES.
       PROCEDURE DIVISION.
      * Prints the statements, then the transmittal summary.
       000-MAIN.
           PERFORM 050-SET-TAX-YEAR THRU 050-EXIT.
           PERFORM 060-LOAD-CONTROLS THRU 060-EXIT.
           OPEN INPUT EMPMASTER-FILE.
           OPEN INPUT ACAHRS-FILE.
           OPEN INPUT DEDMAST-FILE.
           OPEN OUTPUT ACA-RPT.
           INITIALIZE WS-1094-TABLE.
           IF WS-EMPMAST-STATUS NOT = "00"
               MOVE 1 TO WS-EMP-EOF.
           PERFORM 100-ONE-EMPLOYEE THRU 100-EXIT
               UNTIL WS-EMP-EOF = 1.
           PERFORM 800-PRINT-1094 THRU 800-EXIT.
           CLOSE EMPMASTER-FILE ACAHRS-FILE DEDMAST-FILE ACA-RPT.
           DISPLAY "1095-C STATEMENTS PRINTED: " WS-FORMS.
           STOP RUN.
      * The tax year is the PROCDATE run year; a January run is
      * the year-end run for the year just closed.
       050-SET-TAX-YEAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       IF PD-RUN-DATE NUMERIC AND PD-RUN-DATE > 0
                           MOVE PD-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           MOVE WS-RUN-DATE(1:4) TO WS-TAX-YEAR.
           IF WS-RUN-DATE(5:2) = "01"
               SUBTRACT 1 FROM WS-TAX-YEAR.
       050-EXIT.
           EXIT.
      * Reads the measurement control record and the employer
      * control record.  With no health plans named nothing shows
      * as enrolled, so the run says so.
       060-LOAD-CONTROLS.
           MOVE SPACES TO WS-PLAN-TABLE.
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
                       IF AC-EE-SHARE NUMERIC
                           MOVE AC-EE-SHARE TO ACA-EE-SHARE
                       END-IF
                       IF AC-OFFER-ALL-FT = "N"
                           MOVE "N" TO ACA-OFFER-ALL-FT
                       END-IF
                       PERFORM 065-LOAD-PLAN THRU 065-EXIT
                           VARYING WS-PL-IDX FROM 1 BY 1
                           UNTIL WS-PL-IDX > 5
               END-READ
           END-IF.
           CLOSE ACACTL-FILE.
           OPEN INPUT EFW2CTL-FILE.
           IF WS-EFW2CTL-STATUS NOT = "00"
               MOVE 1 TO WS-CTL-MISSING
           ELSE
               READ EFW2CTL-FILE
                   AT END MOVE 1 TO WS-CTL-MISSING
               END-READ
           END-IF.
           CLOSE EFW2CTL-FILE.
           IF WS-CTL-MISSING = 1
               MOVE SPACES TO EFW2CTL-REC
               MOVE 0 TO CT-EIN
               MOVE "EMPLOYER CONTROL RECORD NOT ON FILE" TO CT-NAME.
           MOVE CT-NAME TO F95-ER-NAME.
           MOVE CT-EIN TO F95-ER-EIN.
           MOVE CT-ADDR TO F95-ER-ADDR.
           MOVE CT-CITY TO F95-ER-CITY.
           MOVE CT-STATE TO F95-ER-STATE.
           MOVE CT-ZIP TO F95-ER-ZIP.
           MOVE CT-PHONE TO F95-ER-PHONE.
           COMPUTE WS-JAN-MNO = WS-TAX-YEAR * 12.
           COMPUTE WS-BASE-MNO = WS-JAN-MNO - ACA-LOOKBACK.
           COMPUTE WS-HT-COUNT = ACA-LOOKBACK + 12.
       060-EXIT.
           EXIT.
       065-LOAD-PLAN.
           IF AC-PLAN-CODE(WS-PL-IDX) NOT = SPACES
               MOVE AC-PLAN-CODE(WS-PL-IDX)
                   TO WS-PLAN-CODE(WS-PL-IDX)
               ADD 1 TO WS-PLAN-COUNT.
       065-EXIT.
           EXIT.
      * Works out one employee's year month by month, counts the
      * employee for the 1094-C, and prints a 1095-C when the
      * employee was full time in any month.
       100-ONE-EMPLOYEE.
           READ EMPMASTER-FILE
               AT END
                   MOVE 1 TO WS-EMP-EOF
                   GO TO 100-EXIT
           END-READ.
           MOVE 0 TO WS-HIRE-MNO.
           IF EM-HIRE-DATE NUMERIC AND EM-HIRE-DATE > 0
               MOVE EM-HIRE-DATE(1:4) TO WS-WORK-YEAR
               MOVE EM-HIRE-DATE(5:2) TO WS-WORK-MONTH
               COMPUTE WS-HIRE-MNO = (WS-WORK-YEAR * 12)
                   + WS-WORK-MONTH - 1.
           MOVE 999999 TO WS-TERM-MNO.
           IF EM-TERMINATED AND EM-TERM-DATE NUMERIC
               AND EM-TERM-DATE > 0
               MOVE EM-TERM-DATE(1:4) TO WS-WORK-YEAR
               MOVE EM-TERM-DATE(5:2) TO WS-WORK-MONTH
               COMPUTE WS-TERM-MNO = (WS-WORK-YEAR * 12)
                   + WS-WORK-MONTH - 1.
           IF WS-TERM-MNO < WS-JAN-MNO
               OR WS-HIRE-MNO > WS-JAN-MNO + 11
               GO TO 100-EXIT.
           PERFORM 200-LOAD-HOURS THRU 200-EXIT.
           PERFORM 250-LOAD-ELECTIONS THRU 250-EXIT.
           MOVE 0 TO WS-ANY-FT.
           PERFORM 300-BUILD-MONTH THRU 300-EXIT
               VARYING WS-MO-IDX FROM 1 BY 1
               UNTIL WS-MO-IDX > 12.
           IF WS-ANY-FT = 1
               PERFORM 400-PRINT-1095 THRU 400-EXIT.
       100-EXIT.
           EXIT.
      * Loads the employee's posted hours for the look-back months
      * before January through December of the tax year.
       200-LOAD-HOURS.
           PERFORM 220-LOAD-ONE-MONTH THRU 220-EXIT
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-HT-COUNT.
       200-EXIT.
           EXIT.
       220-LOAD-ONE-MONTH.
           MOVE 0 TO WS-HT-HOURS(WS-IDX).
           MOVE "N" TO WS-HT-SAL(WS-IDX).
           COMPUTE WS-MNO = WS-BASE-MNO + WS-IDX - 1.
           DIVIDE WS-MNO BY 12 GIVING WS-WORK-YEAR
               REMAINDER WS-WORK-MONTH.
           MOVE EM-EMPNUM TO AH-EMPNUM.
           MOVE WS-WORK-YEAR TO AH-YEAR.
           COMPUTE AH-MONTH = WS-WORK-MONTH + 1.
           READ ACAHRS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AH-HOURS TO WS-HT-HOURS(WS-IDX)
                   IF AH-IS-SALARIED
                       MOVE "Y" TO WS-HT-SAL(WS-IDX)
                   END-IF
           END-READ.
       220-EXIT.
           EXIT.
      * Loads the employee's elections in the health plans named
      * on the control record.
       250-LOAD-ELECTIONS.
           MOVE 0 TO WS-EL-COUNT.
           IF WS-PLAN-COUNT = 0 OR WS-DEDMAST-STATUS NOT = "00"
               GO TO 250-EXIT.
           MOVE 0 TO WS-DED-EOF.
           MOVE EM-EMPNUM TO DM-EMPNUM.
           MOVE LOW-VALUES TO DM-PLAN.
           START DEDMAST-FILE KEY IS NOT LESS THAN DM-KEY
               INVALID KEY
                   MOVE 1 TO WS-DED-EOF
           END-START.
           PERFORM 260-LOAD-ONE-ELECTION THRU 260-EXIT
               UNTIL WS-DED-EOF = 1.
       250-EXIT.
           EXIT.
       260-LOAD-ONE-ELECTION.
           READ DEDMAST-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-DED-EOF
                   GO TO 260-EXIT
           END-READ.
           IF DM-EMPNUM NOT = EM-EMPNUM
               MOVE 1 TO WS-DED-EOF
               GO TO 260-EXIT.
           MOVE 0 TO WS-PLAN-HIT.
           PERFORM 270-MATCH-PLAN THRU 270-EXIT
               VARYING WS-PL-IDX FROM 1 BY 1
               UNTIL WS-PL-IDX > 5 OR WS-PLAN-HIT = 1.
           IF WS-PLAN-HIT = 0 OR WS-EL-COUNT NOT < 10
               GO TO 260-EXIT.
           ADD 1 TO WS-EL-COUNT.
           MOVE 0 TO WS-EL-EFF(WS-EL-COUNT).
           MOVE 0 TO WS-EL-STOP(WS-EL-COUNT).
           IF DM-EFF-DATE NUMERIC
               MOVE DM-EFF-DATE TO WS-EL-EFF(WS-EL-COUNT).
           IF DM-STOP-DATE NUMERIC
               MOVE DM-STOP-DATE TO WS-EL-STOP(WS-EL-COUNT).
       260-EXIT.
           EXIT.
       270-MATCH-PLAN.
           IF WS-PLAN-CODE(WS-PL-IDX) NOT = SPACES
               AND WS-PLAN-CODE(WS-PL-IDX) = DM-PLAN
               MOVE 1 TO WS-PLAN-HIT.
       270-EXIT.
           EXIT.
      * Sets one month's employment, full-time, and enrollment,
      * and the codes that follow from them.
       300-BUILD-MONTH.
           COMPUTE WS-MNO = WS-JAN-MNO + WS-MO-IDX - 1.
           MOVE "N" TO WS-MO-EMP(WS-MO-IDX).
           MOVE "N" TO WS-MO-FT(WS-MO-IDX).
           MOVE "N" TO WS-MO-ENR(WS-MO-IDX).
           MOVE 0 TO WS-MO-L15(WS-MO-IDX).
           IF WS-MNO NOT < WS-HIRE-MNO AND WS-MNO NOT > WS-TERM-MNO
               MOVE "Y" TO WS-MO-EMP(WS-MO-IDX).
           IF WS-MO-EMP(WS-MO-IDX) = "N"
               MOVE "1H" TO WS-MO-L14(WS-MO-IDX)
               MOVE "2A" TO WS-MO-L16(WS-MO-IDX)
               GO TO 300-EXIT.
           ADD 1 TO WS-94-TOTAL(WS-MO-IDX).
           PERFORM 320-FULL-TIME THRU 320-EXIT.
           PERFORM 340-ENROLLED THRU 340-EXIT.
           IF WS-MO-FT(WS-MO-IDX) = "Y"
               MOVE 1 TO WS-ANY-FT
               ADD 1 TO WS-94-FT(WS-MO-IDX).
           IF WS-MO-ENR(WS-MO-IDX) = "Y"
               MOVE "1E" TO WS-MO-L14(WS-MO-IDX)
               MOVE ACA-EE-SHARE TO WS-MO-L15(WS-MO-IDX)
               MOVE "2C" TO WS-MO-L16(WS-MO-IDX)
               GO TO 300-EXIT.
           IF WS-MO-FT(WS-MO-IDX) = "N"
               MOVE "1H" TO WS-MO-L14(WS-MO-IDX)
               MOVE "2B" TO WS-MO-L16(WS-MO-IDX)
               GO TO 300-EXIT.
           MOVE SPACES TO WS-MO-L16(WS-MO-IDX).
           IF ACA-OFFER-ALL-FT = "Y"
               MOVE "1E" TO WS-MO-L14(WS-MO-IDX)
               MOVE ACA-EE-SHARE TO WS-MO-L15(WS-MO-IDX)
           ELSE
               MOVE "1H" TO WS-MO-L14(WS-MO-IDX).
       300-EXIT.
           EXIT.
      * A salaried month is full time.  Otherwise the month is full
      * time when the average hours of the look-back months before
      * it, counting only months since hire, reach the full-time
      * line; a month with no such months before it (the hire
      * month) is measured on its own hours.
       320-FULL-TIME.
           COMPUTE WS-IDX = WS-MNO - WS-BASE-MNO + 1.
           IF WS-HT-SAL(WS-IDX) = "Y"
               MOVE "Y" TO WS-MO-FT(WS-MO-IDX)
               GO TO 320-EXIT.
           COMPUTE WS-FROM-MNO = WS-MNO - ACA-LOOKBACK.
           IF WS-FROM-MNO < WS-HIRE-MNO
               MOVE WS-HIRE-MNO TO WS-FROM-MNO.
           MOVE 0 TO WS-LB-MONTHS.
           MOVE 0 TO WS-LB-TOTAL.
           MOVE WS-FROM-MNO TO WS-LB-MNO.
           PERFORM 330-ADD-LOOKBACK THRU 330-EXIT
               UNTIL WS-LB-MNO NOT < WS-MNO.
           IF WS-LB-MONTHS = 0
               IF WS-HT-HOURS(WS-IDX) NOT < ACA-FT-HOURS
                   MOVE "Y" TO WS-MO-FT(WS-MO-IDX)
               END-IF
               GO TO 320-EXIT.
           COMPUTE WS-LB-AVG ROUNDED = WS-LB-TOTAL / WS-LB-MONTHS.
           IF WS-LB-AVG NOT < ACA-FT-HOURS
               MOVE "Y" TO WS-MO-FT(WS-MO-IDX).
       320-EXIT.
           EXIT.
       330-ADD-LOOKBACK.
           COMPUTE WS-IDX = WS-LB-MNO - WS-BASE-MNO + 1.
           ADD 1 TO WS-LB-MONTHS.
           IF WS-HT-SAL(WS-IDX) = "Y"
               ADD ACA-FT-HOURS TO WS-LB-TOTAL
           ELSE
               ADD WS-HT-HOURS(WS-IDX) TO WS-LB-TOTAL.
           ADD 1 TO WS-LB-MNO.
       330-EXIT.
           EXIT.
      * The employee is enrolled for the month when any health
      * election is in effect on any day of it.
       340-ENROLLED.
           COMPUTE WS-MONTH-FIRST = (WS-TAX-YEAR * 10000)
               + (WS-MO-IDX * 100) + 1.
           COMPUTE WS-MONTH-LAST = WS-MONTH-FIRST + 30.
           PERFORM 350-MATCH-ELECTION THRU 350-EXIT
               VARYING WS-EL-IDX FROM 1 BY 1
               UNTIL WS-EL-IDX > WS-EL-COUNT.
       340-EXIT.
           EXIT.
       350-MATCH-ELECTION.
           IF WS-EL-EFF(WS-EL-IDX) > WS-MONTH-LAST
               GO TO 350-EXIT.
           IF WS-EL-STOP(WS-EL-IDX) > 0
               AND WS-EL-STOP(WS-EL-IDX) < WS-MONTH-FIRST
               GO TO 350-EXIT.
           MOVE "Y" TO WS-MO-ENR(WS-MO-IDX).
       350-EXIT.
           EXIT.
      * Prints one employee's 1095-C.  A code the same in all
      * twelve months prints once in the all-12 column.
       400-PRINT-1095.
           ADD 1 TO WS-FORMS.
           MOVE WS-TAX-YEAR TO F95-YEAR.
           MOVE F95-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE EM-NAME TO F95-NAME.
           MOVE EM-EMPNUM TO F95-EMPNUM.
           CALL "SSNEDIT" USING EM-SSN, WS-SSN-RESULT, WS-SSN-MASKED.
           MOVE WS-SSN-MASKED TO F95-SSN.
           IF WS-SSN-RESULT NOT = SPACE
               ADD 1 TO WS-SSN-EXCEPTIONS.
           MOVE F95-EMP-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE F95-ER-LINE-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE F95-ER-LINE-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE F95-MONTH-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE "LINE 14" TO F95-C-LABEL.
           PERFORM 420-FILL-L14 THRU 420-EXIT
               VARYING WS-MO-IDX FROM 1 BY 1
               UNTIL WS-MO-IDX > 12.
           PERFORM 450-ALL-12-CODE THRU 450-EXIT.
           MOVE F95-CODE-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           PERFORM 430-FILL-L15 THRU 430-EXIT
               VARYING WS-MO-IDX FROM 1 BY 1
               UNTIL WS-MO-IDX > 12.
           MOVE 0 TO F95-A-ALL.
           MOVE 0 TO WS-PLAN-HIT.
           PERFORM 432-SAME-AMOUNT THRU 432-EXIT
               VARYING WS-MO-IDX FROM 2 BY 1
               UNTIL WS-MO-IDX > 12.
           IF WS-PLAN-HIT = 0
               MOVE WS-MO-L15(1) TO F95-A-ALL
               PERFORM 435-CLEAR-L15 THRU 435-EXIT
                   VARYING WS-MO-IDX FROM 1 BY 1
                   UNTIL WS-MO-IDX > 12.
           MOVE F95-AMT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE "LINE 16" TO F95-C-LABEL.
           PERFORM 440-FILL-L16 THRU 440-EXIT
               VARYING WS-MO-IDX FROM 1 BY 1
               UNTIL WS-MO-IDX > 12.
           PERFORM 450-ALL-12-CODE THRU 450-EXIT.
           MOVE F95-CODE-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       400-EXIT.
           EXIT.
       420-FILL-L14.
           MOVE SPACES TO F95-C-MON(WS-MO-IDX).
           MOVE WS-MO-L14(WS-MO-IDX) TO F95-C-MON(WS-MO-IDX)(3:2).
       420-EXIT.
           EXIT.
       430-FILL-L15.
           MOVE WS-MO-L15(WS-MO-IDX) TO F95-A-MON(WS-MO-IDX).
       430-EXIT.
           EXIT.
       432-SAME-AMOUNT.
           IF WS-MO-L15(WS-MO-IDX) NOT = WS-MO-L15(1)
               MOVE 1 TO WS-PLAN-HIT.
       432-EXIT.
           EXIT.
       435-CLEAR-L15.
           MOVE 0 TO F95-A-MON(WS-MO-IDX).
       435-EXIT.
           EXIT.
       440-FILL-L16.
           MOVE SPACES TO F95-C-MON(WS-MO-IDX).
           MOVE WS-MO-L16(WS-MO-IDX) TO F95-C-MON(WS-MO-IDX)(3:2).
       440-EXIT.
           EXIT.
      * Moves a code found in all twelve month columns to the
      * all-12 column and clears the months.
       450-ALL-12-CODE.
           MOVE SPACES TO F95-C-ALL.
           MOVE 0 TO WS-PLAN-HIT.
           PERFORM 460-SAME-CODE THRU 460-EXIT
               VARYING WS-MO-IDX FROM 2 BY 1
               UNTIL WS-MO-IDX > 12.
           IF WS-PLAN-HIT = 1
               GO TO 450-EXIT.
           MOVE F95-C-MON(1) TO F95-C-ALL.
           PERFORM 470-CLEAR-CODE THRU 470-EXIT
               VARYING WS-MO-IDX FROM 1 BY 1
               UNTIL WS-MO-IDX > 12.
       450-EXIT.
           EXIT.
       460-SAME-CODE.
           IF F95-C-MON(WS-MO-IDX) NOT = F95-C-MON(1)
               MOVE 1 TO WS-PLAN-HIT.
       460-EXIT.
           EXIT.
       470-CLEAR-CODE.
           MOVE SPACES TO F95-C-MON(WS-MO-IDX).
       470-EXIT.
           EXIT.
      * Prints the 1094-C transmittal summary: statements
      * furnished and each month's full-time and total employees.
       800-PRINT-1094.
           MOVE WS-TAX-YEAR TO F94-YEAR.
           MOVE F94-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE WS-FORMS TO F94-FORMS.
           MOVE F94-COUNT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE F94-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 850-PRINT-MONTH THRU 850-EXIT
               VARYING WS-MO-IDX FROM 1 BY 1
               UNTIL WS-MO-IDX > 12.
           IF WS-PLAN-COUNT = 0
               MOVE "NO HEALTH PLANS NAMED ON HW2ACACT - NO COVERAGE"
                   TO F94-MSG
               MOVE F94-MSG-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF WS-CTL-MISSING = 1
               MOVE "EMPLOYER CONTROL RECORD HW2EFWCT NOT ON FILE"
                   TO F94-MSG
               MOVE F94-MSG-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF WS-SSN-EXCEPTIONS > 0
               MOVE "STATEMENTS WITH A MISSING OR BAD SSN - SEE SSNCHK"
                   TO F94-MSG
               MOVE F94-MSG-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
       800-EXIT.
           EXIT.
       850-PRINT-MONTH.
           MOVE WS-MO-IDX TO F94-MONTH.
           MOVE WS-94-FT(WS-MO-IDX) TO F94-FT.
           MOVE WS-94-TOTAL(WS-MO-IDX) TO F94-TOTAL.
           MOVE F94-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       850-EXIT.
           EXIT.
       END PROGRAM ACA1095.

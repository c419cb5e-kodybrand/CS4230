      ***********************************************************
      * SUPERVISOR TIMECARD APPROVAL SCREEN
      * KODY BRAND
      * This program is the department supervisor's sign-off on
      * the hours PUNCHEDIT built into the TIMECLOCK file before
      * PAYROLL pays them.  The supervisor signs on through
      * OPERSIGN (supervisor authority), picks a department, and
      * sees every timecard of the open PAYPER period for the
      * employees homed there: straight time, overtime, vacation,
      * sick, and the department hour buckets.  Hours can be
      * corrected with a reason code; the correction is made on
      * the clock record and kept on the HW2TCADJ adjustment file
      * so PUNCHEDIT puts it back when it rebuilds the clock file.
      * Approving the department writes its HW2TCAPR approval
      * record, which PAYROLL requires before it pays an hourly
      * employee of that department.  Every correction and every
      * approval is stamped with the operator ID to the HW2TCAUD
      * audit log.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  EMPLOYEE MASTER RECORD CARRIES THE HOME
      *                 ADDRESS (STREET, CITY, STATE, ZIP) FOR
      *                 STATE NEW-HIRE REPORTING.
      * 2026-10-15  KB  CARRY THE WORKERS' COMP CLASS CODE NOW ON
      *                 THE EMPLOYEE MASTER RECORD.
      * 2026-10-15  KB  REVIEWS, CORRECTIONS AND APPROVALS STAMPED
      *                 TO THE OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCAPPROV.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TIMECLOCK-FILE ASSIGN TO UT-S-TIMECLK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TC-EMPNUM
               FILE STATUS IS WS-TIMECLOCK-STATUS.
           SELECT EMPMASTER-FILE ASSIGN TO UT-S-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EM-EMPNUM
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT OPTIONAL PAYPER-FILE ASSIGN TO UT-S-PAYPER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPER-STATUS.
           SELECT OPTIONAL TCAPPR-FILE ASSIGN TO UT-S-TCAPPR
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-TCAPPR-STATUS.
           SELECT OPTIONAL TCADJ-FILE ASSIGN TO UT-S-TCADJ
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS TJ-KEY
               FILE STATUS IS WS-TCADJ-STATUS.
           SELECT OPTIONAL TCAUDIT-FILE ASSIGN TO UT-S-TCAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD  TCADJ-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  TJ-REC.
           05  TJ-KEY.
               10  TJ-PERIOD   PIC 9(4).
               10  TJ-EMPNUM   PIC 9(4).
           05  TJ-REG-ADJ      PIC S99V99.
           05  TJ-OT-ADJ       PIC S99V99.
           05  TJ-VAC-ADJ      PIC S99V99.
           05  TJ-SICK-ADJ     PIC S99V99.
           05  TJ-OPER-ID      PIC X(3).
           05  TJ-DATE         PIC 9(8).
       FD  TCAUDIT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  TCAUDIT-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       77  UT-S-TIMECLK PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2CLOCK.DAT'.
       77  UT-S-EMPMAST PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EMP.DAT'.
       77  UT-S-PAYPER  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PAYPR.DAT'.
       77  UT-S-TCAPPR  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2TCAPR.DAT'.
       77  UT-S-TCADJ   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2TCADJ.DAT'.
       77  UT-S-TCAUDIT PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2TCAUD.LOG'.
       77  WS-TIMECLOCK-STATUS PIC XX  VALUE SPACES.
       77  WS-EMPMAST-STATUS PIC XX    VALUE SPACES.
       77  WS-PAYPER-STATUS PIC XX     VALUE SPACES.
       77  WS-TCAPPR-STATUS PIC XX     VALUE SPACES.
       77  WS-TCADJ-STATUS PIC XX      VALUE SPACES.
       77  WS-OPER-ID   PIC X(3)       VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9         VALUE 0.
       77  WS-SIGNON-OK PIC X          VALUE "N".
       77  WS-ACT-PROGRAM PIC X(8)     VALUE "TCAPPROV".
       77  WS-ACT-FUNCTION PIC X(20)   VALUE SPACES.
       77  WS-ACT-KEY   PIC X(20)      VALUE SPACES.
       77  WS-ACT-OWNER PIC X(3)       VALUE SPACES.
       77  WS-PERIOD-NO PIC 9(4)       VALUE 0.
       77  WS-PERIOD-FOUND PIC 9       VALUE 0.
       77  WS-PERIOD-PAID PIC 9        VALUE 0.
       77  WS-PICK-DEPT PIC X(4)       VALUE SPACES.
       77  WS-PICK-EMP  PIC X(4)       VALUE SPACES.
       77  WS-PICK-TYPE PIC X          VALUE SPACE.
       77  WS-PICK-HOURS PIC X(4)      VALUE SPACES.
       77  WS-PICK-HRS-NUM REDEFINES WS-PICK-HOURS PIC 99V99.
       77  WS-PICK-REASON PIC X(2)     VALUE SPACES.
       77  WS-CONFIRM   PIC X          VALUE SPACE.
       77  WS-DEPT-DONE PIC 9          VALUE 0.
       77  WS-TC-EOF    PIC 9          VALUE 0.
       77  WS-SHOW-LINES PIC 9         VALUE 0.
       77  WS-DEPT-EMPS PIC 9(4)       VALUE 0.
       77  WS-DEPT-HOURS PIC 9(5)V99   VALUE 0.
       77  WS-DT-IDX    PIC 9          VALUE 0.
       77  WS-OLD-HOURS PIC 99V99      VALUE 0.
       77  WS-ADJ-DELTA PIC S99V99     VALUE 0.
       77  WS-ADJUSTED  PIC 9(5)       VALUE 0.
       77  WS-APPROVED  PIC 9(5)       VALUE 0.
      * Reasons a supervisor may correct clock hours:
      *   MP  missed punch          WP  wrong punch or department
      *   LV  leave keyed wrong     OT  overtime not authorized
      *   EC  employee correction signed by the employee
       77  WS-REASON-CODE PIC X(2)     VALUE SPACES.
           88  WS-REASON-OK    VALUE "MP" "WP" "LV" "OT" "EC".
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE         PIC 9(8).
           05  WS-CDT-TIME         PIC 9(8).
           05  FILLER              PIC X(5).
       01  SCREEN-LINE.
           05  SCR-EMPNUM   PIC 9(4).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-NAME     PIC X(20).
           05  FILLER       PIC X(5)   VALUE " REG ".
           05  SCR-REG      PIC Z9.99.
           05  FILLER       PIC X(4)   VALUE " OT ".
           05  SCR-OT       PIC Z9.99.
           05  FILLER       PIC X(5)   VALUE " VAC ".
           05  SCR-VAC      PIC Z9.99.
           05  FILLER       PIC X(6)   VALUE " SICK ".
           05  SCR-SICK     PIC Z9.99.
       01  SCREEN-DEPT-LINE.
           05  FILLER       PIC X(12)  VALUE "      DEPT: ".
           05  SCR-DT-DEPT  PIC X(4).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-DT-HOURS PIC Z9.99.
       01  AUDIT-LINE.
           05  AUD-DATE     PIC 9(8).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-TIME     PIC 9(6).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-OPER-ID  PIC X(3).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-PERIOD   PIC 9(4).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-DEPT     PIC X(4).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-ACTION   PIC X(8).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-EMPNUM   PIC X(4).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-TYPE     PIC X(1).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-OLD      PIC Z9.99.
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-NEW      PIC ZZZZ9.99.
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-REASON   PIC X(2).
       PROCEDURE DIVISION.
      * Signs the supervisor on, then takes one department at a
      * time until a blank or X department is keyed.
       000-MAIN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           IF WS-AUTH-LEVEL < 3
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED - SESSION ENDED"
               STOP RUN.
           PERFORM 050-LOAD-PAY-PERIOD THRU 050-EXIT.
           IF WS-PERIOD-FOUND = 0
               DISPLAY "NO PAY PERIOD ON FILE - NOTHING TO APPROVE"
               STOP RUN.
           IF WS-PERIOD-PAID = 1
               DISPLAY "PERIOD " WS-PERIOD-NO
                   " ALREADY PAID - NOTHING TO APPROVE"
               STOP RUN.
           OPEN I-O TIMECLOCK-FILE.
           IF WS-TIMECLOCK-STATUS NOT = "00"
               AND WS-TIMECLOCK-STATUS NOT = "05"
               DISPLAY "TIMECLOCK FILE NOT AVAILABLE - SESSION ENDED"
               STOP RUN.
           OPEN INPUT EMPMASTER-FILE.
           OPEN I-O TCAPPR-FILE.
           IF WS-TCAPPR-STATUS NOT = "00"
               AND WS-TCAPPR-STATUS NOT = "05"
               OPEN OUTPUT TCAPPR-FILE
               CLOSE TCAPPR-FILE
               OPEN I-O TCAPPR-FILE.
           OPEN I-O TCADJ-FILE.
           IF WS-TCADJ-STATUS NOT = "00"
               AND WS-TCADJ-STATUS NOT = "05"
               OPEN OUTPUT TCADJ-FILE
               CLOSE TCADJ-FILE
               OPEN I-O TCADJ-FILE.
           OPEN EXTEND TCAUDIT-FILE.
           DISPLAY "TIMECARD APPROVAL - PAY PERIOD " WS-PERIOD-NO.
           PERFORM 100-ONE-DEPT THRU 100-EXIT
               UNTIL WS-PICK-DEPT = "X" OR WS-PICK-DEPT = "x"
                  OR WS-PICK-DEPT = SPACES.
           CLOSE TIMECLOCK-FILE EMPMASTER-FILE TCAPPR-FILE
                 TCADJ-FILE TCAUDIT-FILE.
           DISPLAY "HOURS ADJUSTED: " WS-ADJUSTED
               "  DEPARTMENTS APPROVED: " WS-APPROVED.
           STOP RUN.
      * Reads the pay-period control record; only an open period
      * can be approved.
       050-LOAD-PAY-PERIOD.
           OPEN INPUT PAYPER-FILE.
           IF WS-PAYPER-STATUS = "00"
               READ PAYPER-FILE
                   NOT AT END
                       MOVE PP-PERIOD-NO TO WS-PERIOD-NO
                       MOVE 1 TO WS-PERIOD-FOUND
                       IF PP-IS-PAID
                           MOVE 1 TO WS-PERIOD-PAID
                       END-IF
               END-READ
           END-IF.
           CLOSE PAYPER-FILE.
       050-EXIT.
           EXIT.
      * Takes one department: shows its timecards, then takes
      * corrections until the supervisor approves it or moves on.
       100-ONE-DEPT.
           DISPLAY "DEPARTMENT (X = DONE): " WITH NO ADVANCING.
           ACCEPT WS-PICK-DEPT.
           IF WS-PICK-DEPT = "X" OR WS-PICK-DEPT = "x"
               OR WS-PICK-DEPT = SPACES
               GO TO 100-EXIT.
           MOVE WS-PERIOD-NO TO TA-PERIOD.
           MOVE WS-PICK-DEPT TO TA-DEPT.
           READ TCAPPR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "DEPARTMENT " WS-PICK-DEPT
                       " ALREADY APPROVED BY " TA-OPER-ID
                       " ON " TA-DATE
                   GO TO 100-EXIT
           END-READ.
           MOVE 1 TO WS-SHOW-LINES.
           PERFORM 200-SCAN-DEPT THRU 200-EXIT.
           IF WS-DEPT-EMPS = 0
               DISPLAY "NO TIMECARDS THIS PERIOD FOR DEPARTMENT "
                   WS-PICK-DEPT
               GO TO 100-EXIT.
           MOVE "VIEW TIMECARDS" TO WS-ACT-FUNCTION.
           MOVE SPACES TO WS-ACT-KEY.
           STRING WS-PERIOD-NO " " WS-PICK-DEPT
               DELIMITED BY SIZE INTO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           MOVE 0 TO WS-DEPT-DONE.
           PERFORM 300-TAKE-ONE THRU 300-EXIT
               UNTIL WS-DEPT-DONE = 1.
       100-EXIT.
           EXIT.
      * Reads the whole clock file in employee order, counting (and
      * when WS-SHOW-LINES is 1, showing) this period's timecards
      * for employees homed in the department picked.
       200-SCAN-DEPT.
           MOVE 0 TO WS-DEPT-EMPS.
           MOVE 0 TO WS-DEPT-HOURS.
           MOVE 0 TO WS-TC-EOF.
           MOVE 0 TO TC-EMPNUM.
           START TIMECLOCK-FILE KEY IS NOT LESS THAN TC-EMPNUM
               INVALID KEY
                   MOVE 1 TO WS-TC-EOF
           END-START.
           PERFORM 250-SCAN-ONE THRU 250-EXIT
               UNTIL WS-TC-EOF = 1.
       200-EXIT.
           EXIT.
       250-SCAN-ONE.
           READ TIMECLOCK-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-TC-EOF
                   GO TO 250-EXIT
           END-READ.
           IF TC-PERIOD NOT = WS-PERIOD-NO
               GO TO 250-EXIT.
           MOVE TC-EMPNUM TO EM-EMPNUM.
           READ EMPMASTER-FILE
               INVALID KEY
                   GO TO 250-EXIT
           END-READ.
           IF EM-DEPT NOT = WS-PICK-DEPT
               GO TO 250-EXIT.
           ADD 1 TO WS-DEPT-EMPS.
           ADD TC-HOURS TC-VAC-HOURS TC-SICK-HOURS TO WS-DEPT-HOURS.
           IF WS-SHOW-LINES = 1
               PERFORM 270-SHOW-CARD THRU 270-EXIT.
       250-EXIT.
           EXIT.
      * Shows one timecard and its department hour buckets.
       270-SHOW-CARD.
           MOVE TC-EMPNUM TO SCR-EMPNUM.
           MOVE EM-NAME TO SCR-NAME.
           MOVE TC-REG-HOURS TO SCR-REG.
           MOVE TC-OT-HOURS TO SCR-OT.
           MOVE TC-VAC-HOURS TO SCR-VAC.
           MOVE TC-SICK-HOURS TO SCR-SICK.
           DISPLAY SCREEN-LINE.
           PERFORM 280-SHOW-BUCKET THRU 280-EXIT
               VARYING WS-DT-IDX FROM 1 BY 1
               UNTIL WS-DT-IDX > 5.
       270-EXIT.
           EXIT.
       280-SHOW-BUCKET.
           IF TC-DT-DEPT(WS-DT-IDX) = SPACES
               GO TO 280-EXIT.
           MOVE TC-DT-DEPT(WS-DT-IDX) TO SCR-DT-DEPT.
           MOVE TC-DT-HOURS(WS-DT-IDX) TO SCR-DT-HOURS.
           DISPLAY SCREEN-DEPT-LINE.
       280-EXIT.
           EXIT.
      * Takes one entry: an employee number to correct, A to
      * approve the department, or X to leave it unapproved.
       300-TAKE-ONE.
           DISPLAY "EMPLOYEE TO ADJUST (A = APPROVE, X = NEXT DEPT): "
               WITH NO ADVANCING.
           ACCEPT WS-PICK-EMP.
           IF WS-PICK-EMP = "X" OR WS-PICK-EMP = "x"
               MOVE 1 TO WS-DEPT-DONE
               GO TO 300-EXIT.
           IF WS-PICK-EMP = "A" OR WS-PICK-EMP = "a"
               PERFORM 500-APPROVE THRU 500-EXIT
               GO TO 300-EXIT.
           IF WS-PICK-EMP NOT NUMERIC
               DISPLAY "NON-NUMERIC EMPLOYEE NUMBER"
               GO TO 300-EXIT.
           PERFORM 400-ADJUST THRU 400-EXIT.
       300-EXIT.
           EXIT.
      * Corrects one hours figure on one timecard.  The new figure
      * replaces the old on the clock record; the difference is
      * added into the employee's adjustment record for the period
      * so a PUNCHEDIT rebuild keeps it.  Worked hours are always
      * straight time plus overtime.
       400-ADJUST.
           MOVE WS-PICK-EMP TO TC-EMPNUM.
           READ TIMECLOCK-FILE
               INVALID KEY
                   DISPLAY "NO TIMECARD FOR EMPLOYEE " WS-PICK-EMP
                   GO TO 400-EXIT
           END-READ.
           MOVE TC-EMPNUM TO EM-EMPNUM.
           READ EMPMASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EM-DEPT
           END-READ.
           IF TC-PERIOD NOT = WS-PERIOD-NO
               OR EM-DEPT NOT = WS-PICK-DEPT
               DISPLAY "EMPLOYEE " WS-PICK-EMP
                   " HAS NO TIMECARD THIS PERIOD IN DEPARTMENT "
                   WS-PICK-DEPT
               GO TO 400-EXIT.
           DISPLAY "HOURS TO CORRECT - R)EGULAR O)VERTIME "
               "V)ACATION S)ICK: " WITH NO ADVANCING.
           ACCEPT WS-PICK-TYPE.
           IF WS-PICK-TYPE = "r" MOVE "R" TO WS-PICK-TYPE.
           IF WS-PICK-TYPE = "o" MOVE "O" TO WS-PICK-TYPE.
           IF WS-PICK-TYPE = "v" MOVE "V" TO WS-PICK-TYPE.
           IF WS-PICK-TYPE = "s" MOVE "S" TO WS-PICK-TYPE.
           IF WS-PICK-TYPE = "R"
               MOVE TC-REG-HOURS TO WS-OLD-HOURS
           ELSE
           IF WS-PICK-TYPE = "O"
               MOVE TC-OT-HOURS TO WS-OLD-HOURS
           ELSE
           IF WS-PICK-TYPE = "V"
               MOVE TC-VAC-HOURS TO WS-OLD-HOURS
           ELSE
           IF WS-PICK-TYPE = "S"
               MOVE TC-SICK-HOURS TO WS-OLD-HOURS
           ELSE
               DISPLAY "HOURS TYPE MUST BE R, O, V, OR S"
               GO TO 400-EXIT.
           DISPLAY "CORRECT HOURS, 4 DIGITS (0800 = 8.00): "
               WITH NO ADVANCING.
           ACCEPT WS-PICK-HOURS.
           IF WS-PICK-HOURS NOT NUMERIC
               DISPLAY "HOURS MUST BE FOUR DIGITS"
               GO TO 400-EXIT.
           DISPLAY "REASON CODE (MP WP LV OT EC): " WITH NO ADVANCING.
           ACCEPT WS-PICK-REASON.
           MOVE WS-PICK-REASON TO WS-REASON-CODE.
           IF NOT WS-REASON-OK
               DISPLAY "UNKNOWN REASON CODE - NOT ADJUSTED"
               GO TO 400-EXIT.
           COMPUTE WS-ADJ-DELTA = WS-PICK-HRS-NUM - WS-OLD-HOURS.
           IF WS-ADJ-DELTA = 0
               DISPLAY "HOURS UNCHANGED - NOT ADJUSTED"
               GO TO 400-EXIT.
           IF WS-PICK-TYPE = "R"
               MOVE WS-PICK-HRS-NUM TO TC-REG-HOURS.
           IF WS-PICK-TYPE = "O"
               MOVE WS-PICK-HRS-NUM TO TC-OT-HOURS.
           IF WS-PICK-TYPE = "V"
               MOVE WS-PICK-HRS-NUM TO TC-VAC-HOURS.
           IF WS-PICK-TYPE = "S"
               MOVE WS-PICK-HRS-NUM TO TC-SICK-HOURS.
           COMPUTE TC-HOURS = TC-REG-HOURS + TC-OT-HOURS.
           REWRITE TC-REC
               INVALID KEY
                   DISPLAY "TIMECARD NOT REWRITTEN - NOT ADJUSTED"
                   GO TO 400-EXIT
           END-REWRITE.
           PERFORM 450-POST-ADJ THRU 450-EXIT.
           ADD 1 TO WS-ADJUSTED.
           MOVE "ADJUST" TO AUD-ACTION.
           MOVE WS-PICK-EMP TO AUD-EMPNUM.
           MOVE WS-PICK-TYPE TO AUD-TYPE.
           MOVE WS-OLD-HOURS TO AUD-OLD.
           MOVE WS-PICK-HRS-NUM TO AUD-NEW.
           MOVE WS-REASON-CODE TO AUD-REASON.
           PERFORM 700-AUDIT THRU 700-EXIT.
           MOVE EM-NAME TO SCR-NAME.
           MOVE TC-EMPNUM TO SCR-EMPNUM.
           MOVE TC-REG-HOURS TO SCR-REG.
           MOVE TC-OT-HOURS TO SCR-OT.
           MOVE TC-VAC-HOURS TO SCR-VAC.
           MOVE TC-SICK-HOURS TO SCR-SICK.
           DISPLAY SCREEN-LINE.
       400-EXIT.
           EXIT.
      * Adds the correction into the employee's adjustment record
      * for the period, starting the record on the first one.
       450-POST-ADJ.
           MOVE WS-PERIOD-NO TO TJ-PERIOD.
           MOVE TC-EMPNUM TO TJ-EMPNUM.
           READ TCADJ-FILE
               INVALID KEY
                   MOVE 0 TO TJ-REG-ADJ
                   MOVE 0 TO TJ-OT-ADJ
                   MOVE 0 TO TJ-VAC-ADJ
                   MOVE 0 TO TJ-SICK-ADJ
           END-READ.
           IF WS-PICK-TYPE = "R"
               ADD WS-ADJ-DELTA TO TJ-REG-ADJ.
           IF WS-PICK-TYPE = "O"
               ADD WS-ADJ-DELTA TO TJ-OT-ADJ.
           IF WS-PICK-TYPE = "V"
               ADD WS-ADJ-DELTA TO TJ-VAC-ADJ.
           IF WS-PICK-TYPE = "S"
               ADD WS-ADJ-DELTA TO TJ-SICK-ADJ.
           MOVE WS-OPER-ID TO TJ-OPER-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE TO TJ-DATE.
           IF WS-TCADJ-STATUS = "00"
               REWRITE TJ-REC
           ELSE
               WRITE TJ-REC.
       450-EXIT.
           EXIT.
      * Approves the department for the period once the supervisor
      * confirms.  The approval record carries the timecard count
      * and hours approved, recounted here after any corrections.
       500-APPROVE.
           DISPLAY "APPROVE DEPARTMENT " WS-PICK-DEPT
               " FOR PERIOD " WS-PERIOD-NO " (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "NOT APPROVED"
               GO TO 500-EXIT.
           MOVE 0 TO WS-SHOW-LINES.
           PERFORM 200-SCAN-DEPT THRU 200-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-PERIOD-NO TO TA-PERIOD.
           MOVE WS-PICK-DEPT TO TA-DEPT.
           MOVE WS-OPER-ID TO TA-OPER-ID.
           MOVE WS-CDT-DATE TO TA-DATE.
           MOVE WS-CDT-TIME(1:6) TO TA-TIME.
           MOVE WS-DEPT-EMPS TO TA-EMP-COUNT.
           MOVE WS-DEPT-HOURS TO TA-HOURS.
           WRITE TA-REC
               INVALID KEY
                   DISPLAY "DEPARTMENT ALREADY APPROVED"
                   MOVE 1 TO WS-DEPT-DONE
                   GO TO 500-EXIT
           END-WRITE.
           ADD 1 TO WS-APPROVED.
           MOVE "APPROVE" TO AUD-ACTION.
           MOVE "ALL " TO AUD-EMPNUM.
           MOVE SPACE TO AUD-TYPE.
           MOVE 0 TO AUD-OLD.
           MOVE WS-DEPT-HOURS TO AUD-NEW.
           MOVE SPACES TO AUD-REASON.
           PERFORM 700-AUDIT THRU 700-EXIT.
           DISPLAY "DEPARTMENT " WS-PICK-DEPT " APPROVED - "
               WS-DEPT-EMPS " TIMECARDS".
           MOVE 1 TO WS-DEPT-DONE.
       500-EXIT.
           EXIT.
      * Stamps one line to the timecard audit log and the
      * operator activity journal.
       700-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE TO AUD-DATE.
           MOVE WS-CDT-TIME(1:6) TO AUD-TIME.
           MOVE WS-OPER-ID TO AUD-OPER-ID.
           MOVE WS-PERIOD-NO TO AUD-PERIOD.
           MOVE WS-PICK-DEPT TO AUD-DEPT.
           MOVE AUDIT-LINE TO TCAUDIT-REC.
           WRITE TCAUDIT-REC.
           IF AUD-ACTION = "APPROVE"
               MOVE "APPROVE TIMECARDS" TO WS-ACT-FUNCTION
           ELSE
               MOVE "ADJUST TIMECARD" TO WS-ACT-FUNCTION.
           MOVE SPACES TO WS-ACT-KEY.
           STRING WS-PERIOD-NO " " WS-PICK-DEPT " " AUD-EMPNUM
               DELIMITED BY SIZE INTO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       700-EXIT.
           EXIT.
       END PROGRAM TCAPPROV.

      *                 HOUR BUCKETS ON THE TIMECLOCK RECORD, SO THE
      *                 PAYROLL LABOR DISTRIBUTION CAN CHARGE THE
      *                 DEPARTMENT A FLOATER ACTUALLY WORKED.
      * 2026-10-15  KB  SPLIT EACH PAIRED SHIFT BY WORKWEEK (START
      *                 DAY SET BY WORKWEEK-START-DAY, NIGHT
      *                 SHIFTS PAST THE WEEK'S END CARRIED INTO
      *                 THE NEXT WEEK) AND CARRY STRAIGHT-TIME AND
      *                 OVERTIME HOURS FOR EACH WEEK, WITH PERIOD
      *                 TOTALS, ON THE TIMECLOCK RECORD SO PAYROLL
      *                 PAYS OVERTIME PER WORKWEEK INSTEAD OF PER
      *                 PERIOD. VACATION AND SICK HOURS STAY OUT
      *                 OF THE WEEKLY COUNT.
      * 2026-10-15  KB  PUT BACK THE SUPERVISOR HOUR CORRECTIONS
      *                 KEPT ON HW2TCADJ BY TCAPPROV WHEN THE
      *                 CLOCK FILE IS REBUILT, WRITING A RECORD
      *                 FOR AN EMPLOYEE GIVEN HOURS WITH NO
      *                 PUNCHES; ONCE ANY DEPARTMENT IS APPROVED
      *                 FOR THE PERIOD THE CLOCK FILE IS LEFT AS
      *                 APPROVED AND NOT REBUILT.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PUNCHEDIT.
               FILE STATUS IS WS-PAYPER-STATUS.
           SELECT PUNCH-EXCP ASSIGN TO UT-S-PUNCHEX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TCAPPR-FILE ASSIGN TO UT-S-TCAPPR
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TA-KEY
               FILE STATUS IS WS-TCAPPR-STATUS.
           SELECT OPTIONAL TCADJ-FILE ASSIGN TO UT-S-TCADJ
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS TJ-KEY
               FILE STATUS IS WS-TCADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD  PAYPER-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  EXCP-OUT            PIC X(80).
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

       WORKING-STORAGE SECTION.
       77  UT-S-PUNCHIN PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PAYPR.DAT'.
       77  UT-S-PUNCHEX PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PUNCH.RPT'.
       77  UT-S-TCAPPR  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2TCAPR.DAT'.
       77  UT-S-TCADJ   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2TCADJ.DAT'.
       77  WS-TIMECLOCK-STATUS PIC XX  VALUE SPACES.
       77  WS-TCAPPR-STATUS PIC XX     VALUE SPACES.
       77  WS-TCADJ-STATUS PIC XX      VALUE SPACES.
       77  WS-TCADJ-OPEN PIC 9         VALUE 0.
       77  WS-ADJ-EOF   PIC 9          VALUE 0.
       77  WS-ADJ-WORK  PIC S9(3)V99   VALUE 0.
       77  WS-PERIOD-APPROVED PIC 9    VALUE 0.
       77  WS-PAYPER-STATUS PIC XX     VALUE SPACES.
       77  WS-PUNCH-EOF PIC 9          VALUE 0.
       77  WS-PERIOD-NO PIC 9(4)       VALUE 0.
           05  WS-ED-ENTRY OCCURS 5 TIMES.
               10  WS-ED-DEPT  PIC X(4).
               10  WS-ED-HOURS PIC 99V99.
      * Hours worked by the employee in hand in each workweek the
      * period touches, keyed by the day number the week starts on.
      * A monthly period touches at most six; a seventh stacks onto
      * the sixth bucket rather than dropping hours.
       77  WS-WK-COUNT  PIC 9          VALUE 0.
       77  WS-WK-IDX    PIC 9          VALUE 0.
       77  WS-WK-HIT    PIC 9          VALUE 0.
       01  WS-EMP-WEEKS.
           05  WS-WK-ENTRY OCCURS 6 TIMES.
               10  WS-WK-BEGIN PIC S9(9).
               10  WS-WK-HOURS PIC 99V99.
       77  WS-WK-DOW    PIC 9          VALUE 0.
       77  WS-WK-QUOT   PIC S9(9)      VALUE 0.
       77  WS-WK-BACK   PIC S9         VALUE 0.
       77  WS-WK-START-INT PIC S9(9)   VALUE 0.
       77  WS-WK-ROLL-INT PIC S9(9)    VALUE 0.
       77  WS-WK-ROLL-HRS PIC 99V99    VALUE 0.
       77  WS-WK-LATE-MIN PIC S9(7)    VALUE 0.
       77  WS-WK-LATE-HRS PIC 99V99    VALUE 0.
       77  WS-HELD-DAY-INT PIC S9(9)   VALUE 0.
       77  WS-EMP-REG   PIC 99V99      VALUE 0.
       77  WS-EMP-OT    PIC 99V99      VALUE 0.
       77  WS-IN-MIN    PIC S9(9)      VALUE 0.
       77  WS-OUT-MIN   PIC S9(9)      VALUE 0.
       77  WS-SHIFT-MIN PIC S9(7)      VALUE 0.
      * unpaid lunch taken off it.
       77  LUNCH-SHIFT-MIN PIC 9(3)    VALUE 360.
       77  LUNCH-DEDUCT-MIN PIC 9(2)   VALUE 30.
      * The workweek starts at midnight beginning this day (1 =
      * Sunday through 7 = Saturday); hours past this many in one
      * workweek are overtime.
       77  WORKWEEK-START-DAY PIC 9    VALUE 1.
       77  WEEK-OT-HOURS PIC 99        VALUE 40.
       01  EXCP-LINE.
           05  EXCP-EMPNUM PIC 9(4).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  EXCP-TIME   PIC 9(4).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  EXCP-REASON PIC X(40).
       01  EXCP-FROZEN-LINE.
           05  FILLER      PIC X(7)    VALUE "PERIOD ".
           05  EXCP-F-PERIOD PIC 9(4).
           05  FILLER      PIC X(40)
               VALUE " HAS APPROVED TIMECARDS - TIMECLOCK LEFT".
           05  FILLER      PIC X(12)   VALUE " AS APPROVED".
       01  EXCP-TOTAL-LINE.
           05  FILLER      PIC X(19)   VALUE "PUNCH EXCEPTIONS:  ".
           05  EXCP-T-COUNT PIC ZZZZ9.
      * hours record per employee.
       000-MAIN.
           OPEN INPUT PUNCHIN-FILE.
           OPEN OUTPUT PUNCH-EXCP.
           OPEN INPUT PAYPER-FILE.
           IF WS-PAYPER-STATUS = "00"
               END-READ
           END-IF.
           CLOSE PAYPER-FILE.
      * Once a supervisor has approved any department for the
      * period, the clock file holds approved hours and is left as
      * it stands; a late punch is entered as a supervisor
      * correction on the approval screen instead.
           PERFORM 050-CHECK-APPROVED THRU E-050-CHECK-APPROVED.
           IF WS-PERIOD-APPROVED = 1
               MOVE WS-PERIOD-NO TO EXCP-F-PERIOD
               MOVE EXCP-FROZEN-LINE TO EXCP-OUT
               WRITE EXCP-OUT
               DISPLAY EXCP-FROZEN-LINE
               CLOSE PUNCHIN-FILE PUNCH-EXCP
               STOP RUN.
           OPEN OUTPUT TIMECLOCK-FILE.
           OPEN INPUT TCADJ-FILE.
           IF WS-TCADJ-STATUS = "00"
               MOVE 1 TO WS-TCADJ-OPEN.
           INITIALIZE WS-EMP-DEPTS.
           INITIALIZE WS-EMP-WEEKS.
           PERFORM 100-READ-PUNCH THRU E-100-READ-PUNCH
               UNTIL WS-PUNCH-EOF = 1.
           IF WS-CUR-EMP NOT = 0
               PERFORM 500-WRITE-EMPLOYEE THRU E-500-WRITE-EMPLOYEE.
           IF WS-TCADJ-OPEN = 1
               PERFORM 600-ADJ-ONLY THRU E-600-ADJ-ONLY.
           CLOSE TCADJ-FILE.
           MOVE WS-EXCP-COUNT TO EXCP-T-COUNT.
           MOVE WS-EMP-COUNT TO EXCP-T-EMPS.
           MOVE EXCP-TOTAL-LINE TO EXCP-OUT.
           WRITE EXCP-OUT AFTER ADVANCING 2 LINES.
           CLOSE PUNCHIN-FILE TIMECLOCK-FILE PUNCH-EXCP.
           STOP RUN.
      * Looks for any department approval on file for the period.
       050-CHECK-APPROVED.
           IF WS-PERIOD-NO = 0
               GO TO E-050-CHECK-APPROVED.
           OPEN INPUT TCAPPR-FILE.
           IF WS-TCAPPR-STATUS NOT = "00"
               CLOSE TCAPPR-FILE
               GO TO E-050-CHECK-APPROVED.
           MOVE WS-PERIOD-NO TO TA-PERIOD.
           MOVE LOW-VALUES TO TA-DEPT.
           START TCAPPR-FILE KEY IS NOT LESS THAN TA-KEY
               INVALID KEY
                   CLOSE TCAPPR-FILE
                   GO TO E-050-CHECK-APPROVED
           END-START.
           READ TCAPPR-FILE NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF TA-PERIOD = WS-PERIOD-NO
                       MOVE 1 TO WS-PERIOD-APPROVED
                   END-IF
           END-READ.
           CLOSE TCAPPR-FILE.
       E-050-CHECK-APPROVED.
       EXIT.
      * Reads the next punch and applies it.
       100-READ-PUNCH.
           READ PUNCHIN-FILE
               MOVE 0 TO WS-HAVE-IN
               MOVE 0 TO WS-ED-COUNT
               INITIALIZE WS-EMP-DEPTS
               MOVE 0 TO WS-WK-COUNT
               INITIALIZE WS-EMP-WEEKS
           END-IF.
           IF PU-IS-VACATION
               ADD PU-HOURS TO WS-EMP-VAC
               FUNCTION INTEGER-OF-DATE(PU-DATE).
           COMPUTE WS-IN-MIN = (WS-DAY-INT * 1440)
               + (WS-HH * 60) + WS-MM.
           MOVE WS-DAY-INT TO WS-HELD-DAY-INT.
           MOVE PU-EMPNUM TO WS-HELD-EMPNUM.
           MOVE PU-DATE TO WS-HELD-DATE.
           MOVE PU-HHMM TO WS-HELD-HHMM.
           ADD WS-SHIFT-HRS TO WS-EMP-HOURS.
           IF WS-HELD-DEPT NOT = SPACES
               PERFORM 350-DEPT-ROLL THRU E-350-DEPT-ROLL.
           PERFORM 370-WEEK-SPLIT THRU E-370-WEEK-SPLIT.
           MOVE 0 TO WS-HAVE-IN.
       E-300-OUT-PUNCH.
       EXIT.
               MOVE 1 TO WS-ED-HIT.
       E-360-DEPT-ONE.
       EXIT.
      * Puts the shift just paired into the workweek its in punch
      * falls in.  Day number 7 was a Sunday, so the remainder of
      * the day number over 7 gives the weekday (0 = Sunday).  A
      * night shift running past midnight into the next workweek
      * has the quarter hours worked after midnight moved to that
      * week, so each week's overtime counts only its own hours.
       370-WEEK-SPLIT.
           DIVIDE WS-HELD-DAY-INT BY 7 GIVING WS-WK-QUOT
               REMAINDER WS-WK-DOW.
           COMPUTE WS-WK-BACK = WS-WK-DOW + 1 - WORKWEEK-START-DAY.
           IF WS-WK-BACK < 0
               ADD 7 TO WS-WK-BACK.
           COMPUTE WS-WK-START-INT = WS-HELD-DAY-INT - WS-WK-BACK.
           COMPUTE WS-WK-LATE-MIN =
               WS-OUT-MIN - ((WS-WK-START-INT + 7) * 1440).
           MOVE 0 TO WS-WK-LATE-HRS.
           IF WS-WK-LATE-MIN > 0
               COMPUTE WS-QTRS = (WS-WK-LATE-MIN + 7) / 15
               COMPUTE WS-WK-LATE-HRS = (WS-QTRS * 15) / 60
               IF WS-WK-LATE-HRS > WS-SHIFT-HRS
                   MOVE WS-SHIFT-HRS TO WS-WK-LATE-HRS
               END-IF
           END-IF.
           MOVE WS-WK-START-INT TO WS-WK-ROLL-INT.
           COMPUTE WS-WK-ROLL-HRS = WS-SHIFT-HRS - WS-WK-LATE-HRS.
           PERFORM 380-WEEK-ROLL THRU E-380-WEEK-ROLL.
           IF WS-WK-LATE-HRS = 0
               GO TO E-370-WEEK-SPLIT.
           COMPUTE WS-WK-ROLL-INT = WS-WK-START-INT + 7.
           MOVE WS-WK-LATE-HRS TO WS-WK-ROLL-HRS.
           PERFORM 380-WEEK-ROLL THRU E-380-WEEK-ROLL.
       E-370-WEEK-SPLIT.
       EXIT.
      * Adds hours to the bucket for the workweek starting on day
      * WS-WK-ROLL-INT, opening a bucket the first time it is hit.
       380-WEEK-ROLL.
           IF WS-WK-ROLL-HRS = 0
               GO TO E-380-WEEK-ROLL.
           MOVE 0 TO WS-WK-HIT.
           PERFORM 390-WEEK-ONE THRU E-390-WEEK-ONE
               VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > WS-WK-COUNT
                  OR WS-WK-HIT = 1.
           IF WS-WK-HIT = 1
               GO TO E-380-WEEK-ROLL.
           IF WS-WK-COUNT < 6
               ADD 1 TO WS-WK-COUNT
               MOVE WS-WK-ROLL-INT TO WS-WK-BEGIN(WS-WK-COUNT)
               MOVE WS-WK-ROLL-HRS TO WS-WK-HOURS(WS-WK-COUNT)
           ELSE
               ADD WS-WK-ROLL-HRS TO WS-WK-HOURS(6).
       E-380-WEEK-ROLL.
       EXIT.
       390-WEEK-ONE.
           IF WS-WK-BEGIN(WS-WK-IDX) = WS-WK-ROLL-INT
               ADD WS-WK-ROLL-HRS TO WS-WK-HOURS(WS-WK-IDX)
               MOVE 1 TO WS-WK-HIT.
       E-390-WEEK-ONE.
       EXIT.
      * Writes one punch exception for supervisor correction.
       400-PUNCH-EXCEPTION.
           ADD 1 TO WS-EXCP-COUNT.
           PERFORM 550-MOVE-DEPT THRU E-550-MOVE-DEPT
               VARYING WS-ED-IDX FROM 1 BY 1
               UNTIL WS-ED-IDX > 5.
           MOVE 0 TO WS-EMP-REG.
           MOVE 0 TO WS-EMP-OT.
           PERFORM 560-MOVE-WEEK THRU E-560-MOVE-WEEK
               VARYING WS-WK-IDX FROM 1 BY 1
               UNTIL WS-WK-IDX > 6.
           MOVE WS-EMP-REG TO TC-REG-HOURS.
           MOVE WS-EMP-OT TO TC-OT-HOURS.
           MOVE WS-WK-COUNT TO TC-WEEK-COUNT.
           IF WS-TCADJ-OPEN = 1
               PERFORM 570-APPLY-ADJ THRU E-570-APPLY-ADJ.
           WRITE TC-REC
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE WS-ED-HOURS(WS-ED-IDX) TO TC-DT-HOURS(WS-ED-IDX).
       E-550-MOVE-DEPT.
       EXIT.
      * Splits one workweek's hours into straight time and overtime
      * and copies the week onto the hours record.  Vacation and
      * sick hours never enter a week bucket, so leave cannot push
      * a week into overtime.
       560-MOVE-WEEK.
           MOVE 0 TO TC-WK-START(WS-WK-IDX).
           MOVE 0 TO TC-WK-REG-HOURS(WS-WK-IDX).
           MOVE 0 TO TC-WK-OT-HOURS(WS-WK-IDX).
           IF WS-WK-IDX > WS-WK-COUNT
               GO TO E-560-MOVE-WEEK.
           COMPUTE TC-WK-START(WS-WK-IDX) =
               FUNCTION DATE-OF-INTEGER(WS-WK-BEGIN(WS-WK-IDX)).
           IF WS-WK-HOURS(WS-WK-IDX) > WEEK-OT-HOURS
               MOVE WEEK-OT-HOURS TO TC-WK-REG-HOURS(WS-WK-IDX)
               COMPUTE TC-WK-OT-HOURS(WS-WK-IDX) =
                   WS-WK-HOURS(WS-WK-IDX) - WEEK-OT-HOURS
           ELSE
               MOVE WS-WK-HOURS(WS-WK-IDX)
                   TO TC-WK-REG-HOURS(WS-WK-IDX).
           ADD TC-WK-REG-HOURS(WS-WK-IDX) TO WS-EMP-REG.
           ADD TC-WK-OT-HOURS(WS-WK-IDX) TO WS-EMP-OT.
       E-560-MOVE-WEEK.
       EXIT.
      * Puts back the corrections a supervisor made to this
      * employee's hours for the period on the approval screen.
       570-APPLY-ADJ.
           MOVE WS-PERIOD-NO TO TJ-PERIOD.
           MOVE WS-CUR-EMP TO TJ-EMPNUM.
           READ TCADJ-FILE
               INVALID KEY
                   GO TO E-570-APPLY-ADJ
           END-READ.
           PERFORM 575-ADD-ADJ THRU E-575-ADD-ADJ.
       E-570-APPLY-ADJ.
       EXIT.
      * Adds the adjustment record in hand onto the hours record.
      * A correction can never take a figure below zero; worked
      * hours stay straight time plus overtime.
       575-ADD-ADJ.
           COMPUTE WS-ADJ-WORK = TC-REG-HOURS + TJ-REG-ADJ.
           IF WS-ADJ-WORK < 0
               MOVE 0 TO WS-ADJ-WORK.
           MOVE WS-ADJ-WORK TO TC-REG-HOURS.
           COMPUTE WS-ADJ-WORK = TC-OT-HOURS + TJ-OT-ADJ.
           IF WS-ADJ-WORK < 0
               MOVE 0 TO WS-ADJ-WORK.
           MOVE WS-ADJ-WORK TO TC-OT-HOURS.
           COMPUTE WS-ADJ-WORK = TC-VAC-HOURS + TJ-VAC-ADJ.
           IF WS-ADJ-WORK < 0
               MOVE 0 TO WS-ADJ-WORK.
           MOVE WS-ADJ-WORK TO TC-VAC-HOURS.
           COMPUTE WS-ADJ-WORK = TC-SICK-HOURS + TJ-SICK-ADJ.
           IF WS-ADJ-WORK < 0
               MOVE 0 TO WS-ADJ-WORK.
           MOVE WS-ADJ-WORK TO TC-SICK-HOURS.
           COMPUTE TC-HOURS = TC-REG-HOURS + TC-OT-HOURS.
       E-575-ADD-ADJ.
       EXIT.
      * Writes an hours record for each employee a supervisor gave
      * hours to this period who has no punches at all -- the
      * employees already written are refused as duplicates.
       600-ADJ-ONLY.
           MOVE 0 TO WS-ADJ-EOF.
           MOVE WS-PERIOD-NO TO TJ-PERIOD.
           MOVE 0 TO TJ-EMPNUM.
           START TCADJ-FILE KEY IS NOT LESS THAN TJ-KEY
               INVALID KEY
                   GO TO E-600-ADJ-ONLY
           END-START.
           PERFORM 610-ADJ-ONE THRU E-610-ADJ-ONE
               UNTIL WS-ADJ-EOF = 1.
       E-600-ADJ-ONLY.
       EXIT.
       610-ADJ-ONE.
           READ TCADJ-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-ADJ-EOF
                   GO TO E-610-ADJ-ONE
           END-READ.
           IF TJ-PERIOD NOT = WS-PERIOD-NO
               MOVE 1 TO WS-ADJ-EOF
               GO TO E-610-ADJ-ONE.
           INITIALIZE TC-REC.
           MOVE TJ-EMPNUM TO TC-EMPNUM.
           MOVE WS-PERIOD-NO TO TC-PERIOD.
           PERFORM 575-ADD-ADJ THRU E-575-ADD-ADJ.
           WRITE TC-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-EMP-COUNT
           END-WRITE.
       E-610-ADJ-ONE.
       EXIT.
       END PROGRAM PUNCHEDIT.

      *                 FIGURE SO RATES RE-DERIVED AT TODAY'S
      *                 BRACKET CANNOT DRIVE THE UNSIGNED
      *                 WITHHOLDING FIELDS NEGATIVE.
      * 2026-10-15  KB  WITHHOLD FEDERAL TAX ON AN ADJUSTMENT
      *                 UNDER THE EMPLOYEE'S W-4 ELECTIONS OFF THE
      *                 EMPLOYEE MASTER: THE FILING STATUS PICKS
      *                 THE BRACKET TABLE, ONE PERIOD'S SHARE OF
      *                 THE DEPENDENT CREDIT COMES OFF, THE EXTRA
      *                 WITHHOLDING GOES ON, AND AN UNLAPSED
      *                 EXEMPT ELECTION WITHHOLDS NOTHING.
      * 2026-10-15  KB  CARRY THE SOCIAL SECURITY NUMBER NOW ON
      *                 THE EMPLOYEE MASTER RECORD.
      * 2026-10-15  KB  EMPLOYEE MASTER RECORD CARRIES THE HOME
      *                 ADDRESS (STREET, CITY, STATE, ZIP) FOR
      *                 STATE NEW-HIRE REPORTING.
      * 2026-10-15  KB  CARRY THE WORKERS' COMP CLASS CODE NOW ON
      *                 THE EMPLOYEE MASTER RECORD.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYADJ.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAXTABLE-STATUS.
           SELECT ADJ-RPT ASSIGN TO UT-S-ADJRPT.
           SELECT OPTIONAL EMPMASTER-FILE ASSIGN TO UT-S-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EM-EMPNUM
               FILE STATUS IS WS-EMPMASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  TT-LOW      PIC 9(4).
           05  TT-HIGH     PIC 9(4).
           05  TT-RATE     PIC V999.
           05  TT-STATUS   PIC X.
       FD  ADJ-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT         PIC X(132).
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

       WORKING-STORAGE SECTION.
       77  UT-S-ADJTXN PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2TAX.DAT'.
       77  UT-S-ADJRPT PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2ADJ.RPT'.
       77  UT-S-EMPMAST PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EMP.DAT'.
       77  WS-EMPMASTER-STATUS PIC XX VALUE SPACES.
       77  WS-YTD-STATUS PIC XX       VALUE SPACES.
       77  WS-TAXTABLE-STATUS PIC XX  VALUE SPACES.
       77  WS-TAXTAB-EOF PIC X        VALUE 'N'.
       77  WS-ER-FICA-BK PIC 9(5)V99  VALUE 0.
       77  WS-ER-MED-BK PIC 9(5)V99   VALUE 0.
      * Federal withholding bracket table, loaded from TAXTABLE-FILE
      * the same way the PAYROLL run loads it, one set of brackets
      * per W-4 filing status.
       01 TX-RATE-TABLE.
           05 TX-RATE OCCURS 27 TIMES INDEXED BY INX-A.
               10 T-LOW    PIC 9(4).
               10 T-HIGH   PIC 9(4).
               10 T-RATE   PIC V999.
               10 T-STATUS PIC X.
       77  WS-TX-STATUS PIC X         VALUE "S".
       77  WS-TX-M-CNT PIC 9(2)       VALUE 0.
       77  WS-TX-H-CNT PIC 9(2)       VALUE 0.
      * The employee's W-4 elections, applied to an adjustment the
      * way PAYROLL applies them to a check.
       01  WS-W4-ELECT.
           05  WS-W4-STATUS    PIC X.
           05  WS-W4-CREDIT    PIC 9(5)V99.
           05  WS-W4-EXTRA     PIC 9(4)V99.
           05  WS-W4-EXEMPT    PIC X.
           05  WS-W4-EXEMPT-YR PIC 9(4).
       77  W4-PAY-PERIODS PIC 9(2)    VALUE 26.
       77  WS-W4-EXEMPT-ON PIC 9      VALUE 0.
       77  WS-W4-EXPIRES PIC 9(8)     VALUE 0.
       77  WS-W4-PD-CREDIT PIC 9(5)V99 VALUE 0.
       77  WS-W4-FED   PIC S9(7)V99   VALUE 0.
       77  WS-W4-ROOM  PIC S9(7)V99   VALUE 0.
       77  WS-TODAY    PIC 9(8)       VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01 ST-RATE-DATA.
           05  FILLER  PIC X(6)    VALUE 'WI0550'.
           05  FILLER  PIC X(6)    VALUE 'IL0495'.
           OPEN INPUT ADJTXN-FILE.
           OPEN I-O YTD-FILE.
           OPEN OUTPUT ADJ-RPT.
           OPEN INPUT EMPMASTER-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-TODAY.
           PERFORM 050-LOAD-TAX-TABLE THRU 050-EXIT.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT.
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
               MOVE "NO YTD RECORD - REJECTED" TO RPT-RESULT
               PERFORM 300-PRINT-LINE THRU 300-EXIT
               GO TO 200-EXIT.
           PERFORM 400-PICK-W4 THRU 400-EXIT.
           PERFORM 500-SEARCH-TABLE THRU 500-EXIT.
           PERFORM 600-SEARCH-STATE-TABLE THRU 600-EXIT.
           COMPUTE WS-FED-TAX = AJ-GROSS * WS-FED-RATE.
               MOVE 0 TO WS-FICA-TAX.
           COMPUTE WS-MEDICARE-TAX = AJ-GROSS * WS-MEDICARE-RATE.
           COMPUTE WS-STATE-TAX = AJ-GROSS * WS-STATE-RATE.
           PERFORM 510-APPLY-W4 THRU 510-EXIT.
           COMPUTE WS-NET = AJ-GROSS - WS-FED-TAX - WS-FICA-TAX
               - WS-MEDICARE-TAX - WS-STATE-TAX.
           MOVE WS-FED-TAX TO RPT-FED.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       300-EXIT.
           EXIT.
      * Picks up the employee's current W-4 elections off the
      * master.  No master record, or nothing filed, withholds as
      * single with no credit or extra.  An exempt election lapses
      * after February 15 of the year following the one it was
      * filed in, and a lapsed one withholds as single.
       400-PICK-W4.
           MOVE SPACES TO WS-W4-ELECT.
           MOVE 0 TO WS-W4-EXEMPT-ON.
           IF WS-EMPMASTER-STATUS = "00"
               MOVE AJ-EMPNUM TO EM-EMPNUM
               READ EMPMASTER-FILE
                   NOT INVALID KEY
                       MOVE EM-W4-CURRENT TO WS-W4-ELECT
               END-READ
           END-IF.
           IF WS-W4-STATUS NOT = "S" AND WS-W4-STATUS NOT = "M"
               AND WS-W4-STATUS NOT = "H"
               MOVE "S" TO WS-W4-STATUS.
           IF WS-W4-CREDIT NOT NUMERIC
               MOVE 0 TO WS-W4-CREDIT.
           IF WS-W4-EXTRA NOT NUMERIC
               MOVE 0 TO WS-W4-EXTRA.
           IF WS-W4-EXEMPT-YR NOT NUMERIC
               MOVE 0 TO WS-W4-EXEMPT-YR.
           IF WS-W4-EXEMPT NOT = "Y"
               GO TO 400-EXIT.
           COMPUTE WS-W4-EXPIRES =
               (WS-W4-EXEMPT-YR + 1) * 10000 + 0215.
           IF WS-TODAY NOT > WS-W4-EXPIRES
               MOVE 1 TO WS-W4-EXEMPT-ON
           ELSE
               MOVE "S" TO WS-W4-STATUS
               MOVE 0 TO WS-W4-CREDIT
               MOVE 0 TO WS-W4-EXTRA.
       400-EXIT.
           EXIT.
      * Searches the bracket table for the adjustment's tax rate,
      * in the brackets for the employee's filing status; a status
      * with no brackets loaded falls back to the single brackets.
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
                   AND T-LOW(INX-A) < AJ-GROSS
                   AND AJ-GROSS < T-HIGH(INX-A)
                       MOVE T-RATE(INX-A) TO WS-FED-RATE
               END-SEARCH.
               MOVE .340 TO WS-FED-RATE.
       500-EXIT.
           EXIT.
      * Applies the W-4 elections to the bracket withholding the
      * same way PAYROLL does: exempt takes none, one period's
      * share of the dependent credit comes off, and the extra
      * withholding goes on as far as the adjustment covers it.
       510-APPLY-W4.
           IF WS-W4-EXEMPT-ON = 1
               MOVE 0 TO WS-FED-TAX
               GO TO 510-EXIT.
           COMPUTE WS-W4-PD-CREDIT ROUNDED =
               WS-W4-CREDIT / W4-PAY-PERIODS.
           COMPUTE WS-W4-FED = WS-FED-TAX - WS-W4-PD-CREDIT.
           IF WS-W4-FED < 0
               MOVE 0 TO WS-W4-FED.
           COMPUTE WS-W4-ROOM = AJ-GROSS - WS-W4-FED
               - WS-FICA-TAX - WS-MEDICARE-TAX - WS-STATE-TAX.
           IF WS-W4-ROOM < 0
               MOVE 0 TO WS-W4-ROOM.
           IF WS-W4-EXTRA > WS-W4-ROOM
               ADD WS-W4-ROOM TO WS-W4-FED
           ELSE
               ADD WS-W4-EXTRA TO WS-W4-FED.
           MOVE WS-W4-FED TO WS-FED-TAX.
       510-EXIT.
           EXIT.
      * Searches the state tax table by the adjustment's state code
       600-SEARCH-STATE-TABLE.
           MOVE 0 TO WS-STATE-RATE
           MOVE WS-ADJ-REJECTED TO RPT-T-REJECTED.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE ADJTXN-FILE YTD-FILE ADJ-RPT EMPMASTER-FILE.
           STOP RUN.
       END PROGRAM PAYADJ.

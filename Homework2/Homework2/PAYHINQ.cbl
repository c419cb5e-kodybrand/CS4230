      ***********************************************************
      * PAY HISTORY INQUIRY AND STUB REPRINT
      * KODY BRAND
      * This program answers "what was I paid" from the HW2PAYHS
      * pay-history file PAYROLL appends every check to.  The
      * operator signs on through OPERSIGN, keys an employee and
      * a check-date range, and sees each check in the range with
      * its gross, taxes, deductions, and net, and the range
      * totals.  An operator with update authority can then
      * reprint any listed check's stub -- PAYCHK's check and stub
      * layout marked REPRINT, never negotiable -- or print an
      * employment and earnings verification letter for a lender
      * covering the range.  Both print to HW2PHPRT and every
      * reprint and letter is stamped with the operator ID to the
      * HW2PHAUD audit log.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  INQUIRIES, REPRINTS AND LETTERS STAMPED TO
      *                 THE OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYHINQ.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO UT-S-PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.
           SELECT EMPMASTER-FILE ASSIGN TO UT-S-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EM-EMPNUM
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT REPRINT-FILE ASSIGN TO UT-S-PHPRT.
           SELECT OPTIONAL PHAUDIT-FILE ASSIGN TO UT-S-PHAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
               88  PH-IS-DD            VALUE "D".
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
       FD  REPRINT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT             PIC X(132).
       FD  PHAUDIT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PHAUDIT-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       77  UT-S-PAYHIST PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PAYHS.DAT'.
       77  UT-S-EMPMAST PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EMP.DAT'.
       77  UT-S-PHPRT   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PHPRT.RPT'.
       77  UT-S-PHAUDIT PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PHAUD.LOG'.
       77  WS-PAYHIST-STATUS PIC XX    VALUE SPACES.
       77  WS-EMPMAST-STATUS PIC XX    VALUE SPACES.
       77  WS-OPER-ID   PIC X(3)       VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9         VALUE 0.
       77  WS-SIGNON-OK PIC X          VALUE "N".
       77  WS-ACT-PROGRAM PIC X(8)     VALUE "PAYHINQ".
       77  WS-ACT-FUNCTION PIC X(20)   VALUE SPACES.
       77  WS-ACT-KEY   PIC X(20)      VALUE SPACES.
       77  WS-ACT-OWNER PIC X(3)       VALUE SPACES.
       77  WS-PICK-EMP  PIC X(4)       VALUE SPACES.
       77  WS-PICK-EMP-NUM REDEFINES WS-PICK-EMP PIC 9(4).
       77  WS-PICK-FROM PIC X(8)       VALUE SPACES.
       77  WS-PICK-FROM-NUM REDEFINES WS-PICK-FROM PIC 9(8).
       77  WS-PICK-TO   PIC X(8)       VALUE SPACES.
       77  WS-PICK-TO-NUM REDEFINES WS-PICK-TO PIC 9(8).
       77  WS-PICK-ACTION PIC X        VALUE SPACE.
       77  WS-PICK-LINE PIC X(2)       VALUE SPACES.
       77  WS-PICK-LINE-NUM REDEFINES WS-PICK-LINE PIC 99.
       77  WS-FROM-DATE PIC 9(8)       VALUE 0.
       77  WS-TO-DATE   PIC 9(8)       VALUE 0.
       77  WS-EMP-FOUND PIC 9          VALUE 0.
       77  WS-EMP-DONE  PIC 9          VALUE 0.
       77  WS-PH-EOF    PIC 9          VALUE 0.
       77  WS-PRINTED   PIC 9(5)       VALUE 0.
       77  WS-TAXES     PIC 9(7)V99    VALUE 0.
       77  WS-DEDS      PIC 9(7)V99    VALUE 0.
       77  WS-CHECKS    PIC 9(4)       VALUE 0.
       77  WS-TOT-GROSS PIC 9(9)V99    VALUE 0.
       77  WS-TOT-TAXES PIC 9(9)V99    VALUE 0.
       77  WS-TOT-DEDS  PIC 9(9)V99    VALUE 0.
       77  WS-TOT-NET   PIC 9(9)V99    VALUE 0.
       77  WS-LAST-YTD-GROSS PIC 9(7)V99 VALUE 0.
       77  WS-LAST-DATE PIC 9(8)       VALUE 0.
      * The lines listed for the employee, kept by number so a
      * reprint can go back to the check picked.
       77  WS-HL-MAX    PIC 99         VALUE 50.
       77  WS-HL-COUNT  PIC 99         VALUE 0.
       01  WS-HIST-LIST.
           05  WS-HL-ENTRY OCCURS 50 TIMES.
               10  WS-HL-KEY       PIC X(16).
       01  WS-EDIT-DATE            PIC 9(8).
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
           05  WS-ED-YEAR          PIC 9(4).
           05  WS-ED-MONTH         PIC 99.
           05  WS-ED-DAY           PIC 99.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE         PIC 9(8).
           05  WS-CDT-TIME         PIC 9(8).
           05  FILLER              PIC X(5).
       01  SCREEN-HEAD.
           05  FILLER       PIC X(13)  VALUE "NO CHECK DATE".
           05  FILLER       PIC X(13)  VALUE " PER  CHECK# ".
           05  FILLER       PIC X(13)  VALUE "        GROSS".
           05  FILLER       PIC X(13)  VALUE "        TAXES".
           05  FILLER       PIC X(13)  VALUE "   DEDUCTIONS".
           05  FILLER       PIC X(13)  VALUE "          NET".
       01  SCREEN-LINE.
           05  SCR-LINE-NO  PIC Z9.
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-DATE-M   PIC 99.
           05  FILLER       PIC X      VALUE "/".
           05  SCR-DATE-D   PIC 99.
           05  FILLER       PIC X      VALUE "/".
           05  SCR-DATE-Y   PIC 9999.
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-PERIOD   PIC 9(4).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-CHECK-NO PIC X(6).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-GROSS    PIC ZZ,ZZZ,ZZ9.99.
           05  SCR-TAXES    PIC ZZ,ZZZ,ZZ9.99.
           05  SCR-DEDS     PIC ZZ,ZZZ,ZZ9.99.
           05  SCR-NET      PIC ZZ,ZZZ,ZZ9.99.
       01  SCREEN-TOTAL.
           05  FILLER       PIC X(7)   VALUE "TOTAL  ".
           05  SCR-TOT-CHECKS PIC ZZZ9.
           05  FILLER       PIC X(14)  VALUE " CHECKS       ".
           05  SCR-TOT-GROSS PIC ZZ,ZZZ,ZZ9.99.
           05  SCR-TOT-TAXES PIC ZZ,ZZZ,ZZ9.99.
           05  SCR-TOT-DEDS PIC ZZ,ZZZ,ZZ9.99.
           05  SCR-TOT-NET  PIC ZZ,ZZZ,ZZ9.99.
      * Check and stub lines, PAYCHK's layout with the reprint
      * banner across the top of the check.
       01  CHK-BORDER.
           05  FILLER      PIC X(70)   VALUE ALL "=".
       01  CHK-REPRINT.
           05  FILLER      PIC X(20)   VALUE SPACES.
           05  FILLER      PIC X(30)
               VALUE "*** REPRINT - NOT NEGOTIABLE *".
           05  FILLER      PIC X(2)    VALUE "**".
       01  CHK-LINE-1.
           05  FILLER      PIC X(19)   VALUE "PLATTEVILLE COMPANY".
           05  FILLER      PIC X(24).
           05  FILLER      PIC X(7)    VALUE "CHECK: ".
           05  CHK-NO      PIC X(6).
       01  CHK-LINE-2.
           05  FILLER      PIC X(14)   VALUE "PAY TO:       ".
           05  CHK-NAME    PIC X(20).
           05  FILLER      PIC X(9).
           05  FILLER      PIC X(6)    VALUE "DATE: ".
           05  CHK-DATE-M  PIC 99.
           05  FILLER      PIC X      VALUE "/".
           05  CHK-DATE-D  PIC 99.
           05  FILLER      PIC X      VALUE "/".
           05  CHK-DATE-Y  PIC 9999.
       01  CHK-LINE-3.
           05  FILLER      PIC X(14)   VALUE "THE AMOUNT OF ".
           05  CHK-AMOUNT  PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(4).
           05  FILLER      PIC X(10)   VALUE "EMPL ID: ".
           05  CHK-EMPNUM  PIC 9999.
           05  FILLER      PIC X(4).
           05  FILLER      PIC X(6)    VALUE "DEPT: ".
           05  CHK-DEPT    PIC X(4).
       01  STUB-LINE-1.
           05  FILLER      PIC X(11)   VALUE "GROSS PAY: ".
           05  STUB-GROSS  PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(4).
           05  FILLER      PIC X(9)    VALUE "FED TAX: ".
           05  STUB-FED    PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(4).
           05  FILLER      PIC X(10)   VALUE "FICA TAX: ".
           05  STUB-FICA   PIC $$,$$$,$$9.99.
       01  STUB-LINE-2.
           05  FILLER      PIC X(14)   VALUE "MEDICARE TAX: ".
           05  STUB-MEDICARE PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(4).
           05  FILLER      PIC X(11)   VALUE "STATE TAX: ".
           05  STUB-STATE  PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(4).
           05  FILLER      PIC X(13)   VALUE "GARNISHMENT: ".
           05  STUB-GARNISH PIC $$,$$$,$$9.99.
       01  STUB-LINE-3.
           05  FILLER      PIC X(9)    VALUE "NET PAY: ".
           05  STUB-NET    PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(4).
           05  FILLER      PIC X(11)   VALUE "YTD GROSS: ".
           05  STUB-YTD-GROSS PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(4).
           05  FILLER      PIC X(9)    VALUE "YTD NET: ".
           05  STUB-YTD-NET PIC $$,$$$,$$9.99.
      * Employment and earnings verification letter lines.
       01  LTR-HEAD.
           05  FILLER      PIC X(19)   VALUE "PLATTEVILLE COMPANY".
           05  FILLER      PIC X(31).
           05  LTR-DATE-M  PIC 99.
           05  FILLER      PIC X      VALUE "/".
           05  LTR-DATE-D  PIC 99.
           05  FILLER      PIC X      VALUE "/".
           05  LTR-DATE-Y  PIC 9999.
       01  LTR-TITLE.
           05  FILLER      PIC X(30)
               VALUE "VERIFICATION OF EMPLOYMENT AND".
           05  FILLER      PIC X(9)    VALUE " EARNINGS".
       01  LTR-TEXT        PIC X(70)   VALUE SPACES.
       01  LTR-EMP-LINE.
           05  FILLER      PIC X(24)
               VALUE "EMPLOYEE:               ".
           05  LTR-NAME    PIC X(20).
           05  FILLER      PIC X(7)    VALUE "  ID: ".
           05  LTR-EMPNUM  PIC 9999.
       01  LTR-DATE-LINE.
           05  LTR-DATE-LABEL PIC X(24).
           05  LTR-LD-M    PIC 99.
           05  FILLER      PIC X      VALUE "/".
           05  LTR-LD-D    PIC 99.
           05  FILLER      PIC X      VALUE "/".
           05  LTR-LD-Y    PIC 9999.
       01  LTR-STATUS-LINE.
           05  FILLER      PIC X(24)
               VALUE "EMPLOYMENT STATUS:      ".
           05  LTR-STATUS  PIC X(10).
       01  LTR-RATE-LINE.
           05  FILLER      PIC X(24)
               VALUE "BASE PAY RATE:          ".
           05  LTR-RATE    PIC $$$,$$9.99.
       01  LTR-RANGE-LINE.
           05  FILLER      PIC X(24)
               VALUE "EARNINGS FOR CHECKS FROM".
           05  FILLER      PIC X      VALUE SPACE.
           05  LTR-FR-M    PIC 99.
           05  FILLER      PIC X      VALUE "/".
           05  LTR-FR-D    PIC 99.
           05  FILLER      PIC X      VALUE "/".
           05  LTR-FR-Y    PIC 9999.
           05  FILLER      PIC X(9)    VALUE " THROUGH ".
           05  LTR-TH-M    PIC 99.
           05  FILLER      PIC X      VALUE "/".
           05  LTR-TH-D    PIC 99.
           05  FILLER      PIC X      VALUE "/".
           05  LTR-TH-Y    PIC 9999.
       01  LTR-AMOUNT-LINE.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  LTR-AMT-LABEL PIC X(20).
           05  LTR-AMOUNT  PIC $$$,$$$,$$9.99.
       01  LTR-COUNT-LINE.
           05  FILLER      PIC X(24)
               VALUE "    NUMBER OF CHECKS    ".
           05  LTR-COUNT   PIC ZZZ9.
       01  LTR-SIGN-LINE.
           05  FILLER      PIC X(24)
               VALUE "PAYROLL DEPARTMENT      ".
           05  FILLER      PIC X(13)   VALUE "PREPARED BY: ".
           05  LTR-OPER-ID PIC X(3).
       01  AUDIT-LINE.
           05  AUD-DATE     PIC 9(8).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-TIME     PIC 9(6).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-OPER-ID  PIC X(3).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-ACTION   PIC X(8).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-EMPNUM   PIC 9(4).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-FROM     PIC 9(8).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-TO       PIC 9(8).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-PERIOD   PIC 9(4).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-CHECK-NO PIC 9(6).
       PROCEDURE DIVISION.
      * Signs the operator on, then takes one employee at a time
      * until a blank or X employee number is keyed.
       000-MAIN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           OPEN INPUT PAYHIST-FILE.
           IF WS-PAYHIST-STATUS NOT = "00"
               DISPLAY "NO PAY HISTORY ON FILE - SESSION ENDED"
               STOP RUN.
           OPEN INPUT EMPMASTER-FILE.
           OPEN OUTPUT REPRINT-FILE.
           OPEN EXTEND PHAUDIT-FILE.
           DISPLAY "PAY HISTORY INQUIRY".
           PERFORM 100-ONE-EMP THRU 100-EXIT
               UNTIL WS-PICK-EMP = "X" OR WS-PICK-EMP = "x"
                  OR WS-PICK-EMP = SPACES.
           CLOSE PAYHIST-FILE EMPMASTER-FILE REPRINT-FILE
                 PHAUDIT-FILE.
           DISPLAY "STUBS AND LETTERS PRINTED: " WS-PRINTED.
           STOP RUN.
      * Takes one employee and date range, lists the checks, then
      * takes reprint and letter requests against the list.
       100-ONE-EMP.
           DISPLAY "EMPLOYEE (X = DONE): " WITH NO ADVANCING.
           ACCEPT WS-PICK-EMP.
           IF WS-PICK-EMP = "X" OR WS-PICK-EMP = "x"
               OR WS-PICK-EMP = SPACES
               GO TO 100-EXIT.
           IF WS-PICK-EMP NOT NUMERIC
               DISPLAY "NON-NUMERIC EMPLOYEE NUMBER"
               GO TO 100-EXIT.
           MOVE WS-PICK-EMP-NUM TO EM-EMPNUM.
           MOVE 1 TO WS-EMP-FOUND.
           READ EMPMASTER-FILE
               INVALID KEY
                   MOVE 0 TO WS-EMP-FOUND
           END-READ.
           DISPLAY "FROM CHECK DATE YYYYMMDD (BLANK = FIRST): "
               WITH NO ADVANCING.
           ACCEPT WS-PICK-FROM.
           IF WS-PICK-FROM = SPACES
               MOVE 0 TO WS-FROM-DATE
           ELSE
           IF WS-PICK-FROM NOT NUMERIC
               DISPLAY "NON-NUMERIC DATE"
               GO TO 100-EXIT
           ELSE
               MOVE WS-PICK-FROM-NUM TO WS-FROM-DATE.
           DISPLAY "THROUGH CHECK DATE YYYYMMDD (BLANK = LAST): "
               WITH NO ADVANCING.
           ACCEPT WS-PICK-TO.
           IF WS-PICK-TO = SPACES
               MOVE 99999999 TO WS-TO-DATE
           ELSE
           IF WS-PICK-TO NOT NUMERIC
               DISPLAY "NON-NUMERIC DATE"
               GO TO 100-EXIT
           ELSE
               MOVE WS-PICK-TO-NUM TO WS-TO-DATE.
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "FROM DATE IS AFTER THROUGH DATE"
               GO TO 100-EXIT.
           MOVE "VIEW PAY HISTORY" TO WS-ACT-FUNCTION.
           MOVE WS-PICK-EMP TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           PERFORM 200-LIST-CHECKS THRU 200-EXIT.
           IF WS-CHECKS = 0
               DISPLAY "NO CHECKS ON FILE FOR EMPLOYEE " WS-PICK-EMP
                   " IN THAT RANGE"
               GO TO 100-EXIT.
           MOVE 0 TO WS-EMP-DONE.
           PERFORM 300-TAKE-ONE THRU 300-EXIT
               UNTIL WS-EMP-DONE = 1.
       100-EXIT.
           EXIT.
      * Reads the employee's history from the first check on or
      * after the from date, listing each check through the
      * through date and totalling the range.
       200-LIST-CHECKS.
           MOVE 0 TO WS-CHECKS WS-HL-COUNT.
           MOVE 0 TO WS-TOT-GROSS WS-TOT-TAXES WS-TOT-DEDS
               WS-TOT-NET.
           MOVE 0 TO WS-LAST-YTD-GROSS WS-LAST-DATE.
           MOVE 0 TO WS-PH-EOF.
           MOVE WS-PICK-EMP-NUM TO PH-EMPNUM.
           MOVE WS-FROM-DATE TO PH-CHECK-DATE.
           MOVE 0 TO PH-PERIOD.
           START PAYHIST-FILE KEY IS NOT LESS THAN PH-KEY
               INVALID KEY
                   MOVE 1 TO WS-PH-EOF
           END-START.
           IF WS-PH-EOF = 0
               DISPLAY SCREEN-HEAD.
           PERFORM 250-LIST-ONE THRU 250-EXIT
               UNTIL WS-PH-EOF = 1.
           IF WS-CHECKS = 0
               GO TO 200-EXIT.
           IF WS-CHECKS > WS-HL-MAX
               DISPLAY "ONLY THE FIRST " WS-HL-MAX
                   " CHECKS ARE LISTED - NARROW THE RANGE TO "
                   "REPRINT A LATER ONE".
           MOVE WS-CHECKS TO SCR-TOT-CHECKS.
           MOVE WS-TOT-GROSS TO SCR-TOT-GROSS.
           MOVE WS-TOT-TAXES TO SCR-TOT-TAXES.
           MOVE WS-TOT-DEDS TO SCR-TOT-DEDS.
           MOVE WS-TOT-NET TO SCR-TOT-NET.
           DISPLAY SCREEN-TOTAL.
       200-EXIT.
           EXIT.
       250-LIST-ONE.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-PH-EOF
                   GO TO 250-EXIT
           END-READ.
           IF PH-EMPNUM NOT = WS-PICK-EMP-NUM
               OR PH-CHECK-DATE > WS-TO-DATE
               MOVE 1 TO WS-PH-EOF
               GO TO 250-EXIT.
           PERFORM 260-SUM-CHECK THRU 260-EXIT.
           ADD 1 TO WS-CHECKS.
           ADD PH-GROSS TO WS-TOT-GROSS.
           ADD WS-TAXES TO WS-TOT-TAXES.
           ADD WS-DEDS TO WS-TOT-DEDS.
           ADD PH-NET TO WS-TOT-NET.
           MOVE PH-YTD-GROSS TO WS-LAST-YTD-GROSS.
           MOVE PH-CHECK-DATE TO WS-LAST-DATE.
           IF WS-CHECKS > WS-HL-MAX
               GO TO 250-EXIT.
           ADD 1 TO WS-HL-COUNT.
           MOVE PH-KEY TO WS-HL-KEY(WS-HL-COUNT).
           MOVE WS-HL-COUNT TO SCR-LINE-NO.
           MOVE PH-CHECK-DATE TO WS-EDIT-DATE.
           MOVE WS-ED-MONTH TO SCR-DATE-M.
           MOVE WS-ED-DAY TO SCR-DATE-D.
           MOVE WS-ED-YEAR TO SCR-DATE-Y.
           MOVE PH-PERIOD TO SCR-PERIOD.
           IF PH-IS-DD
               MOVE "DIRDEP" TO SCR-CHECK-NO
           ELSE
           IF PH-CHECK-NO = 0
               MOVE SPACES TO SCR-CHECK-NO
           ELSE
               MOVE PH-CHECK-NO TO SCR-CHECK-NO.
           MOVE PH-GROSS TO SCR-GROSS.
           MOVE WS-TAXES TO SCR-TAXES.
           MOVE WS-DEDS TO SCR-DEDS.
           MOVE PH-NET TO SCR-NET.
           DISPLAY SCREEN-LINE.
       250-EXIT.
           EXIT.
      * Taxes are the four withholdings; deductions are the pre-tax
      * and after-tax benefit deductions and any garnishment.
       260-SUM-CHECK.
           COMPUTE WS-TAXES = PH-FED-TAX + PH-FICA-TAX
               + PH-MEDICARE-TAX + PH-STATE-TAX.
           COMPUTE WS-DEDS = PH-PRETAX-DED + PH-POSTTAX-DED
               + PH-GARNISH.
       260-EXIT.
           EXIT.
      * Takes one request against the list: R to reprint a stub,
      * V for a verification letter, or X for the next employee.
      * Both print, so both need update authority.
       300-TAKE-ONE.
           DISPLAY "R = REPRINT STUB, V = VERIFICATION LETTER, "
               "X = NEXT EMPLOYEE: " WITH NO ADVANCING.
           ACCEPT WS-PICK-ACTION.
           IF WS-PICK-ACTION = "r" MOVE "R" TO WS-PICK-ACTION.
           IF WS-PICK-ACTION = "v" MOVE "V" TO WS-PICK-ACTION.
           IF WS-PICK-ACTION NOT = "R" AND WS-PICK-ACTION NOT = "V"
               MOVE 1 TO WS-EMP-DONE
               GO TO 300-EXIT.
           IF WS-AUTH-LEVEL < 2
               DISPLAY "UPDATE AUTHORITY REQUIRED TO PRINT"
               GO TO 300-EXIT.
           IF WS-PICK-ACTION = "R"
               PERFORM 400-REPRINT THRU 400-EXIT
           ELSE
               PERFORM 500-LETTER THRU 500-EXIT.
       300-EXIT.
           EXIT.
      * Reprints the stub of one listed check from its history
      * record, in the check and stub layout PAYCHK prints, with
      * the reprint banner in place of a negotiable check.
       400-REPRINT.
           DISPLAY "LINE TO REPRINT: " WITH NO ADVANCING.
           ACCEPT WS-PICK-LINE.
           IF WS-PICK-LINE(2:1) = SPACE
               MOVE WS-PICK-LINE(1:1) TO WS-PICK-LINE(2:1)
               MOVE "0" TO WS-PICK-LINE(1:1).
           IF WS-PICK-LINE NOT NUMERIC
               DISPLAY "NON-NUMERIC LINE NUMBER"
               GO TO 400-EXIT.
           IF WS-PICK-LINE-NUM = 0
               OR WS-PICK-LINE-NUM > WS-HL-COUNT
               DISPLAY "NO SUCH LINE ON THE LIST"
               GO TO 400-EXIT.
           MOVE WS-HL-KEY(WS-PICK-LINE-NUM) TO PH-KEY.
           READ PAYHIST-FILE
               INVALID KEY
                   DISPLAY "CHECK NO LONGER ON FILE"
                   GO TO 400-EXIT
           END-READ.
           MOVE CHK-BORDER TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE CHK-REPRINT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           IF PH-IS-DD
               MOVE "DIRDEP" TO CHK-NO
           ELSE
               MOVE PH-CHECK-NO TO CHK-NO.
           MOVE CHK-LINE-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE PH-NAME TO CHK-NAME.
           MOVE PH-CHECK-DATE TO WS-EDIT-DATE.
           MOVE WS-ED-MONTH TO CHK-DATE-M.
           MOVE WS-ED-DAY TO CHK-DATE-D.
           MOVE WS-ED-YEAR TO CHK-DATE-Y.
           MOVE CHK-LINE-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE PH-NET TO CHK-AMOUNT.
           MOVE PH-EMPNUM TO CHK-EMPNUM.
           MOVE PH-DEPT TO CHK-DEPT.
           MOVE CHK-LINE-3 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE CHK-BORDER TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE PH-GROSS TO STUB-GROSS.
           MOVE PH-FED-TAX TO STUB-FED.
           MOVE PH-FICA-TAX TO STUB-FICA.
           MOVE STUB-LINE-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE PH-MEDICARE-TAX TO STUB-MEDICARE.
           MOVE PH-STATE-TAX TO STUB-STATE.
           MOVE PH-GARNISH TO STUB-GARNISH.
           MOVE STUB-LINE-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE PH-NET TO STUB-NET.
           MOVE PH-YTD-GROSS TO STUB-YTD-GROSS.
           MOVE PH-YTD-NET TO STUB-YTD-NET.
           MOVE STUB-LINE-3 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-PRINTED.
           MOVE "REPRINT" TO AUD-ACTION.
           MOVE PH-CHECK-DATE TO AUD-FROM.
           MOVE PH-CHECK-DATE TO AUD-TO.
           MOVE PH-PERIOD TO AUD-PERIOD.
           MOVE PH-CHECK-NO TO AUD-CHECK-NO.
           PERFORM 700-AUDIT THRU 700-EXIT.
           DISPLAY "STUB REPRINTED".
       400-EXIT.
           EXIT.
      * Prints an employment and earnings verification letter for
      * the range listed: hire date, status, base rate, and the
      * gross, net, and check count over the range, with the
      * year-to-date gross as of the last check in it.
       500-LETTER.
           IF WS-EMP-FOUND = 0
               DISPLAY "EMPLOYEE NOT ON THE MASTER - NO LETTER"
               GO TO 500-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE TO WS-EDIT-DATE.
           MOVE WS-ED-MONTH TO LTR-DATE-M.
           MOVE WS-ED-DAY TO LTR-DATE-D.
           MOVE WS-ED-YEAR TO LTR-DATE-Y.
           MOVE LTR-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE LTR-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           MOVE "TO WHOM IT MAY CONCERN:" TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF EM-TERMINATED
               MOVE "THE EMPLOYEE BELOW WAS EMPLOYED BY PLATTEVILLE"
                   TO LTR-TEXT
           ELSE
               MOVE "THE EMPLOYEE BELOW IS EMPLOYED BY PLATTEVILLE"
                   TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE "COMPANY.  OUR PAYROLL RECORDS SHOW THE FOLLOWING."
               TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE EM-NAME TO LTR-NAME.
           MOVE EM-EMPNUM TO LTR-EMPNUM.
           MOVE LTR-EMP-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE "DATE OF HIRE:" TO LTR-DATE-LABEL.
           MOVE EM-HIRE-DATE TO WS-EDIT-DATE.
           PERFORM 550-LETTER-DATE THRU 550-EXIT.
           IF EM-TERMINATED
               MOVE "TERMINATED" TO LTR-STATUS
           ELSE
               MOVE "ACTIVE" TO LTR-STATUS.
           MOVE LTR-STATUS-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           IF EM-TERMINATED
               MOVE "LAST DAY EMPLOYED:" TO LTR-DATE-LABEL
               MOVE EM-TERM-DATE TO WS-EDIT-DATE
               PERFORM 550-LETTER-DATE THRU 550-EXIT
           ELSE
               MOVE EM-PAY-RATE TO LTR-RATE
               MOVE LTR-RATE-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           IF WS-FROM-DATE = 0
               MOVE WS-HL-KEY(1)(5:8) TO WS-EDIT-DATE
           ELSE
               MOVE WS-FROM-DATE TO WS-EDIT-DATE.
           MOVE WS-ED-MONTH TO LTR-FR-M.
           MOVE WS-ED-DAY TO LTR-FR-D.
           MOVE WS-ED-YEAR TO LTR-FR-Y.
           MOVE WS-LAST-DATE TO WS-EDIT-DATE.
           MOVE WS-ED-MONTH TO LTR-TH-M.
           MOVE WS-ED-DAY TO LTR-TH-D.
           MOVE WS-ED-YEAR TO LTR-TH-Y.
           MOVE LTR-RANGE-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE WS-CHECKS TO LTR-COUNT.
           MOVE LTR-COUNT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE "GROSS EARNINGS" TO LTR-AMT-LABEL.
           MOVE WS-TOT-GROSS TO LTR-AMOUNT.
           MOVE LTR-AMOUNT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE "NET PAY" TO LTR-AMT-LABEL.
           MOVE WS-TOT-NET TO LTR-AMOUNT.
           MOVE LTR-AMOUNT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE "YEAR-TO-DATE GROSS" TO LTR-AMT-LABEL.
           MOVE WS-LAST-YTD-GROSS TO LTR-AMOUNT.
           MOVE LTR-AMOUNT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE "THIS LETTER IS ISSUED AT THE EMPLOYEE'S REQUEST AND"
               TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE "VERIFIES ONLY THE EMPLOYMENT AND EARNINGS SHOWN."
               TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE WS-OPER-ID TO LTR-OPER-ID.
           MOVE LTR-SIGN-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           ADD 1 TO WS-PRINTED.
           MOVE "LETTER" TO AUD-ACTION.
           MOVE WS-FROM-DATE TO AUD-FROM.
           MOVE WS-LAST-DATE TO AUD-TO.
           MOVE 0 TO AUD-PERIOD.
           MOVE 0 TO AUD-CHECK-NO.
           PERFORM 700-AUDIT THRU 700-EXIT.
           DISPLAY "VERIFICATION LETTER PRINTED".
       500-EXIT.
           EXIT.
      * Prints one labelled date line of the letter.
       550-LETTER-DATE.
           MOVE WS-ED-MONTH TO LTR-LD-M.
           MOVE WS-ED-DAY TO LTR-LD-D.
           MOVE WS-ED-YEAR TO LTR-LD-Y.
           MOVE LTR-DATE-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       550-EXIT.
           EXIT.
      * Stamps one line to the pay-history audit log and the
      * operator activity journal.
       700-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE TO AUD-DATE.
           MOVE WS-CDT-TIME(1:6) TO AUD-TIME.
           MOVE WS-OPER-ID TO AUD-OPER-ID.
           MOVE WS-PICK-EMP-NUM TO AUD-EMPNUM.
           MOVE AUDIT-LINE TO PHAUDIT-REC.
           WRITE PHAUDIT-REC.
           IF AUD-ACTION = "REPRINT"
               MOVE "REPRINT PAY STUB" TO WS-ACT-FUNCTION
           ELSE
               MOVE "PRINT EARNINGS LTR" TO WS-ACT-FUNCTION.
           MOVE SPACES TO WS-ACT-KEY.
           STRING WS-PICK-EMP " " AUD-CHECK-NO
               DELIMITED BY SIZE INTO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       700-EXIT.
           EXIT.
       END PROGRAM PAYHINQ.

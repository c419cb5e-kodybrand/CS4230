      ***********************************************************
      * W-2c CORRECTION RUN FOR A CLOSED PAYROLL YEAR
      * KODY BRAND
      * This program applies corrections to a payroll year that
      * YECLOSE has already moved to the HW2YTDH prior-year
      * history.  Each correction record names the employee and
      * the closed year and carries a signed adjustment to gross
      * wages (boxes 1, 3, 5 and 16), federal income tax, social
      * security tax, Medicare tax and state tax.  A correction
      * for a year not on the history, one that changes nothing,
      * or one that would drive a box below zero is rejected.  An
      * accepted correction rewrites the history record, counts
      * itself on it, and prints a W-2c statement showing each
      * changed box as previously reported and as corrected; the
      * full SSN prints there as it does on the W-2.  Totals of
      * the corrections close the report.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  EMPLOYEE MASTER RECORD CARRIES THE HOME
      *                 ADDRESS (STREET, CITY, STATE, ZIP) FOR
      *                 STATE NEW-HIRE REPORTING.
      * 2026-10-15  KB  CARRY THE WORKERS' COMP CLASS CODE NOW ON
      *                 THE EMPLOYEE MASTER RECORD.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2CORR.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT W2CTXN-FILE ASSIGN TO UT-S-W2CTXN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL YTDHIST-FILE ASSIGN TO UT-S-YTDHIST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS YH-KEY
               FILE STATUS IS WS-YTDHIST-STATUS.
           SELECT OPTIONAL EMPMASTER-FILE ASSIGN TO UT-S-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EM-EMPNUM
               FILE STATUS IS WS-EMPMASTER-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT W2C-RPT ASSIGN TO UT-S-W2CRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  W2CTXN-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  W2CTXN-REC.
           05  WC-EMPNUM       PIC 9(4).
           05  WC-YEAR         PIC 9(4).
           05  WC-GROSS-SIGN   PIC X.
           05  WC-GROSS        PIC 9(7)V99.
           05  WC-FED-SIGN     PIC X.
           05  WC-FED          PIC 9(7)V99.
           05  WC-SS-SIGN      PIC X.
           05  WC-SS           PIC 9(7)V99.
           05  WC-MED-SIGN     PIC X.
           05  WC-MED          PIC 9(7)V99.
           05  WC-STATE-SIGN   PIC X.
           05  WC-STATE        PIC 9(7)V99.
           05  WC-REASON       PIC X(30).
       FD  YTDHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  YTDHIST-REC.
           05  YH-KEY.
               10  YH-EMPNUM   PIC 9(4).
               10  YH-YEAR     PIC 9(4).
           05  YH-GROSS        PIC 9(7)V99.
           05  YH-FED-TAX      PIC 9(7)V99.
           05  YH-FICA-TAX     PIC 9(7)V99.
           05  YH-MEDICARE-TAX PIC 9(7)V99.
           05  YH-STATE-TAX    PIC 9(7)V99.
           05  YH-NET          PIC 9(7)V99.
           05  YH-ER-FICA      PIC 9(7)V99.
           05  YH-ER-MEDICARE  PIC 9(7)V99.
           05  YH-FUTA         PIC 9(7)V99.
           05  YH-SUTA         PIC 9(7)V99.
           05  YH-LAST-PERIOD  PIC 9(4).
           05  YH-CLOSE-DATE   PIC 9(8).
           05  YH-CORR-COUNT   PIC 9(3).
           05  YH-CORR-DATE    PIC 9(8).
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
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  W2C-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT             PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-W2CTXN     PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2W2CIN.DAT'.
       77  UT-S-YTDHIST    PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2YTDH.DAT'.
       77  UT-S-EMPMAST    PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EMP.DAT'.
       77  UT-S-PROCDATE   PIC X(50)
               VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  UT-S-W2CRPT     PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2W2C.RPT'.
       77  WS-YTDHIST-STATUS PIC XX    VALUE SPACES.
       77  WS-EMPMASTER-STATUS PIC XX  VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX   VALUE SPACES.
       77  WS-TXN-EOF      PIC 9       VALUE 0.
       77  WS-RUN-DATE     PIC 9(8)    VALUE 0.
       77  WS-APPLIED      PIC 9(5)    VALUE 0.
       77  WS-REJECTED     PIC 9(5)    VALUE 0.
       77  WS-EMP-NAME     PIC X(20)   VALUE SPACES.
       77  WS-EMP-SSN      PIC X(9)    VALUE SPACES.
       77  WS-SSN-RESULT   PIC X       VALUE SPACE.
       77  WS-SSN-MASKED   PIC X(11)   VALUE SPACES.
       77  WS-REJECT-REASON PIC X(40)  VALUE SPACES.
      * One correction's amounts: the signed adjustments keyed, the
      * figures previously reported, and the corrected figures.
       01  WS-ADJ.
           05  WS-ADJ-GROSS    PIC S9(7)V99.
           05  WS-ADJ-FED      PIC S9(7)V99.
           05  WS-ADJ-SS       PIC S9(7)V99.
           05  WS-ADJ-MED      PIC S9(7)V99.
           05  WS-ADJ-STATE    PIC S9(7)V99.
       01  WS-PREV.
           05  WS-PREV-GROSS   PIC 9(7)V99.
           05  WS-PREV-FED     PIC 9(7)V99.
           05  WS-PREV-SS      PIC 9(7)V99.
           05  WS-PREV-MED     PIC 9(7)V99.
           05  WS-PREV-STATE   PIC 9(7)V99.
       01  WS-NEW.
           05  WS-NEW-GROSS    PIC S9(8)V99.
           05  WS-NEW-FED      PIC S9(8)V99.
           05  WS-NEW-SS       PIC S9(8)V99.
           05  WS-NEW-MED      PIC S9(8)V99.
           05  WS-NEW-STATE    PIC S9(8)V99.
      * Corrections totals for the closing page.
       01  WS-TOTALS.
           05  WS-T-PREV-GROSS PIC 9(11)V99 VALUE 0.
           05  WS-T-NEW-GROSS  PIC 9(11)V99 VALUE 0.
           05  WS-T-PREV-FED   PIC 9(11)V99 VALUE 0.
           05  WS-T-NEW-FED    PIC 9(11)V99 VALUE 0.
           05  WS-T-PREV-SS    PIC 9(11)V99 VALUE 0.
           05  WS-T-NEW-SS     PIC 9(11)V99 VALUE 0.
           05  WS-T-PREV-MED   PIC 9(11)V99 VALUE 0.
           05  WS-T-NEW-MED    PIC 9(11)V99 VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).

       01  W2C-TITLE.
           05  FILLER      PIC X(47)
               VALUE "-------- W-2c CORRECTED WAGE AND TAX STATEMENT ".
           05  FILLER      PIC X(8)    VALUE "--------".
       01  W2C-BLANK.
           05  FILLER      PIC X(1)    VALUE SPACE.
       01  W2C-LINE-1.
           05  FILLER      PIC X(6)    VALUE "EMPL: ".
           05  W2C-EMPNUM  PIC 9999.
           05  FILLER      PIC X(3).
           05  FILLER      PIC X(6)    VALUE "NAME: ".
           05  W2C-NAME    PIC X(20).
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(5)    VALUE "SSN: ".
           05  W2C-SSN     PIC X(11).
           05  FILLER      PIC X(3).
           05  FILLER      PIC X(9)    VALUE "TAX YEAR ".
           05  W2C-YEAR    PIC 9(4).
       01  W2C-SSN-EDIT.
           05  W2C-SSN-AREA PIC X(3).
           05  FILLER      PIC X       VALUE "-".
           05  W2C-SSN-GROUP PIC X(2).
           05  FILLER      PIC X       VALUE "-".
           05  W2C-SSN-SERIAL PIC X(4).
       01  W2C-LINE-2.
           05  FILLER      PIC X(8)    VALUE "REASON: ".
           05  W2C-REASON  PIC X(30).
           05  FILLER      PIC X(18)   VALUE "   CORRECTION NO. ".
           05  W2C-CORR-NO PIC ZZ9.
       01  W2C-COL-HEAD.
           05  FILLER      PIC X(30)   VALUE SPACES.
           05  FILLER      PIC X(20)   VALUE " PREVIOUSLY REPORTED".
           05  FILLER      PIC X(20)   VALUE " CORRECT INFORMATION".
       01  W2C-BOX-LINE.
           05  FILLER      PIC X(6).
           05  W2C-BOX-DESC PIC X(24).
           05  FILLER      PIC X(4).
           05  W2C-BOX-PREV PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(7).
           05  W2C-BOX-NEW PIC $$,$$$,$$9.99.
       01  W2C-REJECT-LINE.
           05  FILLER      PIC X(30)
               VALUE "*** CORRECTION REJECTED: EMPL ".
           05  W2C-REJ-EMPNUM PIC 9(4).
           05  FILLER      PIC X(6)    VALUE " YEAR ".
           05  W2C-REJ-YEAR PIC 9(4).
           05  FILLER      PIC X(3)    VALUE " - ".
           05  W2C-REJ-REASON PIC X(40).
       01  W2C-TOTAL-TITLE.
           05  FILLER      PIC X(40)
               VALUE "-------- W-2c CORRECTION TOTALS --------".
       01  W2C-COUNT-LINE.
           05  FILLER      PIC X(22)   VALUE "CORRECTIONS APPLIED:  ".
           05  W2C-T-APPLIED PIC ZZ,ZZ9.
           05  FILLER      PIC X(14)   VALUE "   REJECTED:  ".
           05  W2C-T-REJECTED PIC ZZ,ZZ9.
       01  W2C-TOTAL-LINE.
           05  W2C-TOT-DESC PIC X(30).
           05  W2C-TOT-PREV PIC $$$,$$$,$$$,$$9.99.
           05  FILLER      PIC X(2).
           05  W2C-TOT-NEW PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-RUN-DATE
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           OPEN INPUT W2CTXN-FILE.
           OPEN I-O YTDHIST-FILE.
           OPEN INPUT EMPMASTER-FILE.
           OPEN OUTPUT W2C-RPT.
           PERFORM 100-CORRECT-ONE THRU 100-EXIT
               UNTIL WS-TXN-EOF = 1.
           PERFORM 900-PRINT-TOTALS THRU 900-EXIT.
           CLOSE W2CTXN-FILE YTDHIST-FILE EMPMASTER-FILE W2C-RPT.
           STOP RUN.
      * Edits and applies one correction record
       100-CORRECT-ONE.
           READ W2CTXN-FILE
               AT END
                   MOVE 1 TO WS-TXN-EOF
                   GO TO 100-EXIT
           END-READ.
           IF (WC-GROSS-SIGN NOT = "+" AND NOT = "-" AND NOT = SPACE)
               OR (WC-FED-SIGN NOT = "+" AND NOT = "-" AND NOT = SPACE)
               OR (WC-SS-SIGN NOT = "+" AND NOT = "-" AND NOT = SPACE)
               OR (WC-MED-SIGN NOT = "+" AND NOT = "-" AND NOT = SPACE)
               OR (WC-STATE-SIGN NOT = "+" AND NOT = "-"
                   AND NOT = SPACE)
               MOVE "SIGN MUST BE +, - OR BLANK" TO WS-REJECT-REASON
               PERFORM 800-REJECT THRU 800-EXIT
               GO TO 100-EXIT.
           IF WC-GROSS NOT NUMERIC OR WC-FED NOT NUMERIC
               OR WC-SS NOT NUMERIC OR WC-MED NOT NUMERIC
               OR WC-STATE NOT NUMERIC
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 800-REJECT THRU 800-EXIT
               GO TO 100-EXIT.
           MOVE WC-EMPNUM TO YH-EMPNUM.
           MOVE WC-YEAR TO YH-YEAR.
           READ YTDHIST-FILE
               INVALID KEY
                   MOVE "YEAR NOT CLOSED FOR THIS EMPLOYEE"
                       TO WS-REJECT-REASON
                   PERFORM 800-REJECT THRU 800-EXIT
                   GO TO 100-EXIT
           END-READ.
           MOVE WC-GROSS TO WS-ADJ-GROSS.
           IF WC-GROSS-SIGN = "-"
               COMPUTE WS-ADJ-GROSS = 0 - WC-GROSS.
           MOVE WC-FED TO WS-ADJ-FED.
           IF WC-FED-SIGN = "-"
               COMPUTE WS-ADJ-FED = 0 - WC-FED.
           MOVE WC-SS TO WS-ADJ-SS.
           IF WC-SS-SIGN = "-"
               COMPUTE WS-ADJ-SS = 0 - WC-SS.
           MOVE WC-MED TO WS-ADJ-MED.
           IF WC-MED-SIGN = "-"
               COMPUTE WS-ADJ-MED = 0 - WC-MED.
           MOVE WC-STATE TO WS-ADJ-STATE.
           IF WC-STATE-SIGN = "-"
               COMPUTE WS-ADJ-STATE = 0 - WC-STATE.
           IF WS-ADJ-GROSS = 0 AND WS-ADJ-FED = 0 AND WS-ADJ-SS = 0
               AND WS-ADJ-MED = 0 AND WS-ADJ-STATE = 0
               MOVE "NO CHANGE KEYED" TO WS-REJECT-REASON
               PERFORM 800-REJECT THRU 800-EXIT
               GO TO 100-EXIT.
           MOVE YH-GROSS TO WS-PREV-GROSS.
           MOVE YH-FED-TAX TO WS-PREV-FED.
           MOVE YH-FICA-TAX TO WS-PREV-SS.
           MOVE YH-MEDICARE-TAX TO WS-PREV-MED.
           MOVE YH-STATE-TAX TO WS-PREV-STATE.
           COMPUTE WS-NEW-GROSS = WS-PREV-GROSS + WS-ADJ-GROSS.
           COMPUTE WS-NEW-FED = WS-PREV-FED + WS-ADJ-FED.
           COMPUTE WS-NEW-SS = WS-PREV-SS + WS-ADJ-SS.
           COMPUTE WS-NEW-MED = WS-PREV-MED + WS-ADJ-MED.
           COMPUTE WS-NEW-STATE = WS-PREV-STATE + WS-ADJ-STATE.
           IF WS-NEW-GROSS < 0 OR WS-NEW-FED < 0 OR WS-NEW-SS < 0
               OR WS-NEW-MED < 0 OR WS-NEW-STATE < 0
               MOVE "CORRECTION WOULD TAKE A BOX BELOW ZERO"
                   TO WS-REJECT-REASON
               PERFORM 800-REJECT THRU 800-EXIT
               GO TO 100-EXIT.
           IF WS-NEW-GROSS > 9999999.99 OR WS-NEW-FED > 9999999.99
               OR WS-NEW-SS > 9999999.99 OR WS-NEW-MED > 9999999.99
               OR WS-NEW-STATE > 9999999.99
               MOVE "CORRECTED AMOUNT TOO LARGE" TO WS-REJECT-REASON
               PERFORM 800-REJECT THRU 800-EXIT
               GO TO 100-EXIT.
           MOVE WS-NEW-GROSS TO YH-GROSS.
           MOVE WS-NEW-FED TO YH-FED-TAX.
           MOVE WS-NEW-SS TO YH-FICA-TAX.
           MOVE WS-NEW-MED TO YH-MEDICARE-TAX.
           MOVE WS-NEW-STATE TO YH-STATE-TAX.
           ADD 1 TO YH-CORR-COUNT.
           MOVE WS-RUN-DATE TO YH-CORR-DATE.
           REWRITE YTDHIST-REC.
           ADD 1 TO WS-APPLIED.
           ADD WS-PREV-GROSS TO WS-T-PREV-GROSS.
           ADD WS-NEW-GROSS TO WS-T-NEW-GROSS.
           ADD WS-PREV-FED TO WS-T-PREV-FED.
           ADD WS-NEW-FED TO WS-T-NEW-FED.
           ADD WS-PREV-SS TO WS-T-PREV-SS.
           ADD WS-NEW-SS TO WS-T-NEW-SS.
           ADD WS-PREV-MED TO WS-T-PREV-MED.
           ADD WS-NEW-MED TO WS-T-NEW-MED.
           PERFORM 200-PRINT-W2C THRU 200-EXIT.
       100-EXIT.
           EXIT.
      * Prints the W-2c: each changed box as previously reported
      * and as corrected
       200-PRINT-W2C.
           MOVE WC-EMPNUM TO EM-EMPNUM.
           READ EMPMASTER-FILE
               INVALID KEY
                   MOVE "UNKNOWN EMPLOYEE    " TO WS-EMP-NAME
                   MOVE SPACES TO WS-EMP-SSN
               NOT INVALID KEY
                   MOVE EM-NAME TO WS-EMP-NAME
                   MOVE EM-SSN TO WS-EMP-SSN
           END-READ.
           CALL "SSNEDIT" USING WS-EMP-SSN, WS-SSN-RESULT,
               WS-SSN-MASKED.
           IF WS-SSN-RESULT = SPACE
               MOVE WS-EMP-SSN(1:3) TO W2C-SSN-AREA
               MOVE WS-EMP-SSN(4:2) TO W2C-SSN-GROUP
               MOVE WS-EMP-SSN(6:4) TO W2C-SSN-SERIAL
               MOVE W2C-SSN-EDIT TO W2C-SSN
           ELSE
               IF WS-SSN-RESULT = "M"
                   MOVE "NOT ON FILE" TO W2C-SSN
               ELSE
                   MOVE WS-EMP-SSN TO W2C-SSN.
           MOVE W2C-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE W2C-BLANK TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE WC-EMPNUM TO W2C-EMPNUM.
           MOVE WS-EMP-NAME TO W2C-NAME.
           MOVE WC-YEAR TO W2C-YEAR.
           MOVE W2C-LINE-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE WC-REASON TO W2C-REASON.
           MOVE YH-CORR-COUNT TO W2C-CORR-NO.
           MOVE W2C-LINE-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE W2C-COL-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF WS-ADJ-GROSS NOT = 0
               MOVE WS-PREV-GROSS TO W2C-BOX-PREV
               MOVE WS-NEW-GROSS TO W2C-BOX-NEW
               MOVE "BOX 1  WAGES/COMP:" TO W2C-BOX-DESC
               PERFORM 210-PRINT-BOX THRU 210-EXIT
               MOVE "BOX 3  SOC SEC WAGES:" TO W2C-BOX-DESC
               PERFORM 210-PRINT-BOX THRU 210-EXIT
               MOVE "BOX 5  MEDICARE WAGES:" TO W2C-BOX-DESC
               PERFORM 210-PRINT-BOX THRU 210-EXIT
               MOVE "BOX 16 STATE WAGES:" TO W2C-BOX-DESC
               PERFORM 210-PRINT-BOX THRU 210-EXIT.
           IF WS-ADJ-FED NOT = 0
               MOVE WS-PREV-FED TO W2C-BOX-PREV
               MOVE WS-NEW-FED TO W2C-BOX-NEW
               MOVE "BOX 2  FED TAX WHLD:" TO W2C-BOX-DESC
               PERFORM 210-PRINT-BOX THRU 210-EXIT.
           IF WS-ADJ-SS NOT = 0
               MOVE WS-PREV-SS TO W2C-BOX-PREV
               MOVE WS-NEW-SS TO W2C-BOX-NEW
               MOVE "BOX 4  SOC SEC TAX:" TO W2C-BOX-DESC
               PERFORM 210-PRINT-BOX THRU 210-EXIT.
           IF WS-ADJ-MED NOT = 0
               MOVE WS-PREV-MED TO W2C-BOX-PREV
               MOVE WS-NEW-MED TO W2C-BOX-NEW
               MOVE "BOX 6  MEDICARE TAX:" TO W2C-BOX-DESC
               PERFORM 210-PRINT-BOX THRU 210-EXIT.
           IF WS-ADJ-STATE NOT = 0
               MOVE WS-PREV-STATE TO W2C-BOX-PREV
               MOVE WS-NEW-STATE TO W2C-BOX-NEW
               MOVE "BOX 17 STATE TAX:" TO W2C-BOX-DESC
               PERFORM 210-PRINT-BOX THRU 210-EXIT.
       200-EXIT.
           EXIT.
      * Prints one corrected box
       210-PRINT-BOX.
           MOVE W2C-BOX-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       210-EXIT.
           EXIT.
      * Lists a rejected correction; the history is not touched
       800-REJECT.
           ADD 1 TO WS-REJECTED.
           MOVE WC-EMPNUM TO W2C-REJ-EMPNUM.
           MOVE WC-YEAR TO W2C-REJ-YEAR.
           MOVE WS-REJECT-REASON TO W2C-REJ-REASON.
           MOVE W2C-REJECT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
       800-EXIT.
           EXIT.
      * Prints the correction counts and the before and after
      * totals of the corrected boxes
       900-PRINT-TOTALS.
           MOVE W2C-TOTAL-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE WS-APPLIED TO W2C-T-APPLIED.
           MOVE WS-REJECTED TO W2C-T-REJECTED.
           MOVE W2C-COUNT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE W2C-COL-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE "WAGES (BOXES 1, 3, 5, 16)" TO W2C-TOT-DESC.
           MOVE WS-T-PREV-GROSS TO W2C-TOT-PREV.
           MOVE WS-T-NEW-GROSS TO W2C-TOT-NEW.
           PERFORM 910-PRINT-TOTAL THRU 910-EXIT.
           MOVE "FEDERAL INCOME TAX (BOX 2)" TO W2C-TOT-DESC.
           MOVE WS-T-PREV-FED TO W2C-TOT-PREV.
           MOVE WS-T-NEW-FED TO W2C-TOT-NEW.
           PERFORM 910-PRINT-TOTAL THRU 910-EXIT.
           MOVE "SOC SEC TAX (BOX 4)" TO W2C-TOT-DESC.
           MOVE WS-T-PREV-SS TO W2C-TOT-PREV.
           MOVE WS-T-NEW-SS TO W2C-TOT-NEW.
           PERFORM 910-PRINT-TOTAL THRU 910-EXIT.
           MOVE "MEDICARE TAX (BOX 6)" TO W2C-TOT-DESC.
           MOVE WS-T-PREV-MED TO W2C-TOT-PREV.
           MOVE WS-T-NEW-MED TO W2C-TOT-NEW.
           PERFORM 910-PRINT-TOTAL THRU 910-EXIT.
       900-EXIT.
           EXIT.
      * Prints one totals line
       910-PRINT-TOTAL.
           MOVE W2C-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       910-EXIT.
           EXIT.
       END PROGRAM W2CORR.

      ***********************************************************
      * YEAR-END SOCIAL SECURITY NUMBER EXCEPTION CHECK
      * KODY BRAND
      * This program runs in the nightly job and, from November 1
      * through December 31, edits the social security number of
      * every employee who will get a W-2 for the year -- everyone
      * still active, and everyone terminated during the year --
      * through SSNEDIT.  Each missing or badly formed number is
      * listed with its masked form and the step ends with the
      * advisory return code, so the numbers get collected and
      * keyed while there is still time, not when the W-2s and the
      * EFW2 file are being produced in January.  On other nights
      * it notes that the check is out of season and ends clean.
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
       PROGRAM-ID. SSNCHK.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPMASTER-FILE ASSIGN TO UT-S-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS EM-EMPNUM
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT EXC-RPT ASSIGN TO UT-S-SSNRPT
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
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE  PIC 9(8).
           05  PD-MONTH-END PIC X.
       FD  EXC-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(80).

       WORKING-STORAGE SECTION.
       77  UT-S-EMPMAST PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EMP.DAT'.
       77  UT-S-PROCDATE PIC X(50)
               VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  UT-S-SSNRPT  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2SSNCK.RPT'.
       77  WS-EMPMAST-STATUS PIC XX    VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX   VALUE SPACES.
       77  WS-EMP-EOF   PIC 9          VALUE 0.
       77  WS-TODAY-NUM PIC 9(8)       VALUE 0.
       77  WS-TODAY-YEAR PIC 9(4)      VALUE 0.
       77  WS-TODAY-MONTH PIC 9(2)     VALUE 0.
       77  WS-CHECKED   PIC 9(5)       VALUE 0.
       77  WS-EXCEPTIONS PIC 9(5)      VALUE 0.
       77  WS-SSN-RESULT PIC X         VALUE SPACE.
       77  WS-SSN-MASKED PIC X(11)     VALUE SPACES.
      * The check runs from the first of this month through the
      * end of the year.
       77  SSN-CHECK-MONTH PIC 9(2)    VALUE 11.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  RPT-TITLE.
           05  FILLER      PIC X(40)
               VALUE "YEAR-END SSN EXCEPTIONS FOR TAX YEAR ".
           05  TTL-YEAR    PIC 9(4).
       01  EXC-LINE.
           05  FILLER      PIC X(10)   VALUE "*** EMPL: ".
           05  EXC-EMPNUM  PIC 9(4).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  EXC-NAME    PIC X(20).
           05  FILLER      PIC X(7)    VALUE "  SSN: ".
           05  EXC-MASKED  PIC X(11).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  EXC-REASON  PIC X(16).
           05  FILLER      PIC X(4)    VALUE " ***".
       01  TOTAL-LINE.
           05  FILLER      PIC X(20)   VALUE "EMPLOYEES CHECKED:  ".
           05  TOT-CHECKED PIC ZZ,ZZ9.
           05  FILLER      PIC X(18)   VALUE "    EXCEPTIONS:   ".
           05  TOT-EXCEPT  PIC ZZ,ZZ9.
       PROCEDURE DIVISION.
      * Checks every W-2 employee's SSN when the run date is in
      * the year-end window.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-TODAY-NUM.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-TODAY-NUM
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           MOVE WS-TODAY-NUM(1:4) TO WS-TODAY-YEAR.
           MOVE WS-TODAY-NUM(5:2) TO WS-TODAY-MONTH.
           OPEN OUTPUT EXC-RPT.
           MOVE WS-TODAY-YEAR TO TTL-YEAR.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           IF WS-TODAY-MONTH < SSN-CHECK-MONTH
               MOVE "SSN CHECK RUNS NOVEMBER 1 THROUGH DECEMBER 31"
                   TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 1 LINES
               CLOSE EXC-RPT
               STOP RUN.
           OPEN INPUT EMPMASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               MOVE 1 TO WS-EMP-EOF.
           PERFORM 100-CHECK-ONE THRU 100-EXIT
               UNTIL WS-EMP-EOF = 1.
           CLOSE EMPMASTER-FILE.
           IF WS-EXCEPTIONS = 0
               MOVE "EVERY W-2 EMPLOYEE HAS A GOOD SSN ON FILE"
                   TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE WS-CHECKED TO TOT-CHECKED.
           MOVE WS-EXCEPTIONS TO TOT-EXCEPT.
           MOVE TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           CLOSE EXC-RPT.
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE.
           STOP RUN.
      * Edits one employee's SSN; anyone terminated before this
      * year gets no W-2 and is passed over.
       100-CHECK-ONE.
           READ EMPMASTER-FILE
               AT END
                   MOVE 1 TO WS-EMP-EOF
                   GO TO 100-EXIT
           END-READ.
           IF EM-TERMINATED AND EM-TERM-DATE(1:4) < WS-TODAY-YEAR
               GO TO 100-EXIT.
           ADD 1 TO WS-CHECKED.
           CALL "SSNEDIT" USING EM-SSN, WS-SSN-RESULT, WS-SSN-MASKED.
           IF WS-SSN-RESULT = SPACE
               GO TO 100-EXIT.
           ADD 1 TO WS-EXCEPTIONS.
           MOVE EM-EMPNUM TO EXC-EMPNUM.
           MOVE EM-NAME TO EXC-NAME.
           MOVE WS-SSN-MASKED TO EXC-MASKED.
           IF WS-SSN-RESULT = "M"
               MOVE "SSN NOT ON FILE" TO EXC-REASON
           ELSE
               MOVE "SSN BADLY FORMED" TO EXC-REASON.
           MOVE EXC-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           DISPLAY EXC-LINE.
       100-EXIT.
           EXIT.
       END PROGRAM SSNCHK.

      ***********************************************************
      * PERIOD-END JOB PREREQUISITE CHECK
      * KODY BRAND
      * Gatekeeper for the PERIODRUN quarter-end and year-end job
      * stream.  The quarter being closed is the latest calendar
      * quarter whose month-end business day on BUSCAL falls on or
      * before the PROCDATE processing date; the fourth quarter
      * also brings the year-end jobs due.  Run with PERDJOB set
      * to DUE (or not set at all) the program writes the quarter
      * (YYYYQn), the year-end flag, and the quarter-end date to
      * the PERDCTL control record the job stream steers by.  Run
      * with PERDJOB set to one of the period-end jobs it checks
      * that job's prerequisites against the quarter and says
      * which ones are not met:
      *   QTR941, SUTAQTR  quarter's last payroll paid on PAYPER,
      *                    quarter's last month closed on GLPERIOD
      *   BENRECON         quarter's last payroll paid on PAYPER
      *   W2GEN            year's last payroll paid on PAYPER,
      *                    December closed on GLPERIOD
      *   INT1099, IRA5498 BANK completed for the year's last
      *                    business day (its RUNSTAT line)
      * Return code 0 means go ahead; 8 means the job must not
      * start yet (or is not due, or is not a period-end job).
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCHK.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL BUSCAL-FILE ASSIGN TO UT-S-BUSCAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSCAL-STATUS.
           SELECT OPTIONAL PAYPER-FILE ASSIGN TO UT-S-PAYPER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPER-STATUS.
           SELECT OPTIONAL GLPERIOD-FILE ASSIGN TO UT-S-GLPERIOD
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GP-PERIOD
               FILE STATUS IS WS-GLPERIOD-STATUS.
           SELECT OPTIONAL RUNSTAT-FILE ASSIGN TO UT-S-RUNSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-STATUS.
           SELECT PERDCTL-FILE ASSIGN TO UT-S-PERDCTL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE         PIC 9(8).
           05  PD-MONTH-END        PIC X.
       FD  BUSCAL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BUSCAL-REC.
           05  CAL-DATE            PIC 9(8).
           05  CAL-BUSINESS-DAY    PIC X.
               88  CAL-IS-BUSINESS-DAY     VALUE "Y".
           05  CAL-MONTH-END       PIC X.
       FD  PAYPER-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PAYPER-REC.
           05  PP-PERIOD-NO        PIC 9(4).
           05  PP-START-DATE       PIC 9(8).
           05  PP-END-DATE         PIC 9(8).
           05  PP-CHECK-DATE       PIC 9(8).
           05  PP-STATUS           PIC X.
               88  PP-IS-PAID              VALUE "P".
           05  PP-RUN-TYPE         PIC X.
       FD  GLPERIOD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 18 CHARACTERS.
       01  GLPERIOD-REC.
           05  GP-PERIOD           PIC 9(6).
           05  GP-STATUS           PIC X.
               88  GP-IS-CLOSED            VALUE "C".
           05  GP-CLOSED-BY        PIC X(3).
           05  GP-CLOSED-DATE      PIC 9(8).
       FD  RUNSTAT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RUNSTAT-REC             PIC X(40).
       FD  PERDCTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PERDCTL-REC.
           05  PC-QUARTER          PIC X(6).
           05  FILLER              PIC X.
           05  PC-YEAR-END         PIC X.
           05  FILLER              PIC X.
           05  PC-QTR-END-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-BUSCAL             PIC X(50)
               VALUE "C:\COBOL\BUSCAL.DAT".
       77  UT-S-PAYPER             PIC X(50)
               VALUE "C:\Projects\CS4230\HW2PAYPR.DAT".
       77  UT-S-GLPERIOD           PIC X(50)
               VALUE "C:\COBOL\GLPERIOD.DAT".
       77  UT-S-RUNSTAT            PIC X(50)
               VALUE "C:\COBOL\RUNSTAT.DAT".
       77  UT-S-PERDCTL            PIC X(50)
               VALUE "C:\COBOL\PERDCTL.DAT".
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       77  WS-BUSCAL-STATUS        PIC XX      VALUE SPACES.
       77  WS-PAYPER-STATUS        PIC XX      VALUE SPACES.
       77  WS-GLPERIOD-STATUS      PIC XX      VALUE SPACES.
       77  WS-RUNSTAT-STATUS       PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-JOB                  PIC X(12)   VALUE SPACES.
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       77  WS-NOT-MET              PIC 9(3)    VALUE ZEROS.
       77  WS-FOUND                PIC X       VALUE "N".
      * The quarter being closed, off the calendar
       01  WS-QTR-END-DATE         PIC 9(8)    VALUE ZEROS.
       01  WS-QTR-END-PARTS REDEFINES WS-QTR-END-DATE.
           05  WS-QE-YEAR          PIC 9(4).
           05  WS-QE-MONTH         PIC 9(2).
           05  WS-QE-DAY           PIC 9(2).
       01  WS-CAL-PARTS.
           05  WS-CAL-YEAR         PIC 9(4).
           05  WS-CAL-MONTH        PIC 9(2).
           05  WS-CAL-DAY          PIC 9(2).
       77  WS-QTR-NO               PIC 9       VALUE 0.
       77  WS-QTR-FIRST            PIC 9(8)    VALUE ZEROS.
       77  WS-QTR-LAST             PIC 9(8)    VALUE ZEROS.
       77  WS-QTR-PERIOD           PIC 9(6)    VALUE ZEROS.
       77  WS-YEAR-END             PIC X       VALUE "N".
       77  WS-YEAR-LAST-BDAY       PIC 9(8)    VALUE ZEROS.
       01  WS-QUARTER.
           05  WS-Q-YEAR           PIC 9(4).
           05  FILLER              PIC X       VALUE "Q".
           05  WS-Q-NO             PIC 9.
      * One RUNSTAT line taken apart
       77  WS-FLD-DATE             PIC X(8)    VALUE SPACES.
       77  WS-FLD-STEP             PIC X(12)   VALUE SPACES.
       77  WS-FLD-START            PIC X(8)    VALUE SPACES.
       77  WS-FLD-END              PIC X(8)    VALUE SPACES.
       77  WS-BDAY-X               PIC X(8)    VALUE SPACES.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CDF-YEAR     PIC 9(4).
               10  WS-CDF-MONTH    PIC 9(2).
               10  WS-CDF-DAY      PIC 9(2).
           05  FILLER              PIC X(13).

       PROCEDURE DIVISION.
      * Works out the quarter, then either files it for the job
      * stream or checks one job's prerequisites against it
       000-MAIN.
           ACCEPT WS-JOB FROM ENVIRONMENT "PERDJOB".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       IF PD-RUN-DATE NUMERIC AND PD-RUN-DATE > 0
                           MOVE PD-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ.
           CLOSE PROCDATE-FILE.
           PERFORM 100-FIND-QUARTER THRU 100-EXIT.
           IF WS-QTR-END-DATE = 0
               DISPLAY "PERDCHK: NO QUARTER-END MONTH-END ON BUSCAL "
                   "ON OR BEFORE " WS-RUN-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF WS-JOB = SPACES OR WS-JOB = "DUE"
               PERFORM 150-WRITE-CONTROL THRU 150-EXIT
               STOP RUN.
           IF WS-JOB = "QTR941" OR WS-JOB = "SUTAQTR"
               PERFORM 200-CHECK-PAYROLL THRU 200-EXIT
               PERFORM 300-CHECK-GL-CLOSED THRU 300-EXIT
               GO TO 000-VERDICT.
           IF WS-JOB = "BENRECON"
               PERFORM 200-CHECK-PAYROLL THRU 200-EXIT
               GO TO 000-VERDICT.
           IF WS-JOB NOT = "W2GEN" AND WS-JOB NOT = "INT1099"
              AND WS-JOB NOT = "IRA5498"
               DISPLAY "PERDCHK: " WS-JOB " IS NOT A PERIOD-END JOB"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF WS-YEAR-END NOT = "Y"
               DISPLAY "PERDCHK: " WS-JOB " IS A YEAR-END JOB - NOT "
                   "DUE FOR " WS-QUARTER
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF WS-JOB = "W2GEN"
               PERFORM 200-CHECK-PAYROLL THRU 200-EXIT
               PERFORM 300-CHECK-GL-CLOSED THRU 300-EXIT
           ELSE
               PERFORM 400-CHECK-BANK-FINAL THRU 400-EXIT.
       000-VERDICT.
           IF WS-NOT-MET > 0
               DISPLAY "PERDCHK: " WS-JOB " HELD FOR " WS-QUARTER
                   " - " WS-NOT-MET " PREREQUISITE(S) NOT MET"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PERDCHK: " WS-JOB " PREREQUISITES MET FOR "
                   WS-QUARTER.
           STOP RUN.
      * The quarter being closed is the latest March, June,
      * September or December month-end on the calendar that the
      * processing date has reached.  The calendar is in date
      * order, so the last one seen wins.
       100-FIND-QUARTER.
           OPEN INPUT BUSCAL-FILE.
           MOVE "N" TO END-OF-FILE.
           IF WS-BUSCAL-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 110-SCAN-QUARTER THRU 110-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE BUSCAL-FILE.
           IF WS-QTR-END-DATE = 0
               GO TO 100-EXIT.
           COMPUTE WS-QTR-NO = WS-QE-MONTH / 3.
           MOVE WS-QE-YEAR TO WS-Q-YEAR.
           MOVE WS-QTR-NO TO WS-Q-NO.
           COMPUTE WS-QTR-FIRST =
               WS-QE-YEAR * 10000 + (WS-QE-MONTH - 2) * 100 + 1.
           COMPUTE WS-QTR-LAST =
               WS-QE-YEAR * 10000 + WS-QE-MONTH * 100 + 31.
           COMPUTE WS-QTR-PERIOD = WS-QE-YEAR * 100 + WS-QE-MONTH.
           IF WS-QTR-NO = 4
               MOVE "Y" TO WS-YEAR-END.
       100-EXIT.
           EXIT.
       110-SCAN-QUARTER.
           READ BUSCAL-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 110-EXIT
           END-READ.
           IF CAL-DATE > WS-RUN-DATE
               MOVE "Y" TO END-OF-FILE
               GO TO 110-EXIT.
           IF CAL-MONTH-END NOT = "Y"
               GO TO 110-EXIT.
           MOVE CAL-DATE TO WS-CAL-PARTS.
           IF WS-CAL-MONTH = 3 OR WS-CAL-MONTH = 6
              OR WS-CAL-MONTH = 9 OR WS-CAL-MONTH = 12
               MOVE CAL-DATE TO WS-QTR-END-DATE.
       110-EXIT.
           EXIT.
      * Files the quarter for the job stream
       150-WRITE-CONTROL.
           OPEN OUTPUT PERDCTL-FILE.
           MOVE SPACES TO PERDCTL-REC.
           MOVE WS-QUARTER TO PC-QUARTER.
           MOVE WS-YEAR-END TO PC-YEAR-END.
           MOVE WS-QTR-END-DATE TO PC-QTR-END-DATE.
           WRITE PERDCTL-REC.
           CLOSE PERDCTL-FILE.
           DISPLAY "PERDCHK: PERIOD-END JOBS DUE FOR " WS-QUARTER
               " (QUARTER-END " WS-QTR-END-DATE ")".
           IF WS-YEAR-END = "Y"
               DISPLAY "PERDCHK: YEAR-END JOBS DUE FOR " WS-Q-YEAR.
       150-EXIT.
           EXIT.
      * The quarter's last payroll has been paid: the PAYPER
      * control record is marked paid and its check date falls in
      * the quarter.  A check date in the next quarter means the
      * next payroll has already run and the quarter's figures are
      * gone from the year-to-date file.
       200-CHECK-PAYROLL.
           MOVE "N" TO WS-FOUND.
           OPEN INPUT PAYPER-FILE.
           IF WS-PAYPER-STATUS = "00"
               READ PAYPER-FILE
                   NOT AT END
                       MOVE "Y" TO WS-FOUND
               END-READ.
           CLOSE PAYPER-FILE.
           IF WS-FOUND = "N"
               DISPLAY "PERDCHK: NO PAY PERIOD ON PAYPER"
               ADD 1 TO WS-NOT-MET
               GO TO 200-EXIT.
           IF NOT PP-IS-PAID
               DISPLAY "PERDCHK: PAY PERIOD " PP-PERIOD-NO
                   " NOT YET MARKED PAID ON PAYPER"
               ADD 1 TO WS-NOT-MET
               GO TO 200-EXIT.
           IF PP-CHECK-DATE < WS-QTR-FIRST
               OR PP-CHECK-DATE > WS-QTR-LAST
               DISPLAY "PERDCHK: LAST CHECK PAID " PP-CHECK-DATE
                   " IS NOT IN " WS-QUARTER
               ADD 1 TO WS-NOT-MET.
       200-EXIT.
           EXIT.
      * The quarter's last month is closed on GLPERIOD
       300-CHECK-GL-CLOSED.
           OPEN INPUT GLPERIOD-FILE.
           IF WS-GLPERIOD-STATUS NOT = "00"
               CLOSE GLPERIOD-FILE
               DISPLAY "PERDCHK: NO GLPERIOD CONTROL FILE"
               ADD 1 TO WS-NOT-MET
               GO TO 300-EXIT.
           MOVE WS-QTR-PERIOD TO GP-PERIOD.
           READ GLPERIOD-FILE
               INVALID KEY
                   MOVE SPACE TO GP-STATUS
           END-READ.
           CLOSE GLPERIOD-FILE.
           IF NOT GP-IS-CLOSED
               DISPLAY "PERDCHK: GL PERIOD " WS-QTR-PERIOD
                   " NOT CLOSED ON GLPERIOD"
               ADD 1 TO WS-NOT-MET.
       300-EXIT.
           EXIT.
      * The year's final BANK run is complete: the nightly job
      * stamped a BANK line on RUNSTAT for the year's last
      * business day on the calendar
       400-CHECK-BANK-FINAL.
           OPEN INPUT BUSCAL-FILE.
           MOVE "N" TO END-OF-FILE.
           IF WS-BUSCAL-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 410-SCAN-YEAR THRU 410-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE BUSCAL-FILE.
           IF WS-YEAR-LAST-BDAY = 0
               DISPLAY "PERDCHK: NO " WS-Q-YEAR
                   " BUSINESS DAYS ON BUSCAL"
               ADD 1 TO WS-NOT-MET
               GO TO 400-EXIT.
           MOVE WS-YEAR-LAST-BDAY TO WS-BDAY-X.
           MOVE "N" TO WS-FOUND.
           OPEN INPUT RUNSTAT-FILE.
           MOVE "N" TO END-OF-FILE.
           IF WS-RUNSTAT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 420-SCAN-RUNSTAT THRU 420-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE RUNSTAT-FILE.
           IF WS-FOUND = "N"
               DISPLAY "PERDCHK: FINAL BANK RUN OF " WS-Q-YEAR
                   " (" WS-YEAR-LAST-BDAY ") NOT COMPLETE ON RUNSTAT"
               ADD 1 TO WS-NOT-MET.
       400-EXIT.
           EXIT.
       410-SCAN-YEAR.
           READ BUSCAL-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 410-EXIT
           END-READ.
           MOVE CAL-DATE TO WS-CAL-PARTS.
           IF WS-CAL-YEAR = WS-Q-YEAR AND CAL-IS-BUSINESS-DAY
               MOVE CAL-DATE TO WS-YEAR-LAST-BDAY.
       410-EXIT.
           EXIT.
       420-SCAN-RUNSTAT.
           READ RUNSTAT-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 420-EXIT
           END-READ.
           MOVE SPACES TO WS-FLD-DATE WS-FLD-STEP WS-FLD-START
                          WS-FLD-END.
           UNSTRING RUNSTAT-REC DELIMITED BY ALL " "
               INTO WS-FLD-DATE WS-FLD-STEP WS-FLD-START
                    WS-FLD-END.
           IF WS-FLD-DATE = WS-BDAY-X AND WS-FLD-STEP = "BANK"
               MOVE "Y" TO WS-FOUND.
       420-EXIT.
           EXIT.
       END PROGRAM PERDCHK.

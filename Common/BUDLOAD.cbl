      ***********************************************************
      * ANNUAL GL BUDGET LOAD
      * KODY BRAND
      * Loads the year's budget onto the GLBUDGET master from the
      * batch input the controller prepares once a year: one line
      * per GL account (and, for the payroll cost centers, per
      * department) carrying the twelve monthly amounts.  Each
      * month becomes one GLBUDGET record keyed by account,
      * department and accounting period, amounts in the
      * account's natural sign.  A line for an account not on the
      * GLACCT master, or one closed to posting, is rejected to
      * the load report.  Reloading a year replaces its amounts;
      * every amount that changes is written to the BUDAUDIT
      * trail with the old and new figures, the same trail the
      * BUDMNT revision screen writes.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDLOAD.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGIN-FILE ASSIGN TO UT-S-BUDGIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDGIN-STATUS.
           SELECT OPTIONAL GLBUDGET-FILE ASSIGN TO UT-S-GLBUDGET
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GU-KEY
               FILE STATUS IS WS-GLBUDGET-STATUS.
           SELECT OPTIONAL GLACCT-FILE ASSIGN TO UT-S-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GA-ACCT
               FILE STATUS IS WS-GLACCT-STATUS.
           SELECT OPTIONAL BUDAUDIT-FILE ASSIGN TO UT-S-BUDAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOAD-RPT ASSIGN TO UT-S-LOADRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  BUDGIN-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BUDGIN-REC.
           05  BI-ACCT         PIC X(8).
           05  BI-DEPT         PIC X(4).
           05  BI-YEAR         PIC 9(4).
           05  BI-AMOUNT       PIC 9(9)V99 OCCURS 12 TIMES.
       FD  GLBUDGET-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 42 CHARACTERS.
       01  GLBUDGET-REC.
           05  GU-KEY.
               10  GU-ACCT     PIC X(8).
               10  GU-DEPT     PIC X(4).
               10  GU-PERIOD   PIC 9(6).
           05  GU-AMOUNT       PIC S9(11)V99.
           05  GU-CHANGED-BY   PIC X(3).
           05  GU-CHANGED-DATE PIC 9(8).
       FD  GLACCT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 55 CHARACTERS.
       01  GLACCT-REC.
           05  GA-ACCT         PIC X(8).
           05  GA-NAME         PIC X(30).
           05  GA-TYPE         PIC X.
           05  GA-NORMAL       PIC X.
           05  GA-ACTIVE       PIC X.
               88  GA-IS-ACTIVE        VALUE "Y".
           05  GA-FS-LINE      PIC 9(3).
           05  GA-CHANGED-BY   PIC X(3).
           05  GA-CHANGED-DATE PIC 9(8).
       FD  BUDAUDIT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BUDAUDIT-REC.
           05  BA-DATE         PIC 9(8).
           05  BA-OPER         PIC X(3).
           05  BA-ACCT         PIC X(8).
           05  BA-DEPT         PIC X(4).
           05  BA-PERIOD       PIC 9(6).
           05  BA-OLD-AMOUNT   PIC S9(11)V99.
           05  BA-NEW-AMOUNT   PIC S9(11)V99.
           05  BA-REASON       PIC X(30).
       FD  LOAD-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT             PIC X(80).

       WORKING-STORAGE SECTION.
       77  UT-S-BUDGIN         PIC X(50)
               VALUE "C:\COBOL\BUDGIN.DAT".
       77  UT-S-GLBUDGET       PIC X(50)
               VALUE "C:\COBOL\GLBUDGET.DAT".
       77  UT-S-GLACCT         PIC X(50)
               VALUE "C:\COBOL\GLACCT.DAT".
       77  UT-S-BUDAUDIT       PIC X(50)
               VALUE "C:\COBOL\BUDAUDIT.DAT".
       77  UT-S-LOADRPT        PIC X(50)
               VALUE "C:\COBOL\BUDLOAD.RPT".
       77  WS-BUDGIN-STATUS    PIC XX      VALUE SPACES.
       77  WS-GLBUDGET-STATUS  PIC XX      VALUE SPACES.
       77  WS-GLACCT-STATUS    PIC XX      VALUE SPACES.
       01  END-OF-FILE         PIC X       VALUE "N".
       77  WS-MONTH-IDX        PIC S9(4)   COMP VALUE ZERO.
       77  WS-OLD-AMOUNT       PIC S9(11)V99 VALUE ZEROS.
       77  WS-FOUND            PIC X       VALUE "N".
       77  WS-LINES-READ       PIC 9(5)    VALUE ZEROS.
       77  WS-LINES-LOADED     PIC 9(5)    VALUE ZEROS.
       77  WS-LINES-REJECTED   PIC 9(5)    VALUE ZEROS.
       77  WS-AMOUNTS-CHANGED  PIC 9(7)    VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CDF-YEAR     PIC 9(4).
               10  WS-CDF-MONTH    PIC 9(2).
               10  WS-CDF-DAY      PIC 9(2).
           05  FILLER              PIC X(13).
       77  WS-TODAY            PIC 9(8)    VALUE ZEROS.
       01  RPT-TITLE.
           05  FILLER  PIC X(32)
               VALUE "---- ANNUAL GL BUDGET LOAD ----".
       01  REJ-LINE.
           05  REJ-ACCT        PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  REJ-DEPT        PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  REJ-YEAR        PIC X(4).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  REJ-REASON      PIC X(40).
       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(12)   VALUE "LINES READ: ".
           05  RPT-T-READ      PIC ZZ,ZZ9.
           05  FILLER          PIC X(10)   VALUE "  LOADED: ".
           05  RPT-T-LOADED    PIC ZZ,ZZ9.
           05  FILLER          PIC X(12)   VALUE "  REJECTED: ".
           05  RPT-T-REJECTED  PIC ZZ,ZZ9.
           05  FILLER          PIC X(11)   VALUE "  CHANGED: ".
           05  RPT-T-CHANGED   PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY =
               WS-CDF-YEAR * 10000 + WS-CDF-MONTH * 100
               + WS-CDF-DAY.
           OPEN OUTPUT LOAD-RPT.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           OPEN INPUT BUDGIN-FILE.
           IF WS-BUDGIN-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           OPEN INPUT GLACCT-FILE.
           IF WS-GLACCT-STATUS NOT = "00"
               MOVE "NO GL ACCOUNT MASTER - NOTHING LOADED" TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
               MOVE "Y" TO END-OF-FILE
               MOVE 8 TO RETURN-CODE.
           OPEN I-O GLBUDGET-FILE.
           OPEN EXTEND BUDAUDIT-FILE.
           PERFORM 100-LOAD-LINE THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE BUDGIN-FILE GLACCT-FILE GLBUDGET-FILE BUDAUDIT-FILE.
           MOVE WS-LINES-READ TO RPT-T-READ.
           MOVE WS-LINES-LOADED TO RPT-T-LOADED.
           MOVE WS-LINES-REJECTED TO RPT-T-REJECTED.
           MOVE WS-AMOUNTS-CHANGED TO RPT-T-CHANGED.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF WS-LINES-REJECTED > 0
               MOVE 4 TO RETURN-CODE.
           CLOSE LOAD-RPT.
           STOP RUN.
      * Edits one budget line and loads its twelve months
       100-LOAD-LINE.
           READ BUDGIN-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 100-EXIT
           END-READ.
           ADD 1 TO WS-LINES-READ.
           MOVE SPACES TO REJ-REASON.
           IF BI-YEAR NOT NUMERIC OR BI-YEAR < 1900
               MOVE "BUDGET YEAR NOT USABLE" TO REJ-REASON
               GO TO 150-REJECT.
           MOVE BI-ACCT TO GA-ACCT.
           READ GLACCT-FILE
               INVALID KEY
                   MOVE "ACCOUNT NOT ON GL MASTER" TO REJ-REASON
                   GO TO 150-REJECT
           END-READ.
           IF NOT GA-IS-ACTIVE
               MOVE "ACCOUNT INACTIVE ON GL MASTER" TO REJ-REASON
               GO TO 150-REJECT.
           PERFORM 120-CHECK-AMOUNT THRU 120-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
           IF REJ-REASON NOT = SPACES
               GO TO 150-REJECT.
           PERFORM 200-LOAD-MONTH THRU 200-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12.
           ADD 1 TO WS-LINES-LOADED.
           GO TO 100-EXIT.
       150-REJECT.
           ADD 1 TO WS-LINES-REJECTED.
           MOVE BI-ACCT TO REJ-ACCT.
           MOVE BI-DEPT TO REJ-DEPT.
           MOVE BUDGIN-REC (13:4) TO REJ-YEAR.
           MOVE REJ-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       100-EXIT.
           EXIT.
       120-CHECK-AMOUNT.
           IF BI-AMOUNT (WS-MONTH-IDX) NOT NUMERIC
               MOVE "MONTHLY AMOUNT NOT NUMERIC" TO REJ-REASON.
       120-EXIT.
           EXIT.
      * Writes or replaces one month's budget, logging a change
       200-LOAD-MONTH.
           MOVE BI-ACCT TO GU-ACCT.
           MOVE BI-DEPT TO GU-DEPT.
           COMPUTE GU-PERIOD = BI-YEAR * 100 + WS-MONTH-IDX.
           MOVE "Y" TO WS-FOUND.
           READ GLBUDGET-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND
                   MOVE ZEROS TO GU-AMOUNT
           END-READ.
           MOVE GU-AMOUNT TO WS-OLD-AMOUNT.
           IF WS-FOUND = "Y"
              AND WS-OLD-AMOUNT = BI-AMOUNT (WS-MONTH-IDX)
               GO TO 200-EXIT.
           MOVE BI-AMOUNT (WS-MONTH-IDX) TO GU-AMOUNT.
           MOVE "BAT" TO GU-CHANGED-BY.
           MOVE WS-TODAY TO GU-CHANGED-DATE.
           IF WS-FOUND = "Y"
               REWRITE GLBUDGET-REC
           ELSE
               WRITE GLBUDGET-REC
                   INVALID KEY CONTINUE
               END-WRITE.
           MOVE WS-TODAY TO BA-DATE.
           MOVE "BAT" TO BA-OPER.
           MOVE GU-ACCT TO BA-ACCT.
           MOVE GU-DEPT TO BA-DEPT.
           MOVE GU-PERIOD TO BA-PERIOD.
           MOVE WS-OLD-AMOUNT TO BA-OLD-AMOUNT.
           MOVE GU-AMOUNT TO BA-NEW-AMOUNT.
           MOVE "ANNUAL BUDGET LOAD" TO BA-REASON.
           WRITE BUDAUDIT-REC.
           ADD 1 TO WS-AMOUNTS-CHANGED.
       200-EXIT.
           EXIT.
       END PROGRAM BUDLOAD.

      ***********************************************************
      * GL BUDGET REVISION MAINTENANCE
      * KODY BRAND
      * Supervisor screen for revising one month's budget on the
      * GLBUDGET master after the annual BUDLOAD: pick the GL
      * account, the payroll department (blank for the account's
      * own budget) and the accounting period, see the amount on
      * file, and key the revised amount with a reason.  Sign-on
      * is through OPERSIGN and revisions need supervisor
      * authority.  Every revision is stamped on the budget record
      * and written to the BUDAUDIT trail with who, when, the old
      * and new amounts, and the reason, so a budget that moved
      * after the fact is plain to see.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  REVISIONS STAMPED TO THE OPERATOR ACTIVITY
      *                 JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDMNT.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       77  UT-S-GLBUDGET       PIC X(50)
               VALUE "C:\COBOL\GLBUDGET.DAT".
       77  UT-S-GLACCT         PIC X(50)
               VALUE "C:\COBOL\GLACCT.DAT".
       77  UT-S-BUDAUDIT       PIC X(50)
               VALUE "C:\COBOL\BUDAUDIT.DAT".
       77  WS-GLBUDGET-STATUS  PIC XX      VALUE SPACES.
       77  WS-GLACCT-STATUS    PIC XX      VALUE SPACES.
       77  WS-OPER-ID          PIC X(3)    VALUE SPACES.
       77  WS-AUTH-LEVEL       PIC 9       VALUE 0.
       77  WS-SIGNON-OK        PIC X       VALUE "N".
       77  WS-VIOL-FUNCTION    PIC X(30)   VALUE SPACES.
       77  WS-ACT-PROGRAM      PIC X(8)    VALUE "BUDMNT".
       77  WS-ACT-FUNCTION     PIC X(20)   VALUE SPACES.
       77  WS-ACT-KEY          PIC X(20)   VALUE SPACES.
       77  WS-ACT-OWNER        PIC X(3)    VALUE SPACES.
       77  WS-ACCT-IN          PIC X(8)    VALUE SPACES.
       77  WS-DEPT-IN          PIC X(4)    VALUE SPACES.
       77  WS-PERIOD-IN        PIC 9(6)    VALUE ZEROS.
       77  WS-AMOUNT-IN        PIC X(15)   VALUE SPACES.
       77  WS-REASON-IN        PIC X(30)   VALUE SPACES.
       77  WS-OLD-AMOUNT       PIC S9(11)V99 VALUE ZEROS.
       77  WS-NEW-AMOUNT       PIC S9(11)V99 VALUE ZEROS.
       77  WS-SHOW-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
       77  WS-FOUND            PIC 9       VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CDF-YEAR     PIC 9(4).
               10  WS-CDF-MONTH    PIC 9(2).
               10  WS-CDF-DAY      PIC 9(2).
           05  FILLER              PIC X(13).
       77  WS-TODAY            PIC 9(8)    VALUE ZEROS.

       PROCEDURE DIVISION.
      * Signs the supervisor on and takes revisions until done.
       000-MAIN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           IF WS-AUTH-LEVEL < 3
               DISPLAY "BUDGET REVISION NEEDS SUPERVISOR AUTHORITY"
               MOVE "BUDGET REVISION DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY =
               WS-CDF-YEAR * 10000 + WS-CDF-MONTH * 100
               + WS-CDF-DAY.
           OPEN I-O GLBUDGET-FILE.
           OPEN INPUT GLACCT-FILE.
           OPEN EXTEND BUDAUDIT-FILE.
           PERFORM 100-WORK-ONE THRU E-100-WORK-ONE
               UNTIL WS-ACCT-IN = "X".
           CLOSE GLBUDGET-FILE GLACCT-FILE BUDAUDIT-FILE.
           STOP RUN.
      * Takes one revision from the supervisor.
       100-WORK-ONE.
           DISPLAY " ".
           DISPLAY "GL ACCOUNT (X TO END): " WITH NO ADVANCING.
           ACCEPT WS-ACCT-IN.
           IF WS-ACCT-IN = "X"
               GO TO E-100-WORK-ONE.
           MOVE WS-ACCT-IN TO GA-ACCT.
           READ GLACCT-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON GL MASTER"
                   GO TO E-100-WORK-ONE
           END-READ.
           IF NOT GA-IS-ACTIVE
               DISPLAY "ACCOUNT INACTIVE ON GL MASTER"
               GO TO E-100-WORK-ONE.
           DISPLAY GA-NAME.
           DISPLAY "DEPARTMENT (BLANK = WHOLE ACCOUNT): "
               WITH NO ADVANCING.
           ACCEPT WS-DEPT-IN.
           DISPLAY "PERIOD YYYYMM: " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-IN.
           IF WS-PERIOD-IN NOT NUMERIC
               OR WS-PERIOD-IN < 190001 OR WS-PERIOD-IN > 999912
               DISPLAY "NOT A USABLE PERIOD"
               GO TO E-100-WORK-ONE.
           MOVE 1 TO WS-FOUND.
           MOVE WS-ACCT-IN TO GU-ACCT.
           MOVE WS-DEPT-IN TO GU-DEPT.
           MOVE WS-PERIOD-IN TO GU-PERIOD.
           READ GLBUDGET-FILE
               INVALID KEY
                   MOVE 0 TO WS-FOUND
                   MOVE ZEROS TO GU-AMOUNT
           END-READ.
           MOVE GU-AMOUNT TO WS-OLD-AMOUNT.
           MOVE WS-OLD-AMOUNT TO WS-SHOW-AMOUNT.
           IF WS-FOUND = 1
               DISPLAY "BUDGET ON FILE: " WS-SHOW-AMOUNT
                   "  LAST CHANGED BY " GU-CHANGED-BY
                   " ON " GU-CHANGED-DATE
           ELSE
               DISPLAY "NO BUDGET ON FILE FOR THIS PERIOD".
           DISPLAY "REVISED AMOUNT (BLANK = NO CHANGE): "
               WITH NO ADVANCING.
           ACCEPT WS-AMOUNT-IN.
           IF WS-AMOUNT-IN = SPACES
               DISPLAY "NOT CHANGED"
               GO TO E-100-WORK-ONE.
           IF FUNCTION TEST-NUMVAL (WS-AMOUNT-IN) NOT = 0
               DISPLAY "AMOUNT MUST BE A NUMBER - NOT CHANGED"
               GO TO E-100-WORK-ONE.
           COMPUTE WS-NEW-AMOUNT = FUNCTION NUMVAL (WS-AMOUNT-IN).
           DISPLAY "REASON: " WITH NO ADVANCING.
           ACCEPT WS-REASON-IN.
           IF WS-REASON-IN = SPACES
               DISPLAY "A REASON IS REQUIRED - NOT CHANGED"
               GO TO E-100-WORK-ONE.
           PERFORM 200-REVISE THRU E-200-REVISE.
       E-100-WORK-ONE.
       EXIT.
      * Writes the revision and its audit record.
       200-REVISE.
           MOVE WS-NEW-AMOUNT TO GU-AMOUNT.
           MOVE WS-OPER-ID TO GU-CHANGED-BY.
           MOVE WS-TODAY TO GU-CHANGED-DATE.
           IF WS-FOUND = 1
               REWRITE GLBUDGET-REC
           ELSE
               WRITE GLBUDGET-REC
                   INVALID KEY CONTINUE
               END-WRITE.
           MOVE WS-TODAY TO BA-DATE.
           MOVE WS-OPER-ID TO BA-OPER.
           MOVE GU-ACCT TO BA-ACCT.
           MOVE GU-DEPT TO BA-DEPT.
           MOVE GU-PERIOD TO BA-PERIOD.
           MOVE WS-OLD-AMOUNT TO BA-OLD-AMOUNT.
           MOVE WS-NEW-AMOUNT TO BA-NEW-AMOUNT.
           MOVE WS-REASON-IN TO BA-REASON.
           WRITE BUDAUDIT-REC.
           MOVE "CHANGE BUDGET" TO WS-ACT-FUNCTION.
           MOVE GU-KEY TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           DISPLAY "BUDGET REVISED".
       E-200-REVISE.
       EXIT.
       END PROGRAM BUDMNT.

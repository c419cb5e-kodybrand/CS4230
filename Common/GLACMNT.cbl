      ***********************************************************
      * GL ACCOUNT MASTER MAINTENANCE
      * KODY BRAND
      * Supervisor screen for GLACCT, the general ledger's own
      * chart of accounts: every GL account the COATABLE mapping
      * may post to, with its name, its type (asset, liability,
      * equity, revenue, expense), its normal balance side, the
      * financial-statement line it rolls up to, and whether it
      * is still open for posting.  GLMERGE refuses a mapping to
      * an account that is not here or not active, and GLTRIAL
      * prints the names and types from here.  Add an account,
      * change its description, or inactivate one that is being
      * retired (the record stays so history still prints its
      * name).  Sign-on is through OPERSIGN and the screen needs
      * supervisor authority; every change is stamped with who
      * and when, on the account record and on the access-
      * violation audit log.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CHANGES STAMPED TO THE OPERATOR ACTIVITY
      *                 JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLACMNT.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GLACCT-FILE ASSIGN TO UT-S-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GA-ACCT
               FILE STATUS IS WS-GLACCT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GLACCT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 55 CHARACTERS.
       01  GLACCT-REC.
           05  GA-ACCT         PIC X(8).
           05  GA-NAME         PIC X(30).
           05  GA-TYPE         PIC X.
               88  GA-IS-ASSET         VALUE "A".
               88  GA-IS-LIABILITY     VALUE "L".
               88  GA-IS-EQUITY        VALUE "Q".
               88  GA-IS-REVENUE       VALUE "R".
               88  GA-IS-EXPENSE       VALUE "E".
           05  GA-NORMAL       PIC X.
               88  GA-NORMAL-DEBIT     VALUE "D".
               88  GA-NORMAL-CREDIT    VALUE "C".
           05  GA-ACTIVE       PIC X.
               88  GA-IS-ACTIVE        VALUE "Y".
           05  GA-FS-LINE      PIC 9(3).
           05  GA-CHANGED-BY   PIC X(3).
           05  GA-CHANGED-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       77  UT-S-GLACCT         PIC X(50)
               VALUE "C:\COBOL\GLACCT.DAT".
       77  WS-GLACCT-STATUS    PIC XX      VALUE SPACES.
       77  WS-OPER-ID          PIC X(3)    VALUE SPACES.
       77  WS-AUTH-LEVEL       PIC 9       VALUE 0.
       77  WS-SIGNON-OK        PIC X       VALUE "N".
       77  WS-VIOL-FUNCTION    PIC X(30)   VALUE SPACES.
       77  WS-ACT-PROGRAM      PIC X(8)    VALUE "GLACMNT".
       77  WS-ACT-FUNCTION     PIC X(20)   VALUE SPACES.
       77  WS-ACT-KEY          PIC X(20)   VALUE SPACES.
       77  WS-ACT-OWNER        PIC X(3)    VALUE SPACES.
       77  WS-ACTION-IN        PIC X       VALUE SPACE.
       77  WS-ACCT-IN          PIC X(8)    VALUE SPACES.
       77  WS-NAME-IN          PIC X(30)   VALUE SPACES.
       77  WS-TYPE-IN          PIC X       VALUE SPACE.
           88  WS-TYPE-OK              VALUE "A" "L" "Q" "R" "E".
       77  WS-NORMAL-IN        PIC X       VALUE SPACE.
       77  WS-LINE-IN          PIC X(3)    VALUE SPACES.
       77  WS-LINE-NUM REDEFINES WS-LINE-IN PIC 9(3).
       77  WS-FOUND            PIC 9       VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CDF-YEAR     PIC 9(4).
               10  WS-CDF-MONTH    PIC 9(2).
               10  WS-CDF-DAY      PIC 9(2).
           05  FILLER              PIC X(13).
       77  WS-TODAY            PIC 9(8)    VALUE ZEROS.
       01  WS-AUDIT-TEXT.
           05  FILLER          PIC X(8)    VALUE "GL ACCT ".
           05  AUD-ACCT        PIC X(8).
           05  AUD-VERB        PIC X(14).

       PROCEDURE DIVISION.
      * Signs the supervisor on and works the master until done.
       000-MAIN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           IF WS-AUTH-LEVEL < 3
               DISPLAY "GL ACCOUNT MAINTENANCE NEEDS A SUPERVISOR"
               MOVE "GL ACCOUNT MAINT DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY =
               WS-CDF-YEAR * 10000 + WS-CDF-MONTH * 100
               + WS-CDF-DAY.
           OPEN I-O GLACCT-FILE.
           PERFORM 100-WORK-ONE THRU E-100-WORK-ONE
               UNTIL WS-ACTION-IN = "X".
           CLOSE GLACCT-FILE.
           STOP RUN.
      * Takes one action from the supervisor.
       100-WORK-ONE.
           DISPLAY " ".
           DISPLAY "ACTION (A=ADD, C=CHANGE, I=INACTIVATE,".
           DISPLAY "        R=REACTIVATE, X=END): "
               WITH NO ADVANCING.
           ACCEPT WS-ACTION-IN.
           IF WS-ACTION-IN = "X"
               GO TO E-100-WORK-ONE.
           IF WS-ACTION-IN NOT = "A" AND WS-ACTION-IN NOT = "C"
               AND WS-ACTION-IN NOT = "I" AND WS-ACTION-IN NOT = "R"
               DISPLAY "ACTION MUST BE A, C, I, R OR X"
               GO TO E-100-WORK-ONE.
           DISPLAY "GL ACCOUNT: " WITH NO ADVANCING.
           ACCEPT WS-ACCT-IN.
           IF WS-ACCT-IN = SPACES
               DISPLAY "A GL ACCOUNT IS REQUIRED"
               GO TO E-100-WORK-ONE.
           MOVE 1 TO WS-FOUND.
           MOVE WS-ACCT-IN TO GA-ACCT.
           READ GLACCT-FILE
               INVALID KEY
                   MOVE 0 TO WS-FOUND
           END-READ.
           IF WS-ACTION-IN = "A"
               PERFORM 200-ADD-ACCOUNT THRU E-200-ADD-ACCOUNT
           ELSE
           IF WS-FOUND = 0
               DISPLAY "ACCOUNT NOT ON GL MASTER"
           ELSE
           IF WS-ACTION-IN = "C"
               PERFORM 300-CHANGE-ACCOUNT THRU E-300-CHANGE-ACCOUNT
           ELSE
               PERFORM 400-SET-ACTIVE THRU E-400-SET-ACTIVE.
       E-100-WORK-ONE.
       EXIT.
      * Adds an account, open for posting.  The normal balance
      * defaults from the type: debit for assets and expenses,
      * credit for the rest.
       200-ADD-ACCOUNT.
           IF WS-FOUND = 1
               DISPLAY "ACCOUNT ALREADY ON GL MASTER"
               GO TO E-200-ADD-ACCOUNT.
           DISPLAY "NAME:                      " WITH NO ADVANCING.
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN = SPACES
               DISPLAY "A NAME IS REQUIRED - NOT ADDED"
               GO TO E-200-ADD-ACCOUNT.
           DISPLAY "TYPE (A/L/Q/R/E):          " WITH NO ADVANCING.
           ACCEPT WS-TYPE-IN.
           IF NOT WS-TYPE-OK
               DISPLAY "TYPE MUST BE A, L, Q, R OR E - NOT ADDED"
               GO TO E-200-ADD-ACCOUNT.
           DISPLAY "NORMAL BALANCE (D/C):      " WITH NO ADVANCING.
           ACCEPT WS-NORMAL-IN.
           IF WS-NORMAL-IN = SPACE
               IF WS-TYPE-IN = "A" OR WS-TYPE-IN = "E"
                   MOVE "D" TO WS-NORMAL-IN
               ELSE
                   MOVE "C" TO WS-NORMAL-IN.
           IF WS-NORMAL-IN NOT = "D" AND WS-NORMAL-IN NOT = "C"
               DISPLAY "NORMAL BALANCE MUST BE D OR C - NOT ADDED"
               GO TO E-200-ADD-ACCOUNT.
           DISPLAY "STATEMENT LINE (001-999):  " WITH NO ADVANCING.
           ACCEPT WS-LINE-IN.
           IF WS-LINE-IN NOT NUMERIC OR WS-LINE-NUM = 0
               DISPLAY "STATEMENT LINE MUST BE 001-999 - NOT ADDED"
               GO TO E-200-ADD-ACCOUNT.
           MOVE WS-ACCT-IN TO GA-ACCT.
           MOVE WS-NAME-IN TO GA-NAME.
           MOVE WS-TYPE-IN TO GA-TYPE.
           MOVE WS-NORMAL-IN TO GA-NORMAL.
           MOVE "Y" TO GA-ACTIVE.
           MOVE WS-LINE-NUM TO GA-FS-LINE.
           MOVE WS-OPER-ID TO GA-CHANGED-BY.
           MOVE WS-TODAY TO GA-CHANGED-DATE.
           WRITE GLACCT-REC
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE " ADDED" TO AUD-VERB.
           MOVE "ADD GL ACCOUNT" TO WS-ACT-FUNCTION.
           PERFORM 700-AUDIT THRU E-700-AUDIT.
           DISPLAY "ACCOUNT ADDED".
       E-200-ADD-ACCOUNT.
       EXIT.
      * Changes the description fields; a blank answer keeps
      * what is there.
       300-CHANGE-ACCOUNT.
           DISPLAY "NAME           [" GA-NAME "]: "
               WITH NO ADVANCING.
           ACCEPT WS-NAME-IN.
           DISPLAY "TYPE           [" GA-TYPE "]: "
               WITH NO ADVANCING.
           ACCEPT WS-TYPE-IN.
           IF WS-TYPE-IN NOT = SPACE AND NOT WS-TYPE-OK
               DISPLAY "TYPE MUST BE A, L, Q, R OR E - NOT CHANGED"
               GO TO E-300-CHANGE-ACCOUNT.
           DISPLAY "NORMAL BALANCE [" GA-NORMAL "]: "
               WITH NO ADVANCING.
           ACCEPT WS-NORMAL-IN.
           IF WS-NORMAL-IN NOT = SPACE
               AND WS-NORMAL-IN NOT = "D" AND WS-NORMAL-IN NOT = "C"
               DISPLAY "NORMAL BALANCE MUST BE D OR C - NOT CHANGED"
               GO TO E-300-CHANGE-ACCOUNT.
           DISPLAY "STATEMENT LINE [" GA-FS-LINE "]: "
               WITH NO ADVANCING.
           ACCEPT WS-LINE-IN.
           IF WS-LINE-IN NOT = SPACES
               IF WS-LINE-IN NOT NUMERIC OR WS-LINE-NUM = 0
                   DISPLAY "STATEMENT LINE MUST BE 001-999 - "
                       "NOT CHANGED"
                   GO TO E-300-CHANGE-ACCOUNT.
           IF WS-NAME-IN NOT = SPACES
               MOVE WS-NAME-IN TO GA-NAME.
           IF WS-TYPE-IN NOT = SPACE
               MOVE WS-TYPE-IN TO GA-TYPE.
           IF WS-NORMAL-IN NOT = SPACE
               MOVE WS-NORMAL-IN TO GA-NORMAL.
           IF WS-LINE-IN NOT = SPACES
               MOVE WS-LINE-NUM TO GA-FS-LINE.
           MOVE WS-OPER-ID TO GA-CHANGED-BY.
           MOVE WS-TODAY TO GA-CHANGED-DATE.
           REWRITE GLACCT-REC.
           MOVE " CHANGED" TO AUD-VERB.
           MOVE "CHANGE GL ACCOUNT" TO WS-ACT-FUNCTION.
           PERFORM 700-AUDIT THRU E-700-AUDIT.
           DISPLAY "ACCOUNT CHANGED".
       E-300-CHANGE-ACCOUNT.
       EXIT.
      * Closes an account to posting or opens it again.  The
      * record is never deleted: balances already on the ledger
      * still need its name and type.
       400-SET-ACTIVE.
           IF WS-ACTION-IN = "I"
               IF NOT GA-IS-ACTIVE
                   DISPLAY "ACCOUNT ALREADY INACTIVE"
                   GO TO E-400-SET-ACTIVE
               END-IF
               MOVE "N" TO GA-ACTIVE
               MOVE " INACTIVATED" TO AUD-VERB
               MOVE "INACTIVATE GL ACCT" TO WS-ACT-FUNCTION
           ELSE
               IF GA-IS-ACTIVE
                   DISPLAY "ACCOUNT ALREADY ACTIVE"
                   GO TO E-400-SET-ACTIVE
               END-IF
               MOVE "Y" TO GA-ACTIVE
               MOVE " REACTIVATED" TO AUD-VERB
               MOVE "REACTIVATE GL ACCT" TO WS-ACT-FUNCTION.
           MOVE WS-OPER-ID TO GA-CHANGED-BY.
           MOVE WS-TODAY TO GA-CHANGED-DATE.
           REWRITE GLACCT-REC.
           PERFORM 700-AUDIT THRU E-700-AUDIT.
           DISPLAY "ACCOUNT" AUD-VERB.
       E-400-SET-ACTIVE.
       EXIT.
      * Stamps one change to the audit log and the activity
      * journal.
       700-AUDIT.
           MOVE WS-ACCT-IN TO AUD-ACCT.
           MOVE WS-AUDIT-TEXT TO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE WS-ACCT-IN TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-700-AUDIT.
       EXIT.
       END PROGRAM GLACMNT.

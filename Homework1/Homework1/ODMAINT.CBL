      ***********************************************************
      * OVERDRAFT CHARGE-OFF APPROVAL
      * KODY BRAND
      * This program is the supervisor's screen onto the CHGOFF
      * charge-off list that the nightly ODAGE aging builds from
      * accounts overdrawn sixty days or more.  Any signed-on
      * operator can list the entries awaiting approval or
      * write-off and display an entry, including the write-off
      * and any recoveries collected after it.  Approving a
      * charge-off needs supervisor authority: the entry is shown,
      * the supervisor confirms, and the approval is stamped with
      * the date and the supervisor's ID.  The next BANK run then
      * writes the overdrawn balance off to overdraft losses and
      * closes the account.  Every approval is stamped to the
      * access-audit log; denials go to the same log.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  INQUIRIES AND APPROVALS STAMPED TO THE
      *                 OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODMAINT.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CHGOFF-FILE ASSIGN TO UT-S-CHGOFF
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS CO-ACCT
                FILE STATUS IS WS-CHGOFF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHGOFF-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 113 CHARACTERS.
       COPY "CHGOFF.CPY".
       WORKING-STORAGE SECTION.
       77  UT-S-CHGOFF  PIC X(50) VALUE 'C:\CS4230\CHGOFF.DAT'.
       77  WS-CHGOFF-STATUS PIC XX    VALUE SPACES.
       77  WS-ACTION    PIC X         VALUE SPACE.
       77  WS-CONFIRM   PIC X         VALUE SPACE.
       77  WS-OPER-ID   PIC X(3)      VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9        VALUE 0.
       77  WS-SIGNON-OK PIC X         VALUE "N".
       77  WS-VIOL-FUNCTION PIC X(30) VALUE SPACES.
       77  WS-ACT-PROGRAM   PIC X(8)  VALUE "ODMAINT".
       77  WS-ACT-FUNCTION  PIC X(20) VALUE SPACES.
       77  WS-ACT-KEY       PIC X(20) VALUE SPACES.
       77  WS-ACT-OWNER     PIC X(3)  VALUE SPACES.
       77  WS-VALID-SW  PIC X         VALUE "Y".
           88  WS-ENTRY-VALID         VALUE "Y".
       77  WS-ACCT-IN   PIC X(5)      VALUE SPACES.
       77  WS-LIST-EOF  PIC 9         VALUE 0.
       77  WS-LIST-CNT  PIC 9(5)      VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  WS-DISPLAY-AMT   PIC $$,$$$,$$9.99.
       01  WS-STATUS-DESC   PIC X(20)  VALUE SPACES.
       PROCEDURE DIVISION.
      * Signs the operator on and takes actions until X.
       000-MAIN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN I-O CHGOFF-FILE.
           IF WS-CHGOFF-STATUS NOT = "00"
               DISPLAY "CHARGE-OFF FILE NOT AVAILABLE - STATUS "
                   WS-CHGOFF-STATUS
               STOP RUN.
           DISPLAY "OVERDRAFT CHARGE-OFF APPROVAL".
           PERFORM 100-ONE-ACTION THRU E-100-ONE-ACTION
               UNTIL WS-ACTION = "X".
           CLOSE CHGOFF-FILE.
           STOP RUN.
      * Accepts and routes one action.  Approval needs supervisor
      * authority; a denial is logged.
       100-ONE-ACTION.
           DISPLAY "ACTION - L LIST, D DISPLAY, A APPROVE CHARGE-OFF, "
               "X EXIT: " WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           IF WS-ACTION = "l" MOVE "L" TO WS-ACTION.
           IF WS-ACTION = "d" MOVE "D" TO WS-ACTION.
           IF WS-ACTION = "a" MOVE "A" TO WS-ACTION.
           IF WS-ACTION = "x" MOVE "X" TO WS-ACTION.
           IF WS-ACTION = "A" AND WS-AUTH-LEVEL < 3
               DISPLAY "SUPERVISOR AUTHORITY REQUIRED"
               MOVE "CHARGE-OFF APPROVE DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               GO TO E-100-ONE-ACTION.
           IF WS-ACTION = "L"
               PERFORM 200-LIST-OPEN THRU E-200-LIST-OPEN
           ELSE
           IF WS-ACTION = "D"
               PERFORM 300-DISPLAY-ENTRY THRU E-300-DISPLAY-ENTRY
           ELSE
           IF WS-ACTION = "A"
               PERFORM 400-APPROVE THRU E-400-APPROVE
           ELSE
           IF WS-ACTION NOT = "X"
               DISPLAY "INVALID ACTION".
       E-100-ONE-ACTION.
       EXIT.
      * Keys an account number and reads its charge-off entry.
       150-GET-ENTRY.
           MOVE "N" TO WS-VALID-SW.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-ACCT-IN.
           IF WS-ACCT-IN = SPACES
               DISPLAY "ACCOUNT NUMBER REQUIRED"
               GO TO E-150-GET-ENTRY.
           MOVE WS-ACCT-IN TO CO-ACCT.
           READ CHGOFF-FILE
               INVALID KEY
                   DISPLAY "ACCOUNT NOT ON THE CHARGE-OFF LIST"
                   GO TO E-150-GET-ENTRY
           END-READ.
           MOVE "Y" TO WS-VALID-SW.
       E-150-GET-ENTRY.
       EXIT.
      * Lists every entry awaiting approval or write-off.
       200-LIST-OPEN.
           MOVE 0 TO WS-LIST-EOF.
           MOVE 0 TO WS-LIST-CNT.
           MOVE LOW-VALUES TO CO-ACCT.
           START CHGOFF-FILE KEY IS NOT LESS THAN CO-ACCT
               INVALID KEY MOVE 1 TO WS-LIST-EOF
           END-START.
           PERFORM 210-LIST-ONE THRU E-210-LIST-ONE
               UNTIL WS-LIST-EOF = 1.
           DISPLAY WS-LIST-CNT " ACCOUNT(S) ON THE CHARGE-OFF LIST".
       E-200-LIST-OPEN.
       EXIT.
       210-LIST-ONE.
           READ CHGOFF-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LIST-EOF
                   GO TO E-210-LIST-ONE
           END-READ.
           IF NOT CO-IS-PENDING AND NOT CO-IS-APPROVED
               GO TO E-210-LIST-ONE.
           ADD 1 TO WS-LIST-CNT.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           MOVE CO-AMOUNT TO WS-DISPLAY-AMT.
           DISPLAY CO-ACCT "  " CO-NAME "  " CO-DAYS " DAYS  "
               WS-DISPLAY-AMT "  " WS-STATUS-DESC.
       E-210-LIST-ONE.
       EXIT.
      * Displays one entry in full.
       300-DISPLAY-ENTRY.
           PERFORM 150-GET-ENTRY THRU E-150-GET-ENTRY.
           IF NOT WS-ENTRY-VALID
               GO TO E-300-DISPLAY-ENTRY.
           MOVE "VIEW CHARGE-OFF" TO WS-ACT-FUNCTION.
           MOVE CO-ACCT TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           DISPLAY "ACCOUNT " CO-ACCT "  " CO-NAME "  BRANCH "
               CO-BRANCH "  CUSTOMER " CO-CUST-NO.
           MOVE CO-AMOUNT TO WS-DISPLAY-AMT.
           DISPLAY "OVERDRAWN SINCE " CO-OD-SINCE "  " CO-DAYS
               " DAYS  BALANCE " WS-DISPLAY-AMT.
           DISPLAY "LISTED " CO-LIST-DATE "  STATUS " WS-STATUS-DESC.
           IF CO-APPR-DATE NOT = 0
               DISPLAY "APPROVED " CO-APPR-DATE " BY " CO-APPR-OPER.
           IF CO-IS-WRITTEN-OFF
               MOVE CO-WO-AMT TO WS-DISPLAY-AMT
               DISPLAY "WRITTEN OFF " CO-WO-DATE "  AMOUNT "
                   WS-DISPLAY-AMT
               MOVE CO-RECOV-AMT TO WS-DISPLAY-AMT
               DISPLAY "RECOVERED TO DATE " WS-DISPLAY-AMT
                   "  LAST RECOVERY " CO-RECOV-DATE.
       E-300-DISPLAY-ENTRY.
       EXIT.
      * Approves an entry awaiting approval.  The entry is shown
      * first and the supervisor confirms.
       400-APPROVE.
           PERFORM 300-DISPLAY-ENTRY THRU E-300-DISPLAY-ENTRY.
           IF NOT WS-ENTRY-VALID
               GO TO E-400-APPROVE.
           IF NOT CO-IS-PENDING
               DISPLAY "ENTRY NOT AWAITING APPROVAL - NOT CHANGED"
               GO TO E-400-APPROVE.
           DISPLAY "APPROVE THIS CHARGE-OFF (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "CHARGE-OFF NOT APPROVED"
               GO TO E-400-APPROVE.
           MOVE "A" TO CO-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO CO-APPR-DATE.
           MOVE WS-OPER-ID TO CO-APPR-OPER.
           REWRITE CHGOFF-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS "
                       WS-CHGOFF-STATUS
                   GO TO E-400-APPROVE
           END-REWRITE.
           DISPLAY "ACCOUNT " CO-ACCT
               " APPROVED - WRITTEN OFF IN TONIGHT'S RUN".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "CHARGE-OFF APPROVED " CO-ACCT
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "APPROVE CHARGE-OFF" TO WS-ACT-FUNCTION.
           MOVE CO-ACCT TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-400-APPROVE.
       EXIT.
      * Builds the status description.
       500-DESCRIBE.
           IF CO-IS-PENDING
               MOVE "AWAITING APPROVAL" TO WS-STATUS-DESC
           ELSE
           IF CO-IS-APPROVED
               MOVE "APPROVED" TO WS-STATUS-DESC
           ELSE
           IF CO-IS-WRITTEN-OFF
               MOVE "WRITTEN OFF" TO WS-STATUS-DESC
           ELSE
               MOVE "REMOVED - CURED" TO WS-STATUS-DESC.
       E-500-DESCRIBE.
       EXIT.
       END PROGRAM ODMAINT.

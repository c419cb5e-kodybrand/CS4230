      ***********************************************************
      * DIRECT DEPOSIT ACCOUNT MAINTENANCE (DUAL CONTROL)
      * KODY BRAND
      * This program is the only way an employee's direct-deposit
      * accounts on the EMPBANK master are added, changed, or
      * deleted, and no one operator can do it alone.  An operator
      * with update authority signs on through OPERSIGN and keys
      * the request; it is held on the HW2EBPND pending file and
      * the EMPBANK master is not touched.  A second operator with
      * supervisor authority -- never the one who keyed it -- then
      * reviews the pending requests and approves or rejects each.
      * An approved add or change is put on the master with its
      * prenote reset so ACHGEN sends a fresh zero-dollar test
      * entry before any pay goes to the account; an approved
      * delete removes the account.  Every approval prints a
      * confirmation letter to the employee's home address on file
      * (HW2EBLTR), and every request, approval, and rejection is
      * logged with both operator IDs to the HW2EBAUD audit log.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  REQUESTS, DECISIONS AND INQUIRIES STAMPED
      *                 TO THE OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EBMAINT.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EMPBANK-FILE ASSIGN TO UT-S-EMPBANK
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS EB-KEY
               FILE STATUS IS WS-EMPBANK-STATUS.
           SELECT EMPMASTER-FILE ASSIGN TO UT-S-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EM-EMPNUM
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT OPTIONAL EBPEND-FILE ASSIGN TO UT-S-EBPEND
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS BP-KEY
               FILE STATUS IS WS-EBPEND-STATUS.
           SELECT OPTIONAL EBLTR-FILE ASSIGN TO UT-S-EBLTR.
           SELECT OPTIONAL EBAUDIT-FILE ASSIGN TO UT-S-EBAUDIT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPBANK-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  EB-REC.
           05  EB-KEY.
               10  EB-EMPNUM   PIC 9(4).
               10  EB-SEQ      PIC 9.
           05  EB-ROUTING      PIC 9(9).
           05  EB-ACCOUNT      PIC X(17).
           05  EB-ACCT-TYPE    PIC X.
               88  EB-CHECKING         VALUE "C".
               88  EB-SAVINGS          VALUE "S".
           05  EB-PRENOTE-STATUS PIC X.
               88  EB-PRENOTE-PENDING  VALUE "P".
               88  EB-DD-ACTIVE        VALUE "A".
           05  EB-PRENOTE-DATE PIC 9(8).
           05  EB-SPLIT-TYPE   PIC X.
               88  EB-SPLIT-FLAT       VALUE "F".
               88  EB-SPLIT-PERCENT    VALUE "P".
           05  EB-SPLIT-AMT    PIC 9(5)V99.
           05  EB-SPLIT-PCT    PIC V999.
           05  EB-PRIMARY      PIC X.
               88  EB-IS-PRIMARY       VALUE "Y".
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
      * One pending request per employee account.  The new values
      * keyed for an add or change ride on the request; a delete
      * carries the account as it stood when the delete was keyed.
       FD  EBPEND-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BP-REC.
           05  BP-KEY.
               10  BP-EMPNUM   PIC 9(4).
               10  BP-SEQ      PIC 9.
           05  BP-ACTION       PIC X.
               88  BP-ADD              VALUE "A".
               88  BP-CHANGE           VALUE "C".
               88  BP-DELETE           VALUE "D".
           05  BP-ROUTING      PIC 9(9).
           05  BP-ACCOUNT      PIC X(17).
           05  BP-ACCT-TYPE    PIC X.
           05  BP-SPLIT-TYPE   PIC X.
           05  BP-SPLIT-AMT    PIC 9(5)V99.
           05  BP-SPLIT-PCT    PIC V999.
           05  BP-PRIMARY      PIC X.
           05  BP-REQ-OPER     PIC X(3).
           05  BP-REQ-DATE     PIC 9(8).
           05  BP-REQ-TIME     PIC 9(6).
       FD  EBLTR-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT             PIC X(132).
       FD  EBAUDIT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  EBAUDIT-REC         PIC X(80).

       WORKING-STORAGE SECTION.
       77  UT-S-EMPBANK PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EBANK.DAT'.
       77  UT-S-EMPMAST PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EMP.DAT'.
       77  UT-S-EBPEND  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EBPND.DAT'.
       77  UT-S-EBLTR   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EBLTR.RPT'.
       77  UT-S-EBAUDIT PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EBAUD.LOG'.
       77  WS-EMPBANK-STATUS PIC XX    VALUE SPACES.
       77  WS-EMPMAST-STATUS PIC XX    VALUE SPACES.
       77  WS-EBPEND-STATUS PIC XX     VALUE SPACES.
       77  WS-OPER-ID   PIC X(3)       VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9         VALUE 0.
       77  WS-SIGNON-OK PIC X          VALUE "N".
       77  WS-ACT-PROGRAM PIC X(8)     VALUE "EBMAINT".
       77  WS-ACT-FUNCTION PIC X(20)   VALUE SPACES.
       77  WS-ACT-KEY   PIC X(20)      VALUE SPACES.
       77  WS-ACT-OWNER PIC X(3)       VALUE SPACES.
       77  WS-PICK-FUNC PIC X          VALUE SPACE.
       77  WS-PICK-EMP  PIC X(4)       VALUE SPACES.
       77  WS-PICK-EMP-NUM REDEFINES WS-PICK-EMP PIC 9(4).
       77  WS-PICK-ACTION PIC X        VALUE SPACE.
       77  WS-PICK-SEQ  PIC X          VALUE SPACE.
       77  WS-PICK-SEQ-NUM REDEFINES WS-PICK-SEQ PIC 9.
       77  WS-IN-ROUTING PIC X(9)      VALUE SPACES.
       77  WS-IN-ROUTING-NUM REDEFINES WS-IN-ROUTING PIC 9(9).
       77  WS-IN-ACCOUNT PIC X(17)     VALUE SPACES.
       77  WS-IN-TYPE   PIC X          VALUE SPACE.
       77  WS-IN-PRIMARY PIC X         VALUE SPACE.
       77  WS-IN-SPLIT  PIC X          VALUE SPACE.
       77  WS-IN-AMT    PIC X(7)       VALUE SPACES.
       77  WS-IN-AMT-NUM REDEFINES WS-IN-AMT PIC 9(5)V99.
       77  WS-IN-PCT    PIC X(3)       VALUE SPACES.
       77  WS-IN-PCT-NUM REDEFINES WS-IN-PCT PIC V999.
       77  WS-REASON    PIC X(20)      VALUE SPACES.
       77  WS-CONFIRM   PIC X          VALUE SPACE.
       77  WS-FIELDS-OK PIC 9          VALUE 0.
       77  WS-ACCT-COUNT PIC 9         VALUE 0.
       77  WS-EB-EOF    PIC 9          VALUE 0.
       77  WS-BP-EOF    PIC 9          VALUE 0.
       77  WS-REVIEW-DONE PIC 9        VALUE 0.
       77  WS-SHOWN     PIC 9(4)       VALUE 0.
       77  WS-REQUESTED PIC 9(5)       VALUE 0.
       77  WS-APPROVED  PIC 9(5)       VALUE 0.
       77  WS-REJECTED  PIC 9(5)       VALUE 0.
       77  WS-LETTERS   PIC 9(5)       VALUE 0.
       77  WS-AX        PIC 99         VALUE 0.
       77  WS-ACCT-WORK PIC X(17)      VALUE SPACES.
       77  WS-LAST-FOUR PIC X(4)       VALUE SPACES.
       77  WS-OLD-LAST-FOUR PIC X(4)   VALUE SPACES.
       77  WS-OLD-ROUTING PIC 9(9)     VALUE 0.
       77  WS-RTE-SUM   PIC 9(4)       VALUE 0.
       77  WS-RTE-QUOT  PIC 9(4)       VALUE 0.
       77  WS-RTE-REM   PIC 9          VALUE 0.
      * The routing number's digits for the ABA check digit: three
      * times digits 1, 4, 7, plus seven times digits 2, 5, 8, plus
      * digits 3, 6, 9 must come to a multiple of ten.
       01  WS-RTE-WORK.
           05  WS-RTE-NUM          PIC 9(9).
           05  WS-RTE-DIGITS REDEFINES WS-RTE-NUM.
               10  WS-RD           PIC 9 OCCURS 9 TIMES.
       01  WS-EDIT-DATE            PIC 9(8).
       01  WS-EDIT-DATE-X REDEFINES WS-EDIT-DATE.
           05  WS-ED-YEAR          PIC 9(4).
           05  WS-ED-MONTH         PIC 99.
           05  WS-ED-DAY           PIC 99.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CDT-DATE         PIC 9(8).
           05  WS-CDT-TIME         PIC 9(8).
           05  FILLER              PIC X(5).
       01  SCREEN-ACCT-LINE.
           05  FILLER       PIC X(2)   VALUE SPACES.
           05  SCR-SEQ      PIC 9.
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-ROUTING  PIC 9(9).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-ACCOUNT  PIC X(17).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-TYPE     PIC X.
           05  FILLER       PIC X(6)   VALUE " PRIM ".
           05  SCR-PRIMARY  PIC X.
           05  FILLER       PIC X(7)   VALUE " SPLIT ".
           05  SCR-SPLIT    PIC X.
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-AMT      PIC ZZZZ9.99.
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-PCT      PIC .999.
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-STATUS   PIC X.
       01  SCREEN-PEND-LINE.
           05  SCR-PD-EMPNUM PIC 9(4).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-PD-NAME  PIC X(20).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-PD-ACTION PIC X(6).
           05  FILLER       PIC X(9)   VALUE " KEYED BY".
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  SCR-PD-OPER  PIC X(3).
           05  FILLER       PIC X(4)   VALUE " ON ".
           05  SCR-PD-DATE  PIC 9(8).
      * Direct deposit confirmation letter lines.
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
               VALUE "DIRECT DEPOSIT CONFIRMATION  ".
       01  LTR-TEXT        PIC X(70)   VALUE SPACES.
       01  LTR-CITY-LINE.
           05  LTR-CITY    PIC X(20).
           05  FILLER      PIC X      VALUE SPACE.
           05  LTR-STATE   PIC X(2).
           05  FILLER      PIC X(2)   VALUE SPACES.
           05  LTR-ZIP5    PIC X(5).
           05  LTR-ZIP-DASH PIC X.
           05  LTR-ZIP4    PIC X(4).
       01  LTR-ACCT-LINE.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  LTR-ACCT-LABEL PIC X(12).
           05  LTR-ACCT-TYPE PIC X(8).
           05  FILLER      PIC X(21)
               VALUE " ACCOUNT ENDING IN   ".
           05  LTR-LAST-FOUR PIC X(4).
           05  FILLER      PIC X(10)   VALUE "  ROUTING ".
           05  LTR-ROUTING PIC 9(9).
       01  LTR-SPLIT-LINE.
           05  FILLER      PIC X(4)    VALUE SPACES.
           05  FILLER      PIC X(12)   VALUE "DEPOSIT:    ".
           05  LTR-SPLIT-DESC PIC X(30).
           05  LTR-SPLIT-AMT PIC $$,$$9.99.
           05  LTR-SPLIT-PCT PIC ZZ9.9.
       01  LTR-SIGN-LINE.
           05  FILLER      PIC X(24)
               VALUE "PAYROLL DEPARTMENT      ".
           05  FILLER      PIC X(13)   VALUE "APPROVED BY: ".
           05  LTR-OPER-ID PIC X(3).
       01  AUDIT-LINE.
           05  AUD-DATE     PIC 9(8).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-TIME     PIC 9(6).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-REQ-OPER PIC X(3).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-APPR-OPER PIC X(3).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-ACTION   PIC X(8).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-EMPNUM   PIC 9(4).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-SEQ      PIC 9.
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-TYPE     PIC X(1).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-ROUTING  PIC 9(9).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-LAST-FOUR PIC X(4).
           05  FILLER       PIC X(1)   VALUE SPACES.
           05  AUD-REASON   PIC X(20).
       PROCEDURE DIVISION.
      * Signs the operator on, then takes one function at a time
      * until a blank or X is keyed.  Keying a request needs update
      * authority; reviewing pending requests needs supervisor.
       000-MAIN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           IF WS-AUTH-LEVEL < 2
               DISPLAY "UPDATE AUTHORITY REQUIRED - SESSION ENDED"
               STOP RUN.
           OPEN I-O EMPBANK-FILE.
           IF WS-EMPBANK-STATUS NOT = "00"
               AND WS-EMPBANK-STATUS NOT = "05"
               OPEN OUTPUT EMPBANK-FILE
               CLOSE EMPBANK-FILE
               OPEN I-O EMPBANK-FILE.
           OPEN INPUT EMPMASTER-FILE.
           IF WS-EMPMAST-STATUS NOT = "00"
               DISPLAY "EMPLOYEE MASTER NOT AVAILABLE - SESSION ENDED"
               CLOSE EMPBANK-FILE
               STOP RUN.
           OPEN I-O EBPEND-FILE.
           IF WS-EBPEND-STATUS NOT = "00"
               AND WS-EBPEND-STATUS NOT = "05"
               OPEN OUTPUT EBPEND-FILE
               CLOSE EBPEND-FILE
               OPEN I-O EBPEND-FILE.
           OPEN EXTEND EBLTR-FILE.
           OPEN EXTEND EBAUDIT-FILE.
           DISPLAY "DIRECT DEPOSIT ACCOUNT MAINTENANCE - OPERATOR "
               WS-OPER-ID.
           PERFORM 100-ONE-PICK THRU 100-EXIT
               UNTIL WS-PICK-FUNC = "X" OR WS-PICK-FUNC = "x"
                  OR WS-PICK-FUNC = SPACE.
           CLOSE EMPBANK-FILE EMPMASTER-FILE EBPEND-FILE
                 EBLTR-FILE EBAUDIT-FILE.
           DISPLAY "REQUESTS KEYED: " WS-REQUESTED
               "  APPROVED: " WS-APPROVED
               "  REJECTED: " WS-REJECTED
               "  LETTERS: " WS-LETTERS.
           STOP RUN.
      * Takes one function from the operator.
       100-ONE-PICK.
           DISPLAY "R)EQUEST A CHANGE, P)ENDING REVIEW, X)DONE: "
               WITH NO ADVANCING.
           ACCEPT WS-PICK-FUNC.
           IF WS-PICK-FUNC = "r" MOVE "R" TO WS-PICK-FUNC.
           IF WS-PICK-FUNC = "p" MOVE "P" TO WS-PICK-FUNC.
           IF WS-PICK-FUNC = "X" OR WS-PICK-FUNC = "x"
               OR WS-PICK-FUNC = SPACE
               GO TO 100-EXIT.
           IF WS-PICK-FUNC = "R"
               PERFORM 200-REQUEST THRU 200-EXIT
               GO TO 100-EXIT.
           IF WS-PICK-FUNC = "P"
               IF WS-AUTH-LEVEL < 3
                   DISPLAY "SUPERVISOR AUTHORITY REQUIRED TO APPROVE"
               ELSE
                   PERFORM 400-REVIEW THRU 400-EXIT
               END-IF
               GO TO 100-EXIT.
           DISPLAY "FUNCTION MUST BE R, P, OR X".
       100-EXIT.
           EXIT.
      * Keys one add, change, or delete request.  The employee must
      * be on the master, the account must (or for an add must not)
      * already be on EMPBANK, and only one request may be pending
      * against an account at a time.  Nothing on EMPBANK changes
      * until a supervisor approves.
       200-REQUEST.
           DISPLAY "EMPLOYEE NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-PICK-EMP.
           IF WS-PICK-EMP NOT NUMERIC
               DISPLAY "NON-NUMERIC EMPLOYEE NUMBER"
               GO TO 200-EXIT.
           MOVE WS-PICK-EMP-NUM TO EM-EMPNUM.
           READ EMPMASTER-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE " WS-PICK-EMP
                       " NOT ON THE EMPLOYEE MASTER"
                   GO TO 200-EXIT
           END-READ.
           DISPLAY "EMPLOYEE " EM-EMPNUM " " EM-NAME.
           MOVE SPACES TO WS-ACT-OWNER.
           MOVE "VIEW DD ACCOUNTS" TO WS-ACT-FUNCTION.
           MOVE WS-PICK-EMP TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           PERFORM 210-LIST-ACCTS THRU 210-EXIT.
           DISPLAY "A)DD, C)HANGE, OR D)ELETE AN ACCOUNT: "
               WITH NO ADVANCING.
           ACCEPT WS-PICK-ACTION.
           IF WS-PICK-ACTION = "a" MOVE "A" TO WS-PICK-ACTION.
           IF WS-PICK-ACTION = "c" MOVE "C" TO WS-PICK-ACTION.
           IF WS-PICK-ACTION = "d" MOVE "D" TO WS-PICK-ACTION.
           IF WS-PICK-ACTION NOT = "A" AND WS-PICK-ACTION NOT = "C"
               AND WS-PICK-ACTION NOT = "D"
               DISPLAY "ACTION MUST BE A, C, OR D"
               GO TO 200-EXIT.
           IF EM-TERMINATED AND WS-PICK-ACTION NOT = "D"
               DISPLAY "EMPLOYEE TERMINATED - ONLY A DELETE MAY BE "
                   "REQUESTED"
               GO TO 200-EXIT.
           DISPLAY "ACCOUNT SEQUENCE (1-9): " WITH NO ADVANCING.
           ACCEPT WS-PICK-SEQ.
           IF WS-PICK-SEQ NOT NUMERIC OR WS-PICK-SEQ-NUM = 0
               DISPLAY "SEQUENCE MUST BE 1 THROUGH 9"
               GO TO 200-EXIT.
           MOVE EM-EMPNUM TO BP-EMPNUM.
           MOVE WS-PICK-SEQ-NUM TO BP-SEQ.
           READ EBPEND-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A REQUEST KEYED BY " BP-REQ-OPER " ON "
                       BP-REQ-DATE " IS ALREADY PENDING FOR THIS "
                       "ACCOUNT"
                   GO TO 200-EXIT
           END-READ.
           MOVE EM-EMPNUM TO EB-EMPNUM.
           MOVE WS-PICK-SEQ-NUM TO EB-SEQ.
           READ EMPBANK-FILE
               INVALID KEY
                   IF WS-PICK-ACTION NOT = "A"
                       DISPLAY "NO ACCOUNT " WS-PICK-SEQ
                           " ON FILE FOR THIS EMPLOYEE"
                       GO TO 200-EXIT
                   END-IF
               NOT INVALID KEY
                   IF WS-PICK-ACTION = "A"
                       DISPLAY "ACCOUNT " WS-PICK-SEQ
                           " ALREADY ON FILE - REQUEST A CHANGE"
                       GO TO 200-EXIT
                   END-IF
           END-READ.
           MOVE EM-EMPNUM TO BP-EMPNUM.
           MOVE WS-PICK-SEQ-NUM TO BP-SEQ.
           MOVE WS-PICK-ACTION TO BP-ACTION.
           IF BP-ADD
               MOVE 0 TO BP-ROUTING
               MOVE SPACES TO BP-ACCOUNT
               MOVE SPACE TO BP-ACCT-TYPE
               MOVE SPACE TO BP-SPLIT-TYPE
               MOVE 0 TO BP-SPLIT-AMT
               MOVE 0 TO BP-SPLIT-PCT
               MOVE SPACE TO BP-PRIMARY
           ELSE
               MOVE EB-ROUTING TO BP-ROUTING
               MOVE EB-ACCOUNT TO BP-ACCOUNT
               MOVE EB-ACCT-TYPE TO BP-ACCT-TYPE
               MOVE EB-SPLIT-TYPE TO BP-SPLIT-TYPE
               MOVE EB-SPLIT-AMT TO BP-SPLIT-AMT
               MOVE EB-SPLIT-PCT TO BP-SPLIT-PCT
               MOVE EB-PRIMARY TO BP-PRIMARY.
           IF NOT BP-DELETE
               PERFORM 250-KEY-FIELDS THRU 250-EXIT
               IF WS-FIELDS-OK = 0
                   GO TO 200-EXIT
               END-IF.
           IF BP-CHANGE
               AND BP-ROUTING = EB-ROUTING
               AND BP-ACCOUNT = EB-ACCOUNT
               AND BP-ACCT-TYPE = EB-ACCT-TYPE
               AND BP-SPLIT-TYPE = EB-SPLIT-TYPE
               AND BP-SPLIT-AMT = EB-SPLIT-AMT
               AND BP-SPLIT-PCT = EB-SPLIT-PCT
               AND BP-PRIMARY = EB-PRIMARY
               DISPLAY "NOTHING CHANGED - NO REQUEST FILED"
               GO TO 200-EXIT.
           PERFORM 290-SHOW-REQUEST THRU 290-EXIT.
           DISPLAY "FILE THIS REQUEST FOR APPROVAL (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "REQUEST NOT FILED"
               GO TO 200-EXIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-OPER-ID TO BP-REQ-OPER.
           MOVE WS-CDT-DATE TO BP-REQ-DATE.
           MOVE WS-CDT-TIME(1:6) TO BP-REQ-TIME.
           WRITE BP-REC
               INVALID KEY
                   DISPLAY "A REQUEST IS ALREADY PENDING FOR THIS "
                       "ACCOUNT"
                   GO TO 200-EXIT
           END-WRITE.
           ADD 1 TO WS-REQUESTED.
           MOVE WS-OPER-ID TO AUD-REQ-OPER.
           MOVE SPACES TO AUD-APPR-OPER.
           MOVE "REQUEST" TO AUD-ACTION.
           MOVE SPACES TO AUD-REASON.
           PERFORM 700-AUDIT THRU 700-EXIT.
           DISPLAY "REQUEST FILED - A SUPERVISOR MUST APPROVE IT".
       200-EXIT.
           EXIT.
      * Lists the employee's accounts now on EMPBANK.
       210-LIST-ACCTS.
           MOVE 0 TO WS-ACCT-COUNT.
           MOVE 0 TO WS-EB-EOF.
           MOVE EM-EMPNUM TO EB-EMPNUM.
           MOVE 0 TO EB-SEQ.
           START EMPBANK-FILE KEY IS NOT LESS THAN EB-KEY
               INVALID KEY
                   MOVE 1 TO WS-EB-EOF
           END-START.
           PERFORM 220-LIST-ONE THRU 220-EXIT
               UNTIL WS-EB-EOF = 1.
           IF WS-ACCT-COUNT = 0
               DISPLAY "  NO DIRECT DEPOSIT ACCOUNTS ON FILE".
       210-EXIT.
           EXIT.
       220-LIST-ONE.
           READ EMPBANK-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-EB-EOF
                   GO TO 220-EXIT
           END-READ.
           IF EB-EMPNUM NOT = EM-EMPNUM
               MOVE 1 TO WS-EB-EOF
               GO TO 220-EXIT.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE EB-SEQ TO SCR-SEQ.
           MOVE EB-ROUTING TO SCR-ROUTING.
           MOVE EB-ACCOUNT TO SCR-ACCOUNT.
           MOVE EB-ACCT-TYPE TO SCR-TYPE.
           MOVE EB-PRIMARY TO SCR-PRIMARY.
           MOVE EB-SPLIT-TYPE TO SCR-SPLIT.
           MOVE EB-SPLIT-AMT TO SCR-AMT.
           MOVE EB-SPLIT-PCT TO SCR-PCT.
           MOVE EB-PRENOTE-STATUS TO SCR-STATUS.
           DISPLAY SCREEN-ACCT-LINE.
       220-EXIT.
           EXIT.
      * Takes the account fields for an add or change.  On a change
      * a blank entry keeps the value now on file.  The primary
      * account takes whatever is left of the net, so it carries
      * no split; any other account is a flat amount or a percent.
       250-KEY-FIELDS.
           MOVE 0 TO WS-FIELDS-OK.
           DISPLAY "ROUTING NUMBER (9 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-IN-ROUTING.
           IF WS-IN-ROUTING = SPACES AND BP-CHANGE
               MOVE BP-ROUTING TO WS-IN-ROUTING-NUM.
           IF WS-IN-ROUTING NOT NUMERIC
               DISPLAY "ROUTING NUMBER MUST BE NINE DIGITS"
               GO TO 250-EXIT.
           MOVE WS-IN-ROUTING-NUM TO WS-RTE-NUM.
           PERFORM 260-CHECK-ROUTING THRU 260-EXIT.
           IF WS-RTE-REM NOT = 0 OR WS-RTE-NUM = 0
               DISPLAY "ROUTING NUMBER " WS-IN-ROUTING
                   " FAILS THE CHECK DIGIT"
               GO TO 250-EXIT.
           MOVE WS-IN-ROUTING-NUM TO BP-ROUTING.
           DISPLAY "ACCOUNT NUMBER: " WITH NO ADVANCING.
           ACCEPT WS-IN-ACCOUNT.
           IF WS-IN-ACCOUNT NOT = SPACES
               MOVE WS-IN-ACCOUNT TO BP-ACCOUNT.
           IF BP-ACCOUNT = SPACES
               DISPLAY "ACCOUNT NUMBER REQUIRED"
               GO TO 250-EXIT.
           DISPLAY "C)HECKING OR S)AVINGS: " WITH NO ADVANCING.
           ACCEPT WS-IN-TYPE.
           IF WS-IN-TYPE = "c" MOVE "C" TO WS-IN-TYPE.
           IF WS-IN-TYPE = "s" MOVE "S" TO WS-IN-TYPE.
           IF WS-IN-TYPE NOT = SPACE
               MOVE WS-IN-TYPE TO BP-ACCT-TYPE.
           IF BP-ACCT-TYPE NOT = "C" AND BP-ACCT-TYPE NOT = "S"
               DISPLAY "ACCOUNT TYPE MUST BE C OR S"
               GO TO 250-EXIT.
           DISPLAY "PRIMARY ACCOUNT - TAKES THE REMAINDER (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-IN-PRIMARY.
           IF WS-IN-PRIMARY = "y" MOVE "Y" TO WS-IN-PRIMARY.
           IF WS-IN-PRIMARY = "n" MOVE "N" TO WS-IN-PRIMARY.
           IF WS-IN-PRIMARY NOT = SPACE
               MOVE WS-IN-PRIMARY TO BP-PRIMARY.
           IF BP-PRIMARY NOT = "Y" AND BP-PRIMARY NOT = "N"
               DISPLAY "PRIMARY MUST BE Y OR N"
               GO TO 250-EXIT.
           IF BP-PRIMARY = "Y"
               MOVE SPACE TO BP-SPLIT-TYPE
               MOVE 0 TO BP-SPLIT-AMT
               MOVE 0 TO BP-SPLIT-PCT
               MOVE 1 TO WS-FIELDS-OK
               GO TO 250-EXIT.
           DISPLAY "SPLIT - F)LAT AMOUNT OR P)ERCENT OF NET: "
               WITH NO ADVANCING.
           ACCEPT WS-IN-SPLIT.
           IF WS-IN-SPLIT = "f" MOVE "F" TO WS-IN-SPLIT.
           IF WS-IN-SPLIT = "p" MOVE "P" TO WS-IN-SPLIT.
           IF WS-IN-SPLIT = SPACE
               AND (BP-SPLIT-TYPE = "F" OR BP-SPLIT-TYPE = "P")
               MOVE 1 TO WS-FIELDS-OK
               GO TO 250-EXIT.
           IF WS-IN-SPLIT = "F"
               DISPLAY "AMOUNT, 7 DIGITS (0012500 = 125.00): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-AMT
               IF WS-IN-AMT NOT NUMERIC OR WS-IN-AMT-NUM = 0
                   DISPLAY "AMOUNT MUST BE SEVEN DIGITS, NOT ZERO"
                   GO TO 250-EXIT
               END-IF
               MOVE "F" TO BP-SPLIT-TYPE
               MOVE WS-IN-AMT-NUM TO BP-SPLIT-AMT
               MOVE 0 TO BP-SPLIT-PCT
               MOVE 1 TO WS-FIELDS-OK
               GO TO 250-EXIT.
           IF WS-IN-SPLIT = "P"
               DISPLAY "PERCENT, 3 DIGITS (250 = 25.0%): "
                   WITH NO ADVANCING
               ACCEPT WS-IN-PCT
               IF WS-IN-PCT NOT NUMERIC OR WS-IN-PCT-NUM = 0
                   DISPLAY "PERCENT MUST BE THREE DIGITS, NOT ZERO"
                   GO TO 250-EXIT
               END-IF
               MOVE "P" TO BP-SPLIT-TYPE
               MOVE 0 TO BP-SPLIT-AMT
               MOVE WS-IN-PCT-NUM TO BP-SPLIT-PCT
               MOVE 1 TO WS-FIELDS-OK
               GO TO 250-EXIT.
           DISPLAY "SPLIT MUST BE F OR P".
       250-EXIT.
           EXIT.
      * Works the ABA check digit on WS-RTE-NUM; a remainder other
      * than zero in WS-RTE-REM means the routing number is bad.
       260-CHECK-ROUTING.
           COMPUTE WS-RTE-SUM =
               3 * (WS-RD(1) + WS-RD(4) + WS-RD(7))
             + 7 * (WS-RD(2) + WS-RD(5) + WS-RD(8))
             + WS-RD(3) + WS-RD(6) + WS-RD(9).
           DIVIDE WS-RTE-SUM BY 10 GIVING WS-RTE-QUOT
               REMAINDER WS-RTE-REM.
       260-EXIT.
           EXIT.
      * Shows the request as it will be filed.
       290-SHOW-REQUEST.
           MOVE BP-SEQ TO SCR-SEQ.
           MOVE BP-ROUTING TO SCR-ROUTING.
           MOVE BP-ACCOUNT TO SCR-ACCOUNT.
           MOVE BP-ACCT-TYPE TO SCR-TYPE.
           MOVE BP-PRIMARY TO SCR-PRIMARY.
           MOVE BP-SPLIT-TYPE TO SCR-SPLIT.
           MOVE BP-SPLIT-AMT TO SCR-AMT.
           MOVE BP-SPLIT-PCT TO SCR-PCT.
           MOVE BP-ACTION TO SCR-STATUS.
           IF BP-ADD
               DISPLAY "ADD ACCOUNT:"
           ELSE
           IF BP-CHANGE
               DISPLAY "CHANGE ACCOUNT TO:"
           ELSE
               DISPLAY "DELETE ACCOUNT:".
           DISPLAY SCREEN-ACCT-LINE.
       290-EXIT.
           EXIT.
      * Goes through the pending requests in employee order.  A
      * supervisor cannot act on a request they keyed themselves;
      * it is shown and passed over for another supervisor.
       400-REVIEW.
           MOVE 0 TO WS-SHOWN.
           MOVE 0 TO WS-BP-EOF.
           MOVE 0 TO WS-REVIEW-DONE.
           MOVE 0 TO BP-EMPNUM.
           MOVE 0 TO BP-SEQ.
           START EBPEND-FILE KEY IS NOT LESS THAN BP-KEY
               INVALID KEY
                   MOVE 1 TO WS-BP-EOF
           END-START.
           PERFORM 450-REVIEW-ONE THRU 450-EXIT
               UNTIL WS-BP-EOF = 1 OR WS-REVIEW-DONE = 1.
           IF WS-SHOWN = 0
               DISPLAY "NO REQUESTS PENDING".
       400-EXIT.
           EXIT.
       450-REVIEW-ONE.
           READ EBPEND-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-BP-EOF
                   GO TO 450-EXIT
           END-READ.
           ADD 1 TO WS-SHOWN.
           MOVE BP-EMPNUM TO EM-EMPNUM.
           READ EMPMASTER-FILE
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO EM-NAME
           END-READ.
           MOVE BP-EMPNUM TO SCR-PD-EMPNUM.
           MOVE EM-NAME TO SCR-PD-NAME.
           IF BP-ADD
               MOVE "ADD" TO SCR-PD-ACTION
           ELSE
           IF BP-CHANGE
               MOVE "CHANGE" TO SCR-PD-ACTION
           ELSE
               MOVE "DELETE" TO SCR-PD-ACTION.
           MOVE BP-REQ-OPER TO SCR-PD-OPER.
           MOVE BP-REQ-DATE TO SCR-PD-DATE.
           DISPLAY SCREEN-PEND-LINE.
           MOVE BP-EMPNUM TO EB-EMPNUM.
           MOVE BP-SEQ TO EB-SEQ.
           READ EMPBANK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "NOW ON FILE:"
                   MOVE EB-SEQ TO SCR-SEQ
                   MOVE EB-ROUTING TO SCR-ROUTING
                   MOVE EB-ACCOUNT TO SCR-ACCOUNT
                   MOVE EB-ACCT-TYPE TO SCR-TYPE
                   MOVE EB-PRIMARY TO SCR-PRIMARY
                   MOVE EB-SPLIT-TYPE TO SCR-SPLIT
                   MOVE EB-SPLIT-AMT TO SCR-AMT
                   MOVE EB-SPLIT-PCT TO SCR-PCT
                   MOVE EB-PRENOTE-STATUS TO SCR-STATUS
                   DISPLAY SCREEN-ACCT-LINE
           END-READ.
           PERFORM 290-SHOW-REQUEST THRU 290-EXIT.
           IF BP-REQ-OPER = WS-OPER-ID
               DISPLAY "KEYED BY YOU - ANOTHER SUPERVISOR MUST "
                   "APPROVE IT"
               GO TO 450-EXIT.
           DISPLAY "A)PPROVE, R)EJECT, S)KIP, X)DONE: "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "a" MOVE "A" TO WS-CONFIRM.
           IF WS-CONFIRM = "r" MOVE "R" TO WS-CONFIRM.
           IF WS-CONFIRM = "x" MOVE "X" TO WS-CONFIRM.
           IF WS-CONFIRM = "X"
               MOVE 1 TO WS-REVIEW-DONE
               GO TO 450-EXIT.
           IF WS-CONFIRM = "A"
               PERFORM 500-APPROVE THRU 500-EXIT
               GO TO 450-EXIT.
           IF WS-CONFIRM = "R"
               PERFORM 550-REJECT THRU 550-EXIT.
       450-EXIT.
           EXIT.
      * Puts an approved request on EMPBANK.  An add or a change
      * goes on as prenote-pending with no prenote date, so ACHGEN
      * sends a fresh test entry and PAYROLL pays the account only
      * once the prenote window passes.  A delete removes the
      * account.  The request then comes off the pending file and
      * the employee's confirmation letter is printed.
       500-APPROVE.
           MOVE BP-EMPNUM TO EB-EMPNUM.
           MOVE BP-SEQ TO EB-SEQ.
           MOVE SPACES TO WS-OLD-LAST-FOUR.
           MOVE 0 TO WS-OLD-ROUTING.
           READ EMPBANK-FILE
               INVALID KEY
                   IF NOT BP-ADD
                       DISPLAY "ACCOUNT NO LONGER ON FILE - REJECT "
                           "THE REQUEST"
                       GO TO 500-EXIT
                   END-IF
               NOT INVALID KEY
                   IF BP-ADD
                       DISPLAY "ACCOUNT ALREADY ON FILE - REJECT "
                           "THE REQUEST"
                       GO TO 500-EXIT
                   END-IF
                   MOVE EB-ACCOUNT TO WS-ACCT-WORK
                   PERFORM 650-LAST-FOUR THRU 650-EXIT
                   MOVE WS-LAST-FOUR TO WS-OLD-LAST-FOUR
                   MOVE EB-ROUTING TO WS-OLD-ROUTING
           END-READ.
           IF BP-DELETE
               DELETE EMPBANK-FILE RECORD
                   INVALID KEY
                       DISPLAY "ACCOUNT NOT DELETED"
                       GO TO 500-EXIT
               END-DELETE
           ELSE
               MOVE BP-EMPNUM TO EB-EMPNUM
               MOVE BP-SEQ TO EB-SEQ
               MOVE BP-ROUTING TO EB-ROUTING
               MOVE BP-ACCOUNT TO EB-ACCOUNT
               MOVE BP-ACCT-TYPE TO EB-ACCT-TYPE
               MOVE "P" TO EB-PRENOTE-STATUS
               MOVE 0 TO EB-PRENOTE-DATE
               MOVE BP-SPLIT-TYPE TO EB-SPLIT-TYPE
               MOVE BP-SPLIT-AMT TO EB-SPLIT-AMT
               MOVE BP-SPLIT-PCT TO EB-SPLIT-PCT
               MOVE BP-PRIMARY TO EB-PRIMARY
               IF BP-ADD
                   WRITE EB-REC
                       INVALID KEY
                           DISPLAY "ACCOUNT NOT ADDED"
                           GO TO 500-EXIT
                   END-WRITE
               ELSE
                   REWRITE EB-REC
                       INVALID KEY
                           DISPLAY "ACCOUNT NOT CHANGED"
                           GO TO 500-EXIT
                   END-REWRITE
               END-IF
           END-IF.
           PERFORM 600-LETTER THRU 600-EXIT.
           MOVE BP-REQ-OPER TO AUD-REQ-OPER.
           MOVE WS-OPER-ID TO AUD-APPR-OPER.
           MOVE "APPROVE" TO AUD-ACTION.
           MOVE SPACES TO AUD-REASON.
           PERFORM 700-AUDIT THRU 700-EXIT.
           DELETE EBPEND-FILE RECORD
               INVALID KEY
                   DISPLAY "PENDING REQUEST NOT REMOVED"
           END-DELETE.
           ADD 1 TO WS-APPROVED.
           IF BP-DELETE
               DISPLAY "APPROVED - ACCOUNT DELETED"
           ELSE
               DISPLAY "APPROVED - PRENOTE WILL GO WITH THE NEXT "
                   "ACH FILE".
       500-EXIT.
           EXIT.
      * Rejects a request with a reason; EMPBANK is not touched.
       550-REJECT.
           DISPLAY "REASON FOR REJECTING: " WITH NO ADVANCING.
           ACCEPT WS-REASON.
           IF WS-REASON = SPACES
               DISPLAY "A REASON IS REQUIRED - NOT REJECTED"
               GO TO 550-EXIT.
           MOVE BP-REQ-OPER TO AUD-REQ-OPER.
           MOVE WS-OPER-ID TO AUD-APPR-OPER.
           MOVE "REJECT" TO AUD-ACTION.
           MOVE WS-REASON TO AUD-REASON.
           PERFORM 700-AUDIT THRU 700-EXIT.
           DELETE EBPEND-FILE RECORD
               INVALID KEY
                   DISPLAY "PENDING REQUEST NOT REMOVED"
                   GO TO 550-EXIT
           END-DELETE.
           ADD 1 TO WS-REJECTED.
           DISPLAY "REQUEST REJECTED".
       550-EXIT.
           EXIT.
      * Prints the confirmation letter to the employee's home
      * address on the master.  Only the last four characters of
      * an account number ever go on the letter.
       600-LETTER.
           MOVE BP-EMPNUM TO EM-EMPNUM.
           READ EMPMASTER-FILE
               INVALID KEY
                   DISPLAY "EMPLOYEE NOT ON THE MASTER - NO LETTER"
                   GO TO 600-EXIT
           END-READ.
           IF EM-ADDR = SPACES
               DISPLAY "NO HOME ADDRESS ON FILE - LETTER PRINTED "
                   "WITHOUT ONE".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE TO WS-EDIT-DATE.
           MOVE WS-ED-MONTH TO LTR-DATE-M.
           MOVE WS-ED-DAY TO LTR-DATE-D.
           MOVE WS-ED-YEAR TO LTR-DATE-Y.
           MOVE LTR-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE EM-NAME TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           MOVE EM-ADDR TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE EM-CITY TO LTR-CITY.
           MOVE EM-STATE TO LTR-STATE.
           MOVE EM-ZIP(1:5) TO LTR-ZIP5.
           IF EM-ZIP(6:4) = SPACES
               MOVE SPACE TO LTR-ZIP-DASH
           ELSE
               MOVE "-" TO LTR-ZIP-DASH.
           MOVE EM-ZIP(6:4) TO LTR-ZIP4.
           MOVE LTR-CITY-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE LTR-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           IF BP-ADD
               MOVE "AS YOU REQUESTED, THE ACCOUNT BELOW HAS BEEN ADDED"
                   TO LTR-TEXT
           ELSE
           IF BP-CHANGE
               MOVE "AS YOU REQUESTED, YOUR DIRECT DEPOSIT ACCOUNT HAS"
                   TO LTR-TEXT
           ELSE
               MOVE "AS YOU REQUESTED, DIRECT DEPOSIT OF YOUR PAY TO"
                   TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF BP-ADD
               MOVE "TO YOUR DIRECT DEPOSIT OF PAY."
                   TO LTR-TEXT
           ELSE
           IF BP-CHANGE
               MOVE "BEEN CHANGED AS SHOWN BELOW."
                   TO LTR-TEXT
           ELSE
               MOVE "THE ACCOUNT BELOW HAS BEEN STOPPED."
                   TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           IF NOT BP-ADD
               MOVE "WAS:" TO LTR-ACCT-LABEL
               IF BP-DELETE
                   MOVE "STOPPED:" TO LTR-ACCT-LABEL
               END-IF
               MOVE WS-OLD-LAST-FOUR TO LTR-LAST-FOUR
               MOVE WS-OLD-ROUTING TO LTR-ROUTING
               MOVE SPACES TO LTR-ACCT-TYPE
               MOVE LTR-ACCT-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF BP-DELETE
               GO TO 600-SIGN.
           MOVE "NEW:" TO LTR-ACCT-LABEL.
           IF BP-ACCT-TYPE = "S"
               MOVE "SAVINGS" TO LTR-ACCT-TYPE
           ELSE
               MOVE "CHECKING" TO LTR-ACCT-TYPE.
           MOVE BP-ACCOUNT TO WS-ACCT-WORK.
           PERFORM 650-LAST-FOUR THRU 650-EXIT.
           MOVE WS-LAST-FOUR TO LTR-LAST-FOUR.
           MOVE BP-ROUTING TO LTR-ROUTING.
           MOVE LTR-ACCT-LINE TO OUT-PUT.
           IF BP-ADD
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
           ELSE
               WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE SPACES TO LTR-SPLIT-DESC.
           MOVE 0 TO LTR-SPLIT-AMT.
           MOVE 0 TO LTR-SPLIT-PCT.
           IF BP-PRIMARY = "Y"
               MOVE "BALANCE OF NET PAY" TO LTR-SPLIT-DESC
           ELSE
           IF BP-SPLIT-TYPE = "F"
               MOVE "FLAT AMOUNT EACH CHECK" TO LTR-SPLIT-DESC
               MOVE BP-SPLIT-AMT TO LTR-SPLIT-AMT
           ELSE
               MOVE "PERCENT OF NET PAY" TO LTR-SPLIT-DESC
               COMPUTE LTR-SPLIT-PCT = BP-SPLIT-PCT * 100.
           MOVE LTR-SPLIT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE "A ZERO-DOLLAR TEST DEPOSIT WILL FIRST BE SENT TO YOUR"
               TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE "BANK.  UNTIL IT CLEARS, THE PAY FOR THIS ACCOUNT WILL"
               TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE "GO TO YOUR OTHER ACCOUNTS ON FILE OR BY PAPER CHECK."
               TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       600-SIGN.
           MOVE "IF YOU DID NOT ASK FOR THIS CHANGE, CALL THE PAYROLL"
               TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE "DEPARTMENT AT ONCE."
               TO LTR-TEXT.
           MOVE LTR-TEXT TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE WS-OPER-ID TO LTR-OPER-ID.
           MOVE LTR-SIGN-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           ADD 1 TO WS-LETTERS.
       600-EXIT.
           EXIT.
      * Finds the last four characters of the account number in
      * WS-ACCT-WORK, which is left-justified and blank-filled.
       650-LAST-FOUR.
           PERFORM 655-BACK-UP THRU 655-EXIT
               VARYING WS-AX FROM 17 BY -1
               UNTIL WS-AX < 4
                  OR WS-ACCT-WORK(WS-AX:1) NOT = SPACE.
           IF WS-AX < 4
               MOVE WS-ACCT-WORK(1:4) TO WS-LAST-FOUR
           ELSE
               MOVE WS-ACCT-WORK(WS-AX - 3:4) TO WS-LAST-FOUR.
       650-EXIT.
           EXIT.
       655-BACK-UP.
       655-EXIT.
           EXIT.
      * Stamps one line to the account-maintenance audit log with
      * the requesting and the approving operator, and the same
      * action to the operator activity journal with the requester
      * as the owner.
       700-AUDIT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-CDT-DATE TO AUD-DATE.
           MOVE WS-CDT-TIME(1:6) TO AUD-TIME.
           MOVE BP-EMPNUM TO AUD-EMPNUM.
           MOVE BP-SEQ TO AUD-SEQ.
           MOVE BP-ACTION TO AUD-TYPE.
           MOVE BP-ROUTING TO AUD-ROUTING.
           MOVE BP-ACCOUNT TO WS-ACCT-WORK.
           PERFORM 650-LAST-FOUR THRU 650-EXIT.
           MOVE WS-LAST-FOUR TO AUD-LAST-FOUR.
           MOVE AUDIT-LINE TO EBAUDIT-REC.
           WRITE EBAUDIT-REC.
           IF AUD-ACTION = "REQUEST"
               MOVE "REQUEST DD CHANGE" TO WS-ACT-FUNCTION
               MOVE SPACES TO WS-ACT-OWNER
           ELSE
           IF AUD-ACTION = "APPROVE"
               MOVE "APPROVE DD CHANGE" TO WS-ACT-FUNCTION
               MOVE AUD-REQ-OPER TO WS-ACT-OWNER
           ELSE
               MOVE "REJECT DD CHANGE" TO WS-ACT-FUNCTION
               MOVE AUD-REQ-OPER TO WS-ACT-OWNER.
           MOVE BP-KEY TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       700-EXIT.
           EXIT.
       END PROGRAM EBMAINT.

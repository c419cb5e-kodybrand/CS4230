      *                 THE MORNING ALARM.  THE DATE STAMPED IS
      *                 THE OFFICIAL PROCDATE RUN DATE, THE SAME
      *                 CLOCK THE ACK DEADLINE IS JUDGED AGAINST.
      * 2026-10-15  KB  PAY EMPLOYEES WHO BANK WITH US ON-US: A
      *                 CREDIT TO OUR OWN ROUTING NUMBER GOES TO
      *                 THE PAYDEP FEED BANKEDIT MERGES INTO BANKIN
      *                 AS AN ACH-CHANNEL DEPOSIT DUE ON THE CHECK
      *                 DATE, NOT OUT IN THE ACH FILE.  THE NIGHT'S
      *                 TOTAL NET PAY (ON-US PLUS ACH) FOLLOWS AS
      *                 THE WITHDRAWAL FROM THE COMPANY OPERATING
      *                 ACCOUNT, AND THE EXCEPTION REPORT CLOSES
      *                 WITH CONTROL TOTALS TYING THE DD EXTRACT TO
      *                 THE ACH FILE, THE ON-US DEPOSITS, AND THE
      *                 WITHDRAWAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHGEN.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT PAYDEP-FILE ASSIGN TO UT-S-PAYDEP
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  PAYDEP-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PAYDEP-REC.
           05  PY-REC-TYPE     PIC X.
               88  PY-IS-DETAIL        VALUE "D".
               88  PY-IS-TRAILER       VALUE "T".
           05  PY-ACCT         PIC X(5).
           05  PY-TXN          PIC X.
               88  PY-IS-DEPOSIT       VALUE "D".
               88  PY-IS-WITHDRAWAL    VALUE "W".
           05  PY-AMOUNT       PIC 9(4)V99.
           05  PY-CHECK-DATE   PIC 9(8).
           05  PY-EMPNUM       PIC 9(4).
       01  PAYDEP-TRAILER REDEFINES PAYDEP-REC.
           05  FILLER          PIC X.
           05  PY-TRAILER-COUNT PIC 9(5).
           05  FILLER          PIC X(19).

       WORKING-STORAGE SECTION.
       77  UT-S-DDFILE  PIC X(50)
       77  PRENOTE-WINDOW-DAYS PIC 9(2) VALUE 6.
       77  WS-TODAY-INT PIC S9(9)      VALUE 0.
       77  WS-PRENOTE-INT PIC S9(9)    VALUE 0.
      * On-us direct deposit: a credit to our own routing number
      * (the bank the ACH file goes to) posts straight to the
      * employee's BANK account through the PAYDEP feed, and the
      * night's total net pay comes out of the company's operating
      * account.  Each feed amount is cut at BANK's per-item
      * ceiling, so a large figure posts as several records.
       77  UT-S-PAYDEP  PIC X(50)
               VALUE 'C:\COBOL\PAYDEP.DAT'.
       77  ONUS-ROUTING PIC 9(9)       VALUE 075000022.
       77  OPERATING-ACCT PIC X(5)     VALUE "10000".
       77  PAYDEP-ITEM-MAX PIC 9(4)V99 VALUE 9000.00.
       77  WS-CHECK-DATE PIC 9(8)      VALUE 0.
       77  WS-SLICE-LEFT PIC 9(10)V99  VALUE 0.
       77  WS-PY-ACCT   PIC X(5)       VALUE SPACES.
       77  WS-PY-TXN    PIC X          VALUE SPACE.
       77  WS-PY-EMPNUM PIC 9(4)       VALUE 0.
       77  WS-PAYDEP-RECS PIC 9(5)     VALUE 0.
       77  WS-DD-READ   PIC 9(6)       VALUE 0.
       77  WS-DD-TOTAL  PIC 9(10)V99   VALUE 0.
       77  WS-CREDIT-COUNT PIC 9(6)    VALUE 0.
       77  WS-ONUS-COUNT PIC 9(6)      VALUE 0.
       77  WS-ONUS-TOTAL PIC 9(10)V99  VALUE 0.
       77  WS-EXCP-TOTAL PIC 9(10)V99  VALUE 0.
       77  WS-FUND-COUNT PIC 9(6)      VALUE 0.
       77  WS-FUND-TOTAL PIC 9(10)V99  VALUE 0.
       77  WS-WITHDRAWN PIC 9(10)V99   VALUE 0.
       77  WS-WD-RECS   PIC 9(6)       VALUE 0.
       77  WS-OUT-OF-BALANCE PIC 9     VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
           05  EXCP-AMOUNT PIC $$,$$$,$$9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  EXCP-REASON PIC X(40).
       01  CTL-TITLE.
           05  FILLER      PIC X(35)
               VALUE "DIRECT DEPOSIT CONTROL TOTALS      ".
           05  FILLER      PIC X(11)   VALUE "CHECK DATE ".
           05  CTL-CHECK-DATE PIC 9(8).
       01  CTL-LINE.
           05  CTL-LABEL   PIC X(28).
           05  CTL-COUNT   PIC ZZZ,ZZ9.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CTL-AMOUNT  PIC $$,$$$,$$$,$$9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  CTL-NOTE    PIC X(24).
       PROCEDURE DIVISION.
      * Builds the ACH file: header records, one entry per DD
      * record, prenotes for pending accounts, then the balanced
           OPEN I-O EMPBANK-FILE.
           OPEN OUTPUT ACH-FILE.
           OPEN OUTPUT ACH-EXCP.
           OPEN OUTPUT PAYDEP-FILE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-NUM).
                   MOVE 1 TO WS-DD-EOF
                   GO TO E-100-READ-DD
           END-READ.
           ADD 1 TO WS-DD-READ.
           ADD DD-NET TO WS-DD-TOTAL.
           MOVE DD-DATE TO WS-CHECK-DATE.
           MOVE DD-EMPNUM TO EB-EMPNUM.
           MOVE DD-SEQ TO EB-SEQ.
           READ EMPBANK-FILE
           IF NOT EB-DD-ACTIVE
               PERFORM 300-DD-EXCEPTION THRU E-300-DD-EXCEPTION
               GO TO E-100-READ-DD.
           IF EB-ROUTING = ONUS-ROUTING
               PERFORM 500-ONUS-CREDIT THRU E-500-ONUS-CREDIT
               GO TO E-100-READ-DD.
           IF EB-SAVINGS
               MOVE 32 TO EN-TRAN-CODE
           ELSE
           MOVE WS-TRACE-SEQ TO EN-TRACE.
           WRITE ACH-REC FROM ACH-ENTRY.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD 1 TO WS-CREDIT-COUNT.
           ADD DD-NET TO WS-CREDIT-TOTAL.
           PERFORM 200-HASH-ROUTING THRU E-200-HASH-ROUTING.
       E-100-READ-DD.
      * money stays on the paper-check side.
       300-DD-EXCEPTION.
           ADD 1 TO WS-EXCEPTIONS.
           ADD DD-NET TO WS-EXCP-TOTAL.
           MOVE DD-EMPNUM TO EXCP-EMPNUM.
           MOVE DD-NET TO EXCP-AMOUNT.
           MOVE "NO ACTIVE BANK ACCOUNT - LEFT ON PAPER"
               ADD 1 TO WS-ACTIVATED.
       E-450-PRENOTE-ONE.
       EXIT.
      * Pays an on-us account through the PAYDEP feed instead of the
      * ACH file.  Our BANK accounts are five digits; anything else
      * keyed against our routing number cannot post and is left on
      * paper like any other unusable account.
       500-ONUS-CREDIT.
           IF EB-ACCOUNT(1:5) NOT NUMERIC
               OR EB-ACCOUNT(6:12) NOT = SPACES
               ADD 1 TO WS-EXCEPTIONS
               ADD DD-NET TO WS-EXCP-TOTAL
               MOVE DD-EMPNUM TO EXCP-EMPNUM
               MOVE DD-NET TO EXCP-AMOUNT
               MOVE "ON-US ACCOUNT NOT ON BANK - LEFT ON PAPER"
                   TO EXCP-REASON
               MOVE EXCP-LINE TO EXCP-OUT
               WRITE EXCP-OUT
               GO TO E-500-ONUS-CREDIT.
           MOVE EB-ACCOUNT(1:5) TO WS-PY-ACCT.
           MOVE "D" TO WS-PY-TXN.
           MOVE DD-EMPNUM TO WS-PY-EMPNUM.
           MOVE DD-NET TO WS-SLICE-LEFT.
           PERFORM 550-PAYDEP-SLICE THRU E-550-PAYDEP-SLICE
               UNTIL WS-SLICE-LEFT NOT > 0.
           ADD 1 TO WS-ONUS-COUNT.
           ADD DD-NET TO WS-ONUS-TOTAL.
       E-500-ONUS-CREDIT.
       EXIT.
      * Writes one PAYDEP detail of no more than BANK's per-item
      * ceiling, carrying the rest of the amount to the next one.
       550-PAYDEP-SLICE.
           MOVE SPACES TO PAYDEP-REC.
           MOVE "D" TO PY-REC-TYPE.
           MOVE WS-PY-ACCT TO PY-ACCT.
           MOVE WS-PY-TXN TO PY-TXN.
           MOVE WS-CHECK-DATE TO PY-CHECK-DATE.
           MOVE WS-PY-EMPNUM TO PY-EMPNUM.
           IF WS-SLICE-LEFT > PAYDEP-ITEM-MAX
               MOVE PAYDEP-ITEM-MAX TO PY-AMOUNT
               SUBTRACT PAYDEP-ITEM-MAX FROM WS-SLICE-LEFT
           ELSE
               MOVE WS-SLICE-LEFT TO PY-AMOUNT
               MOVE ZEROS TO WS-SLICE-LEFT.
           WRITE PAYDEP-REC.
           ADD 1 TO WS-PAYDEP-RECS.
           IF WS-PY-TXN = "W"
               ADD PY-AMOUNT TO WS-WITHDRAWN
               ADD 1 TO WS-WD-RECS.
       E-550-PAYDEP-SLICE.
       EXIT.
      * Funds the payroll from the company's operating account:
      * one withdrawal of the night's total net pay, on-us and ACH
      * together, due the same check date, then the trailer count
      * BANKEDIT reconciles the feed against.
       600-FUNDING-WITHDRAWAL.
           COMPUTE WS-FUND-TOTAL = WS-CREDIT-TOTAL + WS-ONUS-TOTAL.
           COMPUTE WS-FUND-COUNT = WS-CREDIT-COUNT + WS-ONUS-COUNT.
           IF WS-FUND-TOTAL > 0
               MOVE OPERATING-ACCT TO WS-PY-ACCT
               MOVE "W" TO WS-PY-TXN
               MOVE ZEROS TO WS-PY-EMPNUM
               MOVE WS-FUND-TOTAL TO WS-SLICE-LEFT
               PERFORM 550-PAYDEP-SLICE THRU E-550-PAYDEP-SLICE
                   UNTIL WS-SLICE-LEFT NOT > 0.
           MOVE SPACES TO PAYDEP-REC.
           MOVE "T" TO PY-REC-TYPE.
           MOVE WS-PAYDEP-RECS TO PY-TRAILER-COUNT.
           WRITE PAYDEP-REC.
       E-600-FUNDING-WITHDRAWAL.
       EXIT.
      * Closes the exception report with the control totals: every
      * DD dollar is in the ACH file, on the PAYDEP feed, or left on
      * paper, and the operating-account withdrawal covers exactly
      * the ACH and on-us credits.  Totals that do not tie fail the
      * step before BANKEDIT can post the feed.
       700-CONTROL-TOTALS.
           MOVE WS-CHECK-DATE TO CTL-CHECK-DATE.
           MOVE SPACES TO EXCP-OUT.
           WRITE EXCP-OUT.
           MOVE CTL-TITLE TO EXCP-OUT.
           WRITE EXCP-OUT.
           MOVE SPACES TO EXCP-OUT.
           WRITE EXCP-OUT.
           MOVE "DD EXTRACT RECORDS READ" TO CTL-LABEL.
           MOVE WS-DD-READ TO CTL-COUNT.
           MOVE WS-DD-TOTAL TO CTL-AMOUNT.
           MOVE SPACES TO CTL-NOTE.
           PERFORM 750-CONTROL-LINE THRU E-750-CONTROL-LINE.
           MOVE "  ACH FILE CREDIT ENTRIES" TO CTL-LABEL.
           MOVE WS-CREDIT-COUNT TO CTL-COUNT.
           MOVE WS-CREDIT-TOTAL TO CTL-AMOUNT.
           MOVE "ACH BATCH CONTROL" TO CTL-NOTE.
           PERFORM 750-CONTROL-LINE THRU E-750-CONTROL-LINE.
           MOVE "  ON-US DEPOSITS TO BANK" TO CTL-LABEL.
           MOVE WS-ONUS-COUNT TO CTL-COUNT.
           MOVE WS-ONUS-TOTAL TO CTL-AMOUNT.
           MOVE "PAYDEP FEED" TO CTL-NOTE.
           PERFORM 750-CONTROL-LINE THRU E-750-CONTROL-LINE.
           MOVE "  EXCEPTIONS LEFT ON PAPER" TO CTL-LABEL.
           MOVE WS-EXCEPTIONS TO CTL-COUNT.
           MOVE WS-EXCP-TOTAL TO CTL-AMOUNT.
           MOVE SPACES TO CTL-NOTE.
           PERFORM 750-CONTROL-LINE THRU E-750-CONTROL-LINE.
           MOVE "TOTAL NET PAY FUNDED" TO CTL-LABEL.
           MOVE WS-FUND-COUNT TO CTL-COUNT.
           MOVE WS-FUND-TOTAL TO CTL-AMOUNT.
           MOVE "ACH PLUS ON-US" TO CTL-NOTE.
           PERFORM 750-CONTROL-LINE THRU E-750-CONTROL-LINE.
           MOVE "OPERATING ACCT WITHDRAWAL" TO CTL-LABEL.
           MOVE WS-WD-RECS TO CTL-COUNT.
           MOVE WS-WITHDRAWN TO CTL-AMOUNT.
           MOVE SPACES TO CTL-NOTE.
           STRING "ACCOUNT " OPERATING-ACCT DELIMITED BY SIZE
               INTO CTL-NOTE.
           PERFORM 750-CONTROL-LINE THRU E-750-CONTROL-LINE.
           MOVE "PAYDEP FEED RECORDS" TO CTL-LABEL.
           MOVE WS-PAYDEP-RECS TO CTL-COUNT.
           COMPUTE CTL-AMOUNT = WS-ONUS-TOTAL + WS-WITHDRAWN.
           MOVE "IN TRAILER COUNT" TO CTL-NOTE.
           PERFORM 750-CONTROL-LINE THRU E-750-CONTROL-LINE.
           IF WS-DD-READ NOT =
                   WS-CREDIT-COUNT + WS-ONUS-COUNT + WS-EXCEPTIONS
               OR WS-DD-TOTAL NOT =
                   WS-CREDIT-TOTAL + WS-ONUS-TOTAL + WS-EXCP-TOTAL
               OR WS-WITHDRAWN NOT = WS-FUND-TOTAL
               MOVE 1 TO WS-OUT-OF-BALANCE.
           IF WS-OUT-OF-BALANCE = 1
               MOVE "*** CONTROL TOTALS OUT OF BALANCE ***"
                   TO EXCP-OUT
           ELSE
               MOVE "CONTROL TOTALS IN BALANCE" TO EXCP-OUT.
           WRITE EXCP-OUT.
       E-700-CONTROL-TOTALS.
       EXIT.
      * Prints one control-total line.
       750-CONTROL-LINE.
           MOVE CTL-LINE TO EXCP-OUT.
           WRITE EXCP-OUT.
       E-750-CONTROL-LINE.
       EXIT.
      * Writes the balanced batch and file control records and
      * closes the files.
       800-CLOSEUP.
           MOVE WS-ROUTING-HASH TO FC-HASH.
           MOVE WS-CREDIT-TOTAL TO FC-CREDIT.
           WRITE ACH-REC FROM ACH-FILE-CONTROL.
           PERFORM 600-FUNDING-WITHDRAWAL
               THRU E-600-FUNDING-WITHDRAWAL.
           PERFORM 700-CONTROL-TOTALS THRU E-700-CONTROL-TOTALS.
           CLOSE DD-FILE EMPBANK-FILE ACH-FILE ACH-EXCP
               PAYDEP-FILE.
      * Log the export on the transmission-control file so the
      * morning alarm notices if the bank never acknowledges it.
      * The stamp is the official PROCDATE run date -- the same
           CLOSE XMITLOG-FILE.
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE.
           IF WS-OUT-OF-BALANCE = 1
               MOVE 8 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM ACHGEN.

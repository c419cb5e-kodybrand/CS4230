      *                 CLOSED ON THE GLPERIOD CONTROL CARRIES THE
      *                 JOURNAL FORWARD TO THE FIRST OPEN PERIOD,
      *                 NOTED ON THE EXCEPTION LISTING.
      * 2026-10-15  KB  THE INVGL EXTRACT NOW CARRIES THE
      *                 BOOKSTORE'S MERCHANDISE SALES, COST OF
      *                 SALES, RETURNS, RECEIPTS, AND COUNT
      *                 ADJUSTMENTS ALONGSIDE THE GIFT-CARD MONEY.
      * 2026-10-15  KB  EVERY MAPPED GL ACCOUNT MUST BE ON THE NEW
      *                 GLACCT ACCOUNT MASTER AND ACTIVE: A
      *                 MAPPING TO AN UNKNOWN OR INACTIVE ACCOUNT
      *                 GOES TO THE EXCEPTION LISTING AND FAILS
      *                 THE PROOF INSTEAD OF OPENING A NEW LEDGER
      *                 ACCOUNT.
      * 2026-10-15  KB  CARRY THE PAYROLL DISTRIBUTION'S
      *                 DEPARTMENT COST CENTER ON EACH JOURNAL
      *                 LINE (GJ-DEPT, SPACES FOR THE OTHER
      *                 SOURCES) SO GLPOST CAN KEEP DEPARTMENTAL
      *                 ACTUALS FOR THE BUDGET REPORT.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLMERGE.
               ACCESS IS RANDOM
               RECORD KEY IS GP-PERIOD
               FILE STATUS IS WS-GLPERIOD-STATUS.
           SELECT OPTIONAL GLACCT-FILE ASSIGN TO UT-S-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GA-ACCT
               FILE STATUS IS WS-GLACCT-STATUS.
           SELECT GLJRNL-FILE ASSIGN TO UT-S-GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GL-EXCP ASSIGN TO UT-S-GLEXCP
           05  GJ-GL-ACCT      PIC X(8).
           05  GJ-DEBIT        PIC 9(9)V99.
           05  GJ-CREDIT       PIC 9(9)V99.
           05  GJ-DEPT         PIC X(4).
       FD  GLPERIOD-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 18 CHARACTERS.
               88  GP-IS-CLOSED        VALUE "C".
           05  GP-CLOSED-BY    PIC X(3).
           05  GP-CLOSED-DATE  PIC 9(8).
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
       FD  GL-EXCP
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       77  UT-S-GLPERIOD       PIC X(50)
               VALUE "C:\COBOL\GLPERIOD.DAT".
       77  WS-GLPERIOD-STATUS  PIC XX      VALUE SPACES.
       77  UT-S-GLACCT         PIC X(50)
               VALUE "C:\COBOL\GLACCT.DAT".
       77  WS-GLACCT-STATUS    PIC XX      VALUE SPACES.
       77  WS-GLACCT-OPEN      PIC X       VALUE "N".
       77  WS-BAD-ACCT         PIC 9(5)    VALUE ZEROS.
       01  WS-JRNL-PERIOD      PIC 9(6)    VALUE ZEROS.
       01  WS-JRNL-PARTS REDEFINES WS-JRNL-PERIOD.
           05  WS-JP-YEAR      PIC 9(4).
       77  WS-MAP-IN-ACCT      PIC X(8)    VALUE SPACES.
       77  WS-MAP-GL-ACCT      PIC X(8)    VALUE SPACES.
       77  WS-MAP-FOUND        PIC X       VALUE "N".
       77  WS-MAP-DEPT         PIC X(4)    VALUE SPACES.
       77  WS-JRNL-DEBIT       PIC 9(9)V99 VALUE ZEROS.
       77  WS-JRNL-CREDIT      PIC 9(9)V99 VALUE ZEROS.
       77  WS-SRC-DEBIT        PIC 9(9)V99 VALUE ZEROS.
           05  RPT-T-CR        PIC $$,$$$,$$$,$$9.99.
           05  FILLER          PIC X(12)   VALUE "  UNMAPPED: ".
           05  RPT-T-UNMAPPED  PIC ZZZZ9.
           05  FILLER          PIC X(12)   VALUE "  BAD ACCT: ".
           05  RPT-T-BAD-ACCT  PIC ZZZZ9.
       01  RPT-VERDICT-LINE.
           05  RPT-VERDICT     PIC X(40).

       PROCEDURE DIVISION.
      * Loads the chart, merges the sources, and proves the
      * journal before closing.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           PERFORM 180-PICK-PERIOD THRU E-180-PICK-PERIOD.
           PERFORM 100-LOAD-CHART THRU E-100-LOAD-CHART.
           OPEN INPUT GLACCT-FILE.
           IF WS-GLACCT-STATUS = "00"
               MOVE "Y" TO WS-GLACCT-OPEN.
           PERFORM 200-MERGE-BANK THRU E-200-MERGE-BANK.
           PERFORM 300-MERGE-PAYROLL THRU E-300-MERGE-PAYROLL.
           PERFORM 400-MERGE-TRAVEL THRU E-400-MERGE-TRAVEL.
               MOVE WS-MAP-IN-ACCT TO EXCP-ACCT
               MOVE "NO CHART-OF-ACCOUNTS MAPPING" TO EXCP-REASON
               MOVE EXCP-LINE TO EXCP-OUT
               WRITE EXCP-OUT
               GO TO E-160-MAP-ACCOUNT.
      * The mapped account must be a live account on the GL
      * master; a typo on the chart is caught here instead of
      * quietly opening a new ledger account.
           MOVE SPACES TO EXCP-REASON.
           IF WS-GLACCT-OPEN NOT = "Y"
               MOVE "GL ACCOUNT MASTER NOT AVAILABLE" TO EXCP-REASON
           ELSE
               MOVE WS-MAP-GL-ACCT TO GA-ACCT
               READ GLACCT-FILE
                   INVALID KEY
                       MOVE "MAPS TO GL ACCOUNT NOT ON MASTER"
                           TO EXCP-REASON
               END-READ
               IF EXCP-REASON = SPACES AND NOT GA-IS-ACTIVE
                   MOVE "MAPS TO INACTIVE GL ACCOUNT" TO EXCP-REASON.
           IF EXCP-REASON NOT = SPACES
               MOVE "N" TO WS-MAP-FOUND
               ADD 1 TO WS-BAD-ACCT
               MOVE WS-MAP-SOURCE TO EXCP-SOURCE
               MOVE WS-MAP-IN-ACCT TO EXCP-ACCT
               MOVE EXCP-LINE TO EXCP-OUT
               WRITE EXCP-OUT.
       E-160-MAP-ACCOUNT.
       EXIT.
           MOVE WS-MAP-GL-ACCT TO GJ-GL-ACCT.
           MOVE WS-JRNL-DEBIT TO GJ-DEBIT.
           MOVE WS-JRNL-CREDIT TO GJ-CREDIT.
           MOVE WS-MAP-DEPT TO GJ-DEPT.
           WRITE GLJRNL-REC.
           ADD WS-JRNL-DEBIT TO WS-SRC-DEBIT.
           ADD WS-JRNL-CREDIT TO WS-SRC-CREDIT.
               GO TO E-350-PAYROLL-ONE.
           MOVE PG-DEBIT TO WS-JRNL-DEBIT.
           MOVE PG-CREDIT TO WS-JRNL-CREDIT.
           MOVE PG-DEPT TO WS-MAP-DEPT.
           PERFORM 170-JOURNAL-WRITE THRU E-170-JOURNAL-WRITE.
           MOVE SPACES TO WS-MAP-DEPT.
       E-350-PAYROLL-ONE.
       EXIT.
      * Travel side: receipts and vendor payables, also two-sided.
           PERFORM 170-JOURNAL-WRITE THRU E-170-JOURNAL-WRITE.
       E-450-TRAVEL-ONE.
       EXIT.
      * Bookstore side: SALESPOST's merchandise and gift-card
      * money, RCVPOST's receipts, and CNTPOST's count
      * adjustments, all already two-sided.
       500-MERGE-INVENTORY.
           MOVE 0 TO WS-SRC-DEBIT.
           MOVE 0 TO WS-SRC-CREDIT.
           MOVE WS-TOT-DEBIT TO RPT-T-DR.
           MOVE WS-TOT-CREDIT TO RPT-T-CR.
           MOVE WS-UNMAPPED TO RPT-T-UNMAPPED.
           MOVE WS-BAD-ACCT TO RPT-T-BAD-ACCT.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           IF WS-TOT-DEBIT = WS-TOT-CREDIT AND WS-UNMAPPED = 0
              AND WS-BAD-ACCT = 0
               MOVE "JOURNAL BALANCED - READY TO POST"
                   TO RPT-VERDICT
           ELSE
               MOVE 8 TO RETURN-CODE.
           MOVE RPT-VERDICT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           CLOSE GLJRNL-FILE GL-EXCP MERGE-RPT GLACCT-FILE.
           STOP RUN.
       END PROGRAM GLMERGE.

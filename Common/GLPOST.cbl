      *                 STAMPS ON EACH LINE (THE CLOSED-PERIOD
      *                 CARRY-FORWARD), FALLING BACK TO THE RUN
      *                 DATE'S PERIOD ON AN UNSTAMPED LINE.
      * 2026-10-15  KB  A JOURNAL LINE CARRYING A PAYROLL
      *                 DEPARTMENT ALSO POSTS TO THE NEW GLDEPT
      *                 DEPARTMENTAL ACTUALS FILE (ACCOUNT,
      *                 DEPARTMENT, PERIOD) THE BUDGET-VERSUS-
      *                 ACTUAL REPORT READS.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
               ACCESS IS RANDOM
               RECORD KEY IS GB-KEY
               FILE STATUS IS WS-GLBAL-STATUS.
           SELECT OPTIONAL GLDEPT-FILE ASSIGN TO UT-S-GLDEPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GD-KEY
               FILE STATUS IS WS-GLDEPT-STATUS.
           SELECT POST-RPT ASSIGN TO UT-S-POSTRPT.

       DATA DIVISION.
           05  GJ-GL-ACCT      PIC X(8).
           05  GJ-DEBIT        PIC 9(9)V99.
           05  GJ-CREDIT       PIC 9(9)V99.
           05  GJ-DEPT         PIC X(4).
       FD  GLBAL-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 53 CHARACTERS.
           05  GB-BEG-BAL      PIC S9(11)V99.
           05  GB-DEBITS       PIC 9(11)V99.
           05  GB-CREDITS      PIC 9(11)V99.
       FD  GLDEPT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 44 CHARACTERS.
       01  GLDEPT-REC.
           05  GD-KEY.
               10  GD-ACCT     PIC X(8).
               10  GD-DEPT     PIC X(4).
               10  GD-PERIOD   PIC 9(6).
           05  GD-DEBITS       PIC 9(11)V99.
           05  GD-CREDITS      PIC 9(11)V99.
       FD  POST-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
               VALUE "C:\COBOL\GLPOST.RPT".
       77  WS-GLJRNL-STATUS    PIC XX      VALUE SPACES.
       77  WS-GLBAL-STATUS     PIC XX      VALUE SPACES.
       77  UT-S-GLDEPT         PIC X(50)
               VALUE "C:\COBOL\GLDEPT.DAT".
       77  WS-GLDEPT-STATUS    PIC XX      VALUE SPACES.
       01  END-OF-FILE         PIC X       VALUE "N".
       77  WS-LINE-COUNT       PIC 9(7)    VALUE ZEROS.
       77  WS-TOT-DEBIT        PIC 9(11)V99 VALUE ZEROS.
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN I-O GLBAL-FILE.
           OPEN I-O GLDEPT-FILE.
           OPEN INPUT GLJRNL-FILE.
           MOVE "N" TO END-OF-FILE.
           PERFORM 200-POST-ONE THRU 200-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE GLJRNL-FILE GLBAL-FILE GLDEPT-FILE.
           MOVE "JOURNAL POSTED TO LEDGER" TO RPT-VERDICT.
           MOVE RPT-VERDICT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           ADD GJ-DEBIT TO GB-DEBITS.
           ADD GJ-CREDIT TO GB-CREDITS.
           REWRITE GLBAL-REC.
           IF GJ-DEPT NOT = SPACES
               PERFORM 400-POST-DEPT THRU 400-EXIT.
           ADD 1 TO WS-POSTED-LINES.
       200-EXIT.
           EXIT.
           END-WRITE.
       300-EXIT.
           EXIT.
      * Adds a departmental line to its account/department/period
      * bucket -- period activity only, the budget report needs
      * no balances.
       400-POST-DEPT.
           MOVE GJ-GL-ACCT TO GD-ACCT.
           MOVE GJ-DEPT TO GD-DEPT.
           MOVE WS-PERIOD TO GD-PERIOD.
           READ GLDEPT-FILE
               INVALID KEY
                   MOVE ZEROS TO GD-DEBITS GD-CREDITS
                   WRITE GLDEPT-REC
                       INVALID KEY CONTINUE
                   END-WRITE
           END-READ.
           ADD GJ-DEBIT TO GD-DEBITS.
           ADD GJ-CREDIT TO GD-CREDITS.
           REWRITE GLDEPT-REC.
       400-EXIT.
           EXIT.
       END PROGRAM GLPOST.

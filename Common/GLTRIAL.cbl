      * account for the closing period -- beginning balance, the
      * period's debits and credits, and the ending balance --
      * with grand totals at the foot and a verdict line proving
      * the ledger itself ties.  Accounts print under their type
      * from the GLACCT account master, named, with a subtotal
      * for each type.  The period reported is the one
      * the PROCDATE run date falls in.  On any night but the
      * calendar month-end the program writes its heading and
      * goes home, same as the other month-end reports.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  PRINT EACH ACCOUNT'S NAME FROM THE GLACCT
      *                 ACCOUNT MASTER AND GROUP THE ACCOUNTS BY
      *                 TYPE (ASSETS, LIABILITIES, EQUITY,
      *                 REVENUE, EXPENSES) WITH A SUBTOTAL AFTER
      *                 EACH; AN ACCOUNT NOT ON THE MASTER PRINTS
      *                 LAST, FLAGGED.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLTRIAL.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL GLACCT-FILE ASSIGN TO UT-S-GLACCT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS GA-ACCT
               FILE STATUS IS WS-GLACCT-STATUS.
           SELECT SORT-WORK ASSIGN TO UT-S-SORTWK.
           SELECT TRIAL-RPT ASSIGN TO UT-S-TRIALRPT.

       DATA DIVISION.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  GLACCT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 55 CHARACTERS.
       01  GLACCT-REC.
           05  GA-ACCT         PIC X(8).
           05  GA-NAME         PIC X(30).
           05  GA-TYPE         PIC X.
           05  GA-NORMAL       PIC X.
           05  GA-ACTIVE       PIC X.
           05  GA-FS-LINE      PIC 9(3).
           05  GA-CHANGED-BY   PIC X(3).
           05  GA-CHANGED-DATE PIC 9(8).
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-TYPE-SEQ     PIC 9.
           05  SR-ACCT         PIC X(8).
           05  SR-NAME         PIC X(30).
           05  SR-BEG-BAL      PIC S9(11)V99.
           05  SR-DEBITS       PIC 9(11)V99.
           05  SR-CREDITS      PIC 9(11)V99.
       FD  TRIAL-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT             PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-GLBAL          PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-TRIALRPT       PIC X(50)
               VALUE "C:\COBOL\GLTRIAL.RPT".
       77  UT-S-GLACCT         PIC X(50)
               VALUE "C:\COBOL\GLACCT.DAT".
       77  UT-S-SORTWK         PIC X(50)
               VALUE "C:\COBOL\TRLSORT.TMP".
       77  WS-GLBAL-STATUS     PIC XX      VALUE SPACES.
       77  WS-GLACCT-STATUS    PIC XX      VALUE SPACES.
       77  WS-GLACCT-OPEN      PIC X       VALUE "N".
       77  WS-SORT-EOF         PIC X       VALUE "N".
       77  WS-PREV-TYPE-SEQ    PIC 9       VALUE 0.
       77  WS-TYP-BEG          PIC S9(13)V99 VALUE ZEROS.
       77  WS-TYP-DR           PIC 9(13)V99 VALUE ZEROS.
       77  WS-TYP-CR           PIC 9(13)V99 VALUE ZEROS.
       77  WS-TYP-END          PIC S9(13)V99 VALUE ZEROS.
      * Account types in the order they print; the ninth slot
      * holds accounts missing from the account master.
       01  WS-TYPE-VALUES.
           05  FILLER          PIC X(21)   VALUE "AASSETS".
           05  FILLER          PIC X(21)   VALUE "LLIABILITIES".
           05  FILLER          PIC X(21)   VALUE "QEQUITY".
           05  FILLER          PIC X(21)   VALUE "RREVENUE".
           05  FILLER          PIC X(21)   VALUE "EEXPENSES".
           05  FILLER          PIC X(21)   VALUE "?".
           05  FILLER          PIC X(21)   VALUE "?".
           05  FILLER          PIC X(21)   VALUE "?".
           05  FILLER          PIC X(21)   VALUE "?NOT ON MASTER".
       01  WS-TYPE-TABLE REDEFINES WS-TYPE-VALUES.
           05  WS-TYPE-ENTRY OCCURS 9 TIMES INDEXED BY TYP-IDX.
               10  WS-TYPE-CODE    PIC X.
               10  WS-TYPE-NAME    PIC X(20).
       77  WS-PROCDATE-STATUS  PIC XX      VALUE SPACES.
       01  END-OF-FILE         PIC X       VALUE "N".
       77  WS-RUN-DATE         PIC 9(8)    VALUE ZEROS.
           05  HDG-PERIOD      PIC 9(6).
       01  HDG-LINE-2.
           05  FILLER          PIC X(10)   VALUE "ACCOUNT".
           05  FILLER          PIC X(32)   VALUE "NAME".
           05  FILLER          PIC X(18)   VALUE "  BEGINNING".
           05  FILLER          PIC X(17)   VALUE "     DEBITS".
           05  FILLER          PIC X(17)   VALUE "    CREDITS".
           05  FILLER          PIC X(17)   VALUE "     ENDING".
       01  TYPE-HDG-LINE.
           05  TYP-H-NAME      PIC X(20).
       01  DTL-LINE.
           05  DTL-ACCT        PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DTL-NAME        PIC X(30).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DTL-BEG         PIC $$,$$$,$$$,$$9.99-.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DTL-DR          PIC $$,$$$,$$$,$$9.99.
           05  DTL-CR          PIC $$,$$$,$$$,$$9.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  DTL-END         PIC $$,$$$,$$$,$$9.99-.
       01  TYP-TOT-LINE.
           05  FILLER          PIC X(10)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE "TOTAL ".
           05  TYP-T-NAME      PIC X(26).
           05  TYP-T-BEG       PIC $$,$$$,$$$,$$9.99-.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  TYP-T-DR        PIC $$,$$$,$$$,$$9.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  TYP-T-CR        PIC $$,$$$,$$$,$$9.99.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  TYP-T-END       PIC $$,$$$,$$$,$$9.99-.
       01  TOT-LINE.
           05  FILLER          PIC X(8)    VALUE "TOTALS".
           05  FILLER          PIC X(34)   VALUE SPACES.
           05  TOT-BEG         PIC $$,$$$,$$$,$$9.99-.
           05  FILLER          PIC X(1)    VALUE SPACES.
           05  TOT-DR          PIC $$,$$$,$$$,$$9.99.
               STOP RUN.
           MOVE HDG-LINE-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           SORT SORT-WORK
               ON ASCENDING KEY SR-TYPE-SEQ SR-ACCT
               INPUT PROCEDURE IS 050-RELEASE-BUCKETS THRU 050-EXIT
               OUTPUT PROCEDURE IS 150-PRINT-BUCKETS THRU 150-EXIT.
           MOVE WS-TOT-BEG TO TOT-BEG.
           MOVE WS-TOT-DR TO TOT-DR.
           MOVE WS-TOT-CR TO TOT-CR.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           CLOSE TRIAL-RPT.
           STOP RUN.
      * Passes the period's buckets to the sort, each tagged
      * with its account's name and type off the account master
       050-RELEASE-BUCKETS.
           OPEN INPUT GLACCT-FILE.
           IF WS-GLACCT-STATUS = "00"
               MOVE "Y" TO WS-GLACCT-OPEN.
           OPEN INPUT GLBAL-FILE.
           IF WS-GLBAL-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 100-READ-BUCKET THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE GLBAL-FILE GLACCT-FILE.
       050-EXIT.
           EXIT.
      * Tags one account's bucket for the reporting period
       100-READ-BUCKET.
           READ GLBAL-FILE NEXT RECORD
               AT END
           END-READ.
           IF GB-PERIOD NOT = WS-PERIOD
               GO TO 100-EXIT.
           MOVE 9 TO SR-TYPE-SEQ.
           MOVE "*** NOT ON ACCOUNT MASTER ***" TO SR-NAME.
           IF WS-GLACCT-OPEN = "Y"
               MOVE GB-ACCT TO GA-ACCT
               READ GLACCT-FILE
                   INVALID KEY
                       MOVE SPACE TO GA-TYPE
                   NOT INVALID KEY
                       MOVE GA-NAME TO SR-NAME
               END-READ
               SET TYP-IDX TO 1
               SEARCH WS-TYPE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TYPE-CODE (TYP-IDX) = GA-TYPE
                       SET SR-TYPE-SEQ TO TYP-IDX
               END-SEARCH.
           MOVE GB-ACCT TO SR-ACCT.
           MOVE GB-BEG-BAL TO SR-BEG-BAL.
           MOVE GB-DEBITS TO SR-DEBITS.
           MOVE GB-CREDITS TO SR-CREDITS.
           RELEASE SORT-RECORD.
       100-EXIT.
           EXIT.
      * Prints the accounts type by type
       150-PRINT-BUCKETS.
           PERFORM 200-PRINT-ONE THRU 200-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF WS-PREV-TYPE-SEQ NOT = 0
               PERFORM 300-TYPE-TOTAL THRU 300-EXIT.
       150-EXIT.
           EXIT.
      * Lists one account, breaking to a new type group when the
      * type changes
       200-PRINT-ONE.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 200-EXIT
           END-RETURN.
           IF SR-TYPE-SEQ NOT = WS-PREV-TYPE-SEQ
               IF WS-PREV-TYPE-SEQ NOT = 0
                   PERFORM 300-TYPE-TOTAL THRU 300-EXIT
               END-IF
               MOVE SR-TYPE-SEQ TO WS-PREV-TYPE-SEQ
               MOVE WS-TYPE-NAME (SR-TYPE-SEQ) TO TYP-H-NAME
               MOVE TYPE-HDG-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           ADD 1 TO WS-ACCT-COUNT.
           COMPUTE WS-END-BAL = SR-BEG-BAL + SR-DEBITS - SR-CREDITS.
           MOVE SR-ACCT TO DTL-ACCT.
           MOVE SR-NAME TO DTL-NAME.
           MOVE SR-BEG-BAL TO DTL-BEG.
           MOVE SR-DEBITS TO DTL-DR.
           MOVE SR-CREDITS TO DTL-CR.
           MOVE WS-END-BAL TO DTL-END.
           MOVE DTL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           ADD SR-BEG-BAL TO WS-TYP-BEG WS-TOT-BEG.
           ADD SR-DEBITS TO WS-TYP-DR WS-TOT-DR.
           ADD SR-CREDITS TO WS-TYP-CR WS-TOT-CR.
           ADD WS-END-BAL TO WS-TYP-END WS-TOT-END.
       200-EXIT.
           EXIT.
      * Prints the subtotal for the type just finished
       300-TYPE-TOTAL.
           MOVE WS-TYPE-NAME (WS-PREV-TYPE-SEQ) TO TYP-T-NAME.
           MOVE WS-TYP-BEG TO TYP-T-BEG.
           MOVE WS-TYP-DR TO TYP-T-DR.
           MOVE WS-TYP-CR TO TYP-T-CR.
           MOVE WS-TYP-END TO TYP-T-END.
           MOVE TYP-TOT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE ZEROS TO WS-TYP-BEG WS-TYP-DR WS-TYP-CR WS-TYP-END.
       300-EXIT.
           EXIT.
       END PROGRAM GLTRIAL.

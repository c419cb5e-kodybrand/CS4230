      ***********************************************************
      * SUSPICIOUS-ACTIVITY CASE DISPOSITION
      * KODY BRAND
      * This program is the compliance officer's screen onto the
      * SAR review cases the nightly BANKSAR monitor opens on the
      * BANKSAR case file.  Any signed-on operator can list the
      * cases still awaiting a decision and display a case's
      * subject, window, pattern, and cash totals.  An operator
      * with update authority records the disposition: SAR filed,
      * with the filing's BSA reference, or no action, with the
      * reason.  The disposition is stamped with the date and the
      * officer's ID and is final -- a disposed case cannot be
      * changed here -- so the file shows examiners every case and
      * who decided it.  Every disposition is stamped to the
      * access-audit log; denials go to the same log.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  INQUIRIES AND DISPOSITIONS STAMPED TO THE
      *                 OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SARMAINT.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BANKSAR-FILE ASSIGN TO UT-S-BANKSAR
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS SC-CASE-NO
                FILE STATUS IS WS-BANKSAR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANKSAR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 126 CHARACTERS.
       COPY "SARCASE.CPY".
       WORKING-STORAGE SECTION.
       77  UT-S-BANKSAR PIC X(50) VALUE 'C:\CS4230\BANKSAR.DAT'.
       77  WS-BANKSAR-STATUS PIC XX   VALUE SPACES.
       77  WS-ACTION    PIC X         VALUE SPACE.
       77  WS-CONFIRM   PIC X         VALUE SPACE.
       77  WS-OPER-ID   PIC X(3)      VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9        VALUE 0.
       77  WS-SIGNON-OK PIC X         VALUE "N".
       77  WS-VIOL-FUNCTION PIC X(30) VALUE SPACES.
       77  WS-ACT-PROGRAM   PIC X(8)  VALUE "SARMAINT".
       77  WS-ACT-FUNCTION  PIC X(20) VALUE SPACES.
       77  WS-ACT-KEY       PIC X(20) VALUE SPACES.
       77  WS-ACT-OWNER     PIC X(3)  VALUE SPACES.
       77  WS-VALID-SW  PIC X         VALUE "Y".
           88  WS-ENTRY-VALID         VALUE "Y".
       77  WS-CASE-IN   PIC X(6)      VALUE SPACES.
       77  WS-DISP-IN   PIC X         VALUE SPACE.
       77  WS-REF-IN    PIC X(14)     VALUE SPACES.
       77  WS-NOTE-IN   PIC X(40)     VALUE SPACES.
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
       01  WS-DISPLAY-AMT-2 PIC $$,$$$,$$9.99.
       01  WS-SUBJ-DESC     PIC X(12)  VALUE SPACES.
       01  WS-PATTERN-DESC  PIC X(40)  VALUE SPACES.
       PROCEDURE DIVISION.
      * Signs the operator on and takes actions until X.
       000-MAIN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN I-O BANKSAR-FILE.
           IF WS-BANKSAR-STATUS NOT = "00"
               DISPLAY "SAR CASE FILE NOT AVAILABLE - STATUS "
                   WS-BANKSAR-STATUS
               STOP RUN.
           DISPLAY "SUSPICIOUS-ACTIVITY CASE DISPOSITION".
           PERFORM 100-ONE-ACTION THRU E-100-ONE-ACTION
               UNTIL WS-ACTION = "X".
           CLOSE BANKSAR-FILE.
           STOP RUN.
      * Accepts and routes one action.  Dispositions need update
      * authority; a denial is logged.
       100-ONE-ACTION.
           DISPLAY "ACTION - L LIST OPEN, D DISPLAY, R RECORD "
               "DISPOSITION, X EXIT: " WITH NO ADVANCING.
           ACCEPT WS-ACTION.
           IF WS-ACTION = "l" MOVE "L" TO WS-ACTION.
           IF WS-ACTION = "d" MOVE "D" TO WS-ACTION.
           IF WS-ACTION = "r" MOVE "R" TO WS-ACTION.
           IF WS-ACTION = "x" MOVE "X" TO WS-ACTION.
           IF WS-ACTION = "R" AND WS-AUTH-LEVEL < 2
               DISPLAY "UPDATE AUTHORITY REQUIRED"
               MOVE "SAR DISPOSITION DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               GO TO E-100-ONE-ACTION.
           IF WS-ACTION = "L"
               PERFORM 200-LIST-OPEN THRU E-200-LIST-OPEN
           ELSE
           IF WS-ACTION = "D"
               PERFORM 300-DISPLAY-CASE THRU E-300-DISPLAY-CASE
           ELSE
           IF WS-ACTION = "R"
               PERFORM 400-RECORD-DISP THRU E-400-RECORD-DISP
           ELSE
           IF WS-ACTION NOT = "X"
               DISPLAY "INVALID ACTION".
       E-100-ONE-ACTION.
       EXIT.
      * Keys a case number and reads the case.
       150-GET-CASE.
           MOVE "N" TO WS-VALID-SW.
           DISPLAY "CASE NUMBER (6 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-CASE-IN.
           IF WS-CASE-IN NOT NUMERIC
               DISPLAY "NON-NUMERIC CASE (KEY ALL SIX DIGITS)"
               GO TO E-150-GET-CASE.
           MOVE WS-CASE-IN TO SC-CASE-NO.
           READ BANKSAR-FILE
               INVALID KEY
                   DISPLAY "CASE NOT ON FILE"
                   GO TO E-150-GET-CASE
           END-READ.
           MOVE "Y" TO WS-VALID-SW.
       E-150-GET-CASE.
       EXIT.
      * Lists every case still awaiting a disposition.
       200-LIST-OPEN.
           MOVE 0 TO WS-LIST-EOF.
           MOVE 0 TO WS-LIST-CNT.
           MOVE 0 TO SC-CASE-NO.
           START BANKSAR-FILE KEY IS NOT LESS THAN SC-CASE-NO
               INVALID KEY MOVE 1 TO WS-LIST-EOF
           END-START.
           PERFORM 210-LIST-ONE THRU E-210-LIST-ONE
               UNTIL WS-LIST-EOF = 1.
           DISPLAY WS-LIST-CNT " CASE(S) AWAITING DISPOSITION".
       E-200-LIST-OPEN.
       EXIT.
       210-LIST-ONE.
           READ BANKSAR-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-LIST-EOF
                   GO TO E-210-LIST-ONE
           END-READ.
           IF NOT SC-IS-OPEN
               GO TO E-210-LIST-ONE.
           ADD 1 TO WS-LIST-CNT.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           DISPLAY SC-CASE-NO "  " WS-SUBJ-DESC "  OPENED "
               SC-OPEN-DATE "  " WS-PATTERN-DESC.
       E-210-LIST-ONE.
       EXIT.
      * Displays one case in full.
       300-DISPLAY-CASE.
           PERFORM 150-GET-CASE THRU E-150-GET-CASE.
           IF NOT WS-ENTRY-VALID
               GO TO E-300-DISPLAY-CASE.
           MOVE "VIEW SAR CASE" TO WS-ACT-FUNCTION.
           MOVE SC-CASE-NO TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           PERFORM 500-DESCRIBE THRU E-500-DESCRIBE.
           DISPLAY "CASE " SC-CASE-NO "  " WS-SUBJ-DESC
               "  OPENED " SC-OPEN-DATE.
           DISPLAY "WINDOW " SC-WIN-START " THROUGH " SC-WIN-END
               "  ACCOUNTS " SC-ACCT-CNT.
           DISPLAY "PATTERN: " WS-PATTERN-DESC
               "  QUALIFYING DAYS " SC-NEAR-DAYS.
           MOVE SC-CASH-IN TO WS-DISPLAY-AMT.
           MOVE SC-CASH-OUT TO WS-DISPLAY-AMT-2.
           DISPLAY "CASH IN " WS-DISPLAY-AMT
               "  CASH OUT " WS-DISPLAY-AMT-2.
           IF SC-IS-OPEN
               DISPLAY "AWAITING DISPOSITION"
           ELSE
           IF SC-IS-FILED
               DISPLAY "SAR FILED " SC-DISP-DATE " BY " SC-DISP-OPER
                   "  BSA REF " SC-SAR-REF
           ELSE
               DISPLAY "NO ACTION " SC-DISP-DATE " BY " SC-DISP-OPER.
           IF SC-DISP-NOTE NOT = SPACES
               DISPLAY "NOTE: " SC-DISP-NOTE.
       E-300-DISPLAY-CASE.
       EXIT.
      * Records the disposition on an open case: F (SAR filed)
      * needs the filing's BSA reference, N (no action) needs the
      * reason.  The case is shown first and the officer confirms.
       400-RECORD-DISP.
           PERFORM 300-DISPLAY-CASE THRU E-300-DISPLAY-CASE.
           IF NOT WS-ENTRY-VALID
               GO TO E-400-RECORD-DISP.
           IF NOT SC-IS-OPEN
               DISPLAY "CASE ALREADY DISPOSED - NOT CHANGED"
               GO TO E-400-RECORD-DISP.
           DISPLAY "DISPOSITION - F SAR FILED, N NO ACTION: "
               WITH NO ADVANCING.
           ACCEPT WS-DISP-IN.
           IF WS-DISP-IN = "f" MOVE "F" TO WS-DISP-IN.
           IF WS-DISP-IN = "n" MOVE "N" TO WS-DISP-IN.
           IF WS-DISP-IN NOT = "F" AND WS-DISP-IN NOT = "N"
               DISPLAY "INVALID DISPOSITION"
               GO TO E-400-RECORD-DISP.
           MOVE SPACES TO WS-REF-IN.
           IF WS-DISP-IN = "F"
               DISPLAY "BSA FILING REFERENCE: " WITH NO ADVANCING
               ACCEPT WS-REF-IN
               IF WS-REF-IN = SPACES
                   DISPLAY "FILING REFERENCE REQUIRED"
                   GO TO E-400-RECORD-DISP
               END-IF
           END-IF.
           MOVE SPACES TO WS-NOTE-IN.
           DISPLAY "NOTE / REASON: " WITH NO ADVANCING.
           ACCEPT WS-NOTE-IN.
           IF WS-DISP-IN = "N" AND WS-NOTE-IN = SPACES
               DISPLAY "REASON REQUIRED FOR NO ACTION"
               GO TO E-400-RECORD-DISP.
           DISPLAY "RECORD THIS DISPOSITION (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "DISPOSITION NOT RECORDED"
               GO TO E-400-RECORD-DISP.
           MOVE WS-DISP-IN TO SC-STATUS.
           MOVE WS-CURRENT-DATE-NUM TO SC-DISP-DATE.
           MOVE WS-OPER-ID TO SC-DISP-OPER.
           MOVE WS-REF-IN TO SC-SAR-REF.
           MOVE WS-NOTE-IN TO SC-DISP-NOTE.
           REWRITE SARCASE-REC
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS "
                       WS-BANKSAR-STATUS
                   GO TO E-400-RECORD-DISP
           END-REWRITE.
           DISPLAY "CASE " SC-CASE-NO " DISPOSITION RECORDED".
           MOVE SPACES TO WS-VIOL-FUNCTION.
           STRING "SAR CASE " SC-CASE-NO " DISP " WS-DISP-IN
               DELIMITED BY SIZE INTO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "DISPOSE SAR CASE" TO WS-ACT-FUNCTION.
           MOVE SC-CASE-NO TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-400-RECORD-DISP.
       EXIT.
      * Builds the subject and pattern descriptions for a case.
       500-DESCRIBE.
           MOVE SPACES TO WS-SUBJ-DESC.
           IF SC-SUBJ-IS-CUST
               STRING "CUST " SC-SUBJ-ID DELIMITED BY SIZE
                   INTO WS-SUBJ-DESC
           ELSE
               STRING "ACCT " SC-SUBJ-ID DELIMITED BY SIZE
                   INTO WS-SUBJ-DESC.
           IF SC-PAT-SPLIT
               MOVE "CASH OVER CTR LIMIT SPLIT OVER ACCOUNTS"
                   TO WS-PATTERN-DESC
           ELSE
           IF SC-PAT-BOTH
               MOVE "NEAR-THRESHOLD CASH IN AND OUT"
                   TO WS-PATTERN-DESC
           ELSE
           IF SC-PAT-DEPOSITS
               MOVE "REPEATED NEAR-THRESHOLD CASH DEPOSITS"
                   TO WS-PATTERN-DESC
           ELSE
               MOVE "REPEATED NEAR-THRESHOLD CASH WITHDRAWALS"
                   TO WS-PATTERN-DESC.
       E-500-DESCRIBE.
       EXIT.
       END PROGRAM SARMAINT.

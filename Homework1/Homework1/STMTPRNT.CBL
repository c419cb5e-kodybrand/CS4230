      *                 DATE: THE BUSINESS-DAY COUNT WOULD RESOLVE
      *                 TO THE PRIOR DAY'S ORDINAL AND MAIL THAT
      *                 CYCLE A SECOND TIME.
      * 2026-10-15  KB  CARRY THE CD TERM, MATURITY, AND RENEWAL
      *                 FIELDS ON BEGBAL-REC.
      * 2026-10-15  KB  CARRY THE ACCRUED-INTEREST BALANCE AND
      *                 LAST ACCRUAL DATE ON BEGBAL-REC.
      * 2026-10-15  KB  PRINT THE CHECK NUMBER ON EACH DETAIL LINE
      *                 AND A CHECKS-PAID LISTING IN CHECK-NUMBER
      *                 ORDER WITH SEQUENCE BREAKS FLAGGED; CHECK
      *                 NUMBER ADDED TO THE ESTMT DETAIL RECORD.
      *                 BANKHIST RECORD CARRIES THE CHECK NUMBER.
      * 2026-10-15  KB  CARRY THE OVERDRAFT FIELDS ON BEGBAL-REC;
      *                 AN IDLE OVERDRAWN ACCOUNT'S STATEMENT
      *                 OPENS AND CLOSES AT ITS OVERDRAWN BALANCE.
      * 2026-10-15  KB  CARRY THE BACKUP-WITHHOLDING FLAG AND DATE
      *                 ON BANKCUST-REC.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTPRNT.
           05  ES-D-WTH     PIC 9(4)V99.
           05  ES-D-FEE     PIC 9(4)V99.
           05  ES-D-BALANCE PIC S9(7)V99.
           05  ES-D-CHECK-NO PIC 9(6).
           05  FILLER       PIC X(65).
       FD  DLVCTL-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  CAL-MONTH-END       PIC X.
       FD  BANKCUST
           LABEL RECORDS STANDARD
           RECORD CONTAINS 125 CHARACTERS.
       01  BANKCUST-REC.
           05  CM-ACCT      PIC X(5).
           05  CM-NAME      PIC X(25).
           05  CM-CYCLE     PIC X(2).
           05  CM-LAST-STMT PIC 9(8).
           05  CM-TIN       PIC X(9).
           05  CM-BWH       PIC X.
           05  CM-BWH-DATE  PIC 9(8).
       FD  BANKHIST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
       01  BANKHIST-REC.
           05  BH-KEY.
               10  BH-ACCT      PIC X(5).
           05  BH-FEE       PIC 9(4)V99.
           05  BH-BALANCE   PIC S9(7)V99.
           05  BH-TELLER    PIC X(3).
           05  BH-CHECK-NO  PIC 9(6).
       FD  BEGBAL-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 120 CHARACTERS.
       01  BEGBAL-REC.
           05  BB-ACCT      PIC X(5).
           05  BB-BAL       PIC 9(5)V99.
           05  BB-AVAIL-BAL PIC 9(5)V99.
           05  BB-CUST-NO   PIC X(6).
           05  BB-KODE      PIC X.
           05  BB-CD-TERM   PIC 9(3).
           05  BB-CD-ISSUE  PIC 9(8).
           05  BB-CD-MATURE PIC 9(8).
           05  BB-CD-RATE   PIC 9V9999.
           05  BB-CD-INSTR  PIC X.
               88  BB-CD-PAYOUT       VALUE "P".
           05  BB-CD-PAY-ACCT PIC X(5).
           05  BB-CD-NOTICE PIC 9(8).
           05  BB-CD-GRACE-END PIC 9(8).
           05  BB-ACCR-INT  PIC 9(5)V99.
           05  BB-ACCR-DATE PIC 9(8).
           05  BB-OD-AMT    PIC 9(5)V99.
           05  BB-OD-SINCE  PIC 9(8).
           05  BB-OD-NOTICE PIC X.
       WORKING-STORAGE SECTION.
       77  UT-S-STMTPRNT PIC X(50) VALUE 'C:\CS4230\STMTPRNT.RPT'.
       77  UT-S-SORTWK  PIC X(50) VALUE 'C:\CS4230\STMTSORT.TMP'.
           05  FILLER   PIC X(8)  VALUE "     FEE".
           05  FILLER   PIC X(2).
           05  FILLER   PIC X(11) VALUE "    BALANCE".
           05  FILLER   PIC X(2).
           05  FILLER   PIC X(6)  VALUE "CHECK ".
       01  DTL-LINE.
           05  DTL-DATE     PIC 9(8).
           05  FILLER       PIC X(2)   VALUE SPACES.
           05  DTL-FEE      PIC Z,ZZ9.99.
           05  FILLER       PIC X(2)   VALUE SPACES.
           05  DTL-BAL      PIC +Z,ZZZ,ZZ9.99.
           05  FILLER       PIC X(2)   VALUE SPACES.
           05  DTL-CHECK    PIC X(6).
      * Checks paid in the cycle, kept in check-number order for
      * the checks-paid listing under the account's activity.
       77  WS-CK-COUNT  PIC 9(3)       VALUE 0.
       77  WS-CK-POS    PIC 9(3)       VALUE 0.
       77  WS-CK-IDX    PIC 9(3)       VALUE 0.
       77  WS-CK-SLOT   PIC 9          VALUE 0.
       77  WS-CK-DONE   PIC 9          VALUE 0.
       77  WS-CK-GAPS   PIC 9          VALUE 0.
       77  WS-CK-PREV   PIC 9(6)       VALUE 0.
       01  WS-CK-TABLE.
           05  WS-CK-ENTRY OCCURS 200 TIMES.
               10  WS-CK-NO     PIC 9(6).
               10  WS-CK-AMT    PIC 9(4)V99.
       01  CKP-HEADING.
           05  FILLER   PIC X(11) VALUE "CHECKS PAID".
       01  CKP-LINE.
           05  CKP-SLOT OCCURS 4 TIMES.
               10  CKP-NO       PIC 9(6).
               10  CKP-GAP      PIC X.
               10  FILLER       PIC X.
               10  CKP-AMT      PIC ZZ,ZZ9.99.
               10  FILLER       PIC X(5).
       01  CKP-GAP-LINE.
           05  FILLER   PIC X(34)
               VALUE "* BREAK IN CHECK NUMBER SEQUENCE".
       77  UT-S-ESTMT   PIC X(50) VALUE 'C:\CS4230\ESTMT.DAT'.
       77  UT-S-DLVCTL  PIC X(50) VALUE 'C:\CS4230\DLVCTL.RPT'.
       01  DLV-TITLE.
                       MOVE 0 TO WS-OPEN-BAL
                   NOT INVALID KEY
                       MOVE BB-BAL TO WS-OPEN-BAL
                       IF BB-OD-AMT NUMERIC
                           SUBTRACT BB-OD-AMT FROM WS-OPEN-BAL
                       END-IF
               END-READ
               MOVE WS-OPEN-BAL TO WS-CLOSE-BAL.
       E-300-SUM-WINDOW.
      * transaction as a statement detail line.
       400-PRINT-WINDOW.
           MOVE 0 TO WS-HIST-EOF.
           MOVE 0 TO WS-CK-COUNT.
           PERFORM 350-START-WINDOW THRU E-350-START-WINDOW.
           PERFORM 420-PRINT-ONE THRU E-420-PRINT-ONE
               UNTIL WS-HIST-EOF = 1.
           PERFORM 440-CHECKS-PAID THRU E-440-CHECKS-PAID.
       E-400-PRINT-WINDOW.
       EXIT.
       420-PRINT-ONE.
           MOVE BH-WTH TO DTL-WTH.
           MOVE BH-FEE TO DTL-FEE.
           MOVE BH-BALANCE TO DTL-BAL.
           MOVE SPACES TO DTL-CHECK.
      * A history record archived before check numbers were kept
      * reads back unstamped and prints no check number.
           IF BH-CHECK-NO NUMERIC
               IF BH-CHECK-NO > 0
                   MOVE BH-CHECK-NO TO DTL-CHECK
                   IF BH-CHANNEL = "CHK "
                       PERFORM 425-CHECK-KEEP THRU E-425-CHECK-KEEP
                   END-IF
               END-IF
           END-IF.
           MOVE DTL-LINE TO PRT-OUT.
           WRITE PRT-OUT AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
       E-420-PRINT-ONE.
       EXIT.

      * Files a paid check into the cycle's check table in check-
      * number order, sliding the higher numbers up one place.
       425-CHECK-KEEP.
           IF WS-CK-COUNT NOT < 200
               GO TO E-425-CHECK-KEEP.
           MOVE WS-CK-COUNT TO WS-CK-POS.
           MOVE 0 TO WS-CK-DONE.
           PERFORM 426-CHECK-SHIFT THRU E-426-CHECK-SHIFT
               UNTIL WS-CK-DONE = 1.
           ADD 1 TO WS-CK-COUNT.
           ADD 1 TO WS-CK-POS.
           MOVE BH-CHECK-NO TO WS-CK-NO(WS-CK-POS).
           MOVE BH-WTH TO WS-CK-AMT(WS-CK-POS).
       E-425-CHECK-KEEP.
       EXIT.
       426-CHECK-SHIFT.
           IF WS-CK-POS = 0
               MOVE 1 TO WS-CK-DONE
               GO TO E-426-CHECK-SHIFT.
           IF WS-CK-NO(WS-CK-POS) NOT > BH-CHECK-NO
               MOVE 1 TO WS-CK-DONE
               GO TO E-426-CHECK-SHIFT.
           MOVE WS-CK-ENTRY(WS-CK-POS) TO WS-CK-ENTRY(WS-CK-POS + 1).
           SUBTRACT 1 FROM WS-CK-POS.
       E-426-CHECK-SHIFT.
       EXIT.

      * Prints the checks paid in the cycle in check-number order,
      * four to a line, with an asterisk on any check that does not
      * follow on from the one before it.
       440-CHECKS-PAID.
           IF WS-CK-COUNT = 0
               GO TO E-440-CHECKS-PAID.
           IF WS-LINE-COUNT + 3 > LINES-PER-PAGE
               ADD 1 TO WS-PAGE
               PERFORM 260-STMT-HEADER THRU E-260-STMT-HEADER.
           MOVE CKP-HEADING TO PRT-OUT.
           WRITE PRT-OUT AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.
           MOVE SPACES TO CKP-LINE.
           MOVE 0 TO WS-CK-SLOT.
           MOVE 0 TO WS-CK-GAPS.
           PERFORM 445-CHECK-SLOT THRU E-445-CHECK-SLOT
               VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > WS-CK-COUNT.
           IF WS-CK-SLOT > 0
               PERFORM 447-CHECK-LINE THRU E-447-CHECK-LINE.
           IF WS-CK-GAPS = 1
               MOVE CKP-GAP-LINE TO PRT-OUT
               WRITE PRT-OUT AFTER ADVANCING 1 LINES
               ADD 1 TO WS-LINE-COUNT.
       E-440-CHECKS-PAID.
       EXIT.
       445-CHECK-SLOT.
           ADD 1 TO WS-CK-SLOT.
           MOVE WS-CK-NO(WS-CK-IDX) TO CKP-NO(WS-CK-SLOT).
           MOVE WS-CK-AMT(WS-CK-IDX) TO CKP-AMT(WS-CK-SLOT).
           MOVE SPACE TO CKP-GAP(WS-CK-SLOT).
           IF WS-CK-IDX > 1
               AND WS-CK-NO(WS-CK-IDX) > WS-CK-PREV + 1
               MOVE "*" TO CKP-GAP(WS-CK-SLOT)
               MOVE 1 TO WS-CK-GAPS.
           MOVE WS-CK-NO(WS-CK-IDX) TO WS-CK-PREV.
           IF WS-CK-SLOT = 4
               PERFORM 447-CHECK-LINE THRU E-447-CHECK-LINE.
       E-445-CHECK-SLOT.
       EXIT.
       447-CHECK-LINE.
           IF WS-LINE-COUNT + 1 > LINES-PER-PAGE
               ADD 1 TO WS-PAGE
               PERFORM 260-STMT-HEADER THRU E-260-STMT-HEADER.
           MOVE CKP-LINE TO PRT-OUT.
           WRITE PRT-OUT AFTER ADVANCING 1 LINES.
           ADD 1 TO WS-LINE-COUNT.
           MOVE SPACES TO CKP-LINE.
           MOVE 0 TO WS-CK-SLOT.
       E-447-CHECK-LINE.
       EXIT.
      * Builds one suppressed account's electronic statement on the
      * ESTMT extract: the addressed header, the cycle's balance
      * summary, and the same activity lines the paper statement
           MOVE BH-WTH TO ES-D-WTH.
           MOVE BH-FEE TO ES-D-FEE.
           MOVE BH-BALANCE TO ES-D-BALANCE.
           IF BH-CHECK-NO NUMERIC
               MOVE BH-CHECK-NO TO ES-D-CHECK-NO
           ELSE
               MOVE 0 TO ES-D-CHECK-NO.
           WRITE ESTMT-REC.
       E-620-ESTMT-ONE.
       EXIT.

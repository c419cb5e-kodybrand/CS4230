      *                 "B" RECORDS ACTUALLY WRITTEN, NOT TO ALL
      *                 REPORTABLE INTEREST -- TIN EXCEPTIONS ARE
      *                 OUT OF BOTH THE COUNT AND THE AMOUNT.
      * 2026-10-15  KB  PRINT THE BACKUP WITHHOLDING ACCUMULATED
      *                 ON BANKINT IN BOX 4 (FEDERAL INCOME TAX
      *                 WITHHELD), CARRY IT ON THE IRSTRANS B
      *                 RECORD AND F TRAILER, AND REPORT ANY
      *                 ACCOUNT WITH WITHHOLDING WHATEVER ITS
      *                 INTEREST.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT1099.
       FILE SECTION.
       FD  BANKINT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 27 CHARACTERS.
       01  BANKINT-REC.
           05  IY-ACCT      PIC X(5).
           05  IY-YEAR      PIC 9(4).
           05  IY-INTEREST  PIC 9(7)V99.
           05  IY-BWH-TAX   PIC 9(7)V99.
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
               88  CM-BWH-ON            VALUE "T" "B".
           05  CM-BWH-DATE  PIC 9(8).
       FD  INT1099-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  IRS-ACCT     PIC X(5).
           05  IRS-YEAR     PIC 9(4).
           05  IRS-AMOUNT   PIC 9(9)V99.
           05  IRS-BWH-TAX  PIC 9(9)V99.
       01  IRS-TRAILER REDEFINES IRS-REC.
           05  FILLER       PIC X.
           05  IRS-T-COUNT  PIC 9(7).
           05  IRS-T-AMOUNT PIC 9(11)V99.
           05  IRS-T-BWH-TAX PIC 9(11)V99.
           05  FILLER       PIC X(32).
       FD  TIN-EXCP
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       77  WS-TIN-BAD      PIC 9          VALUE 0.
       77  WS-TIN-EXCP-COUNT PIC 9(5)     VALUE 0.
       77  WS-XMIT-INT     PIC 9(9)V99    VALUE 0.
       77  WS-BWH-TAX      PIC 9(7)V99    VALUE 0.
       77  WS-TOTAL-BWH    PIC 9(9)V99    VALUE 0.
       77  WS-XMIT-BWH     PIC 9(9)V99    VALUE 0.
       01  TINX-TITLE.
           05  FILLER      PIC X(42)
               VALUE "MISSING/INVALID TIN - REPORTABLE ACCOUNTS".
           05  FILLER      PIC X(6).
           05  FILLER      PIC X(24)   VALUE "BOX 1  INTEREST INCOME: ".
           05  F1099-INT   PIC $$,$$$,$$9.99.
       01  F1099-LINE-3.
           05  FILLER      PIC X(6).
           05  FILLER      PIC X(34)
               VALUE "BOX 4  FEDERAL INCOME TAX WITHHELD".
           05  FILLER      PIC X(2)    VALUE ": ".
           05  F1099-BWH   PIC $$,$$$,$$9.99.
       01  F1099-TOTAL-1.
           05  FILLER      PIC X(26)
               VALUE "TRANSMITTAL - STATEMENTS: ".
           05  FILLER      PIC X(25)
               VALUE "TOTAL INTEREST REPORTED: ".
           05  F1099-T-INT PIC $$$,$$$,$$9.99.
       01  F1099-TOTAL-3.
           05  FILLER      PIC X(25)
               VALUE "TOTAL BACKUP WITHHOLDING:".
           05  F1099-T-BWH PIC $$$,$$$,$$9.99.
       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
      * Reads the next interest YTD record and prints its statement
       100-READ-INT.
           READ BANKINT-FILE AT END PERFORM 999-CLOSE-UP.
           MOVE 0 TO WS-BWH-TAX.
           IF IY-BWH-TAX NUMERIC
               MOVE IY-BWH-TAX TO WS-BWH-TAX.
      * Any backup withholding makes the account reportable,
      * whatever the interest.
           IF IY-INTEREST NOT > REPORT-THRESHOLD AND WS-BWH-TAX = 0
               ADD 1 TO WS-UNDER-COUNT
           ELSE
               PERFORM 150-LOOKUP-CUSTOMER THRU 150-EXIT
           MOVE IY-ACCT TO IRS-ACCT.
           MOVE IY-YEAR TO IRS-YEAR.
           MOVE IY-INTEREST TO IRS-AMOUNT.
           MOVE WS-BWH-TAX TO IRS-BWH-TAX.
           WRITE IRS-REC.
           ADD IY-INTEREST TO WS-XMIT-INT.
           ADD WS-BWH-TAX TO WS-XMIT-BWH.
       250-EXIT.
           EXIT.
      * Formats and writes one account's 1099-INT statement
       200-PRINT-1099.
           ADD 1 TO WS-STMT-COUNT.
           ADD IY-INTEREST TO WS-TOTAL-INT.
           ADD WS-BWH-TAX TO WS-TOTAL-BWH.
           MOVE F1099-TITLE TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE F1099-BLANK TO OUT-PUT
           MOVE IY-INTEREST TO F1099-INT.
           MOVE F1099-LINE-2 TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE WS-BWH-TAX TO F1099-BWH.
           MOVE F1099-LINE-3 TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       200-EXIT.
           EXIT.
      * Prints the transmittal totals and closes up the files.
           MOVE WS-TOTAL-INT TO F1099-T-INT.
           MOVE F1099-TOTAL-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE WS-TOTAL-BWH TO F1099-T-BWH.
           MOVE F1099-TOTAL-3 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
      * The trailer foots only to the payee records actually
      * written -- count and dollars both; accounts on the TIN
      * exception listing transmit once their W-9 comes back.
           MOVE "F" TO IRS-REC-TYPE.
           COMPUTE IRS-T-COUNT = WS-STMT-COUNT - WS-TIN-EXCP-COUNT.
           MOVE WS-XMIT-INT TO IRS-T-AMOUNT.
           MOVE WS-XMIT-BWH TO IRS-T-BWH-TAX.
           WRITE IRS-REC.
           CLOSE BANKINT-FILE BANKCUST INT1099-RPT IRSTRANS
                 TIN-EXCP.

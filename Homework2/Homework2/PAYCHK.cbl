      *                 REGISTER FOR VOID/REISSUE AND POSITIVE PAY.
      * 2026-08-22  KB  DATE CHECKS AND REGISTER ENTRIES FROM THE
      *                 PAYPER CONTROL RECORD'S OFFICIAL CHECK DATE.
      * 2026-10-15  KB  CARRY THE HOURS PAID AND PAY CODE NOW ON
      *                 THE PAY-DETAIL EXTRACT RECORD.
      * 2026-10-15  KB  CARRY THE WORKERS' COMP CLASS CODE AND
      *                 OVERTIME PREMIUM NOW ON THE PAY-DETAIL
      *                 EXTRACT RECORD.
      * 2026-10-15  KB  STAMP EACH PRINTED CHECK'S NUMBER ON THE
      *                 EMPLOYEE'S HW2PAYHS PAY-HISTORY RECORD FOR
      *                 THE CHECK DATE AND PERIOD.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCHK.
               ACCESS IS RANDOM
               RECORD KEY IS CR-CHECK-NO
               FILE STATUS IS WS-CHKREG-STATUS.
           SELECT OPTIONAL PAYHIST-FILE ASSIGN TO UT-S-PAYHIST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PH-KEY
               FILE STATUS IS WS-PAYHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PD-YTD-GROSS    PIC 9(7)V99.
           05  PD-YTD-NET      PIC 9(7)V99.
           05  PD-STATE        PIC XX.
           05  PD-HOURS        PIC 9(3)V99.
           05  PD-PAYCODE      PIC X.
           05  PD-WC-CLASS     PIC X(4).
           05  PD-OT-PREM      PIC 9(5)V99.
       FD  CHECK-PRINT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
               88  CR-ISSUED           VALUE "I".
               88  CR-VOID             VALUE "V".
           05  CR-REPLACES     PIC 9(6).
       FD  PAYHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PH-REC.
           05  PH-KEY.
               10  PH-EMPNUM   PIC 9(4).
               10  PH-CHECK-DATE PIC 9(8).
               10  PH-PERIOD   PIC 9(4).
           05  PH-NAME         PIC X(20).
           05  PH-DEPT         PIC X(4).
           05  PH-PAYTYPE      PIC X.
           05  PH-GROSS        PIC 9(7)V99.
           05  PH-FED-TAX      PIC 9(7)V99.
           05  PH-FICA-TAX     PIC 9(7)V99.
           05  PH-MEDICARE-TAX PIC 9(7)V99.
           05  PH-STATE-TAX    PIC 9(7)V99.
           05  PH-GARNISH      PIC 9(7)V99.
           05  PH-PRETAX-DED   PIC 9(7)V99.
           05  PH-POSTTAX-DED  PIC 9(7)V99.
           05  PH-NET          PIC 9(7)V99.
           05  PH-YTD-GROSS    PIC 9(7)V99.
           05  PH-YTD-NET      PIC 9(7)V99.
           05  PH-STATE        PIC XX.
           05  PH-HOURS        PIC 9(3)V99.
           05  PH-PAYCODE      PIC X.
           05  PH-CHECK-NO     PIC 9(6).
           05  PH-RUN-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  END-OF-FILE PIC X           VALUE 'N'.
       77  UT-S-PAYPER PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PAYPR.DAT'.
       77  WS-PAYPER-STATUS PIC XX     VALUE SPACES.
       77  WS-PERIOD-NO    PIC 9(4)    VALUE 0.
       77  UT-S-PAYHIST PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PAYHS.DAT'.
       77  WS-PAYHIST-STATUS PIC XX    VALUE SPACES.
       01  WS-CHECK-DATE.
           05  WS-CHK-YEAR     PIC 9(4).
           05  WS-CHK-MONTH    PIC 9(2).
           OPEN INPUT PAYDTL-FILE.
           OPEN OUTPUT CHECK-PRINT.
           OPEN I-O CHKREG-FILE.
           OPEN I-O PAYHIST-FILE.
           OPEN INPUT CHKNUM-FILE.
           READ CHKNUM-FILE
               AT END MOVE 0 TO WS-CHECK-NO
               READ PAYPER-FILE
                   NOT AT END
                       MOVE PP-CHECK-DATE TO WS-CHECK-DATE-NUM
                       MOVE PP-PERIOD-NO TO WS-PERIOD-NO
               END-READ
           END-IF.
           CLOSE PAYPER-FILE.
           WRITE CHKREG-REC
               INVALID KEY REWRITE CHKREG-REC
           END-WRITE.
           PERFORM 350-STAMP-HISTORY THRU 350-EXIT.
       300-EXIT.
           EXIT.
      * Stamps the check number on the employee's pay-history
      * record for this check date and period, so a reprinted stub
      * carries the number of the check it duplicates.
       350-STAMP-HISTORY.
           MOVE PD-EMPNUM TO PH-EMPNUM.
           MOVE WS-CHECK-DATE-NUM TO PH-CHECK-DATE.
           MOVE WS-PERIOD-NO TO PH-PERIOD.
           READ PAYHIST-FILE
               INVALID KEY
                   GO TO 350-EXIT
           END-READ.
           MOVE WS-CHECK-NO TO PH-CHECK-NO.
           REWRITE PH-REC.
       350-EXIT.
           EXIT.
      * Prints the run totals and closes up the program files.
       999-CLOSE-UP.
           MOVE WS-CHECKS-PRINTED TO RUN-PRINTED.
           COMPUTE CN-NEXT-CHECK = WS-CHECK-NO + 1.
           WRITE CHKNUM-REC.
           CLOSE CHKNUM-FILE.
           CLOSE PAYDTL-FILE CHECK-PRINT CHKREG-FILE PAYHIST-FILE.
           STOP RUN.
       END PROGRAM PAYCHK.

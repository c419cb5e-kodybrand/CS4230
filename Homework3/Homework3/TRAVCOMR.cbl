       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVCOMR.
       AUTHOR. KODY BRAND.
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.  SUPPLIER COMMISSION
      *                 RECEIVABLE: POSTS THE COMMISSION CHECKS AND
      *                 STATEMENT LINES THE VENDORS SEND US (COMMTXN)
      *                 AGAINST THE COMMRCV ITEMS TRAVEARN OPENS AT
      *                 DEPARTURE, MATCHED BY BOOKING AND VENDOR
      *                 CONFIRMATION NUMBER; WRITES OFF A BALANCE THE
      *                 OFFICE GIVES UP ON; PRINTS THE CHASE LIST OF
      *                 COMMISSIONS STILL UNPAID 60, 90, AND 120 DAYS
      *                 AFTER THE CLIENT CAME HOME, WITH THE VENDOR'S
      *                 CONTACT; AND APPENDS THE CASH AND WRITE-OFF
      *                 ENTRIES TO THE TRAVGL EXTRACT FOR GLMERGE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT OPTIONAL COMMRCV-FILE ASSIGN TO UT-S-COMMRCV
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS CR-BOOK-NO
               FILE STATUS IS WS-COMMRCV-STATUS.
           SELECT OPTIONAL COMMTXN-FILE ASSIGN TO UT-S-COMMTXN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMTXN-STATUS.
           SELECT OPTIONAL TRAVVNDR-FILE ASSIGN TO UT-S-TRAVVNDR
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-TRAVVNDR-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT TRAVGL-FILE ASSIGN TO UT-S-TRAVGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT COMM-RPT ASSIGN TO UT-S-COMMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  COMMRCV-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 65 CHARACTERS.
       01  COMMRCV-REC.
           05  CR-BOOK-NO      PIC 9(5).
           05  CR-VENDOR       PIC X(15).
           05  CR-CONF-NO      PIC X(10).
           05  CR-RETURN       PIC 9(8).
           05  CR-EXPECTED     PIC 9(7)V99.
           05  CR-RECEIVED     PIC 9(7)V99.
           05  CR-LAST-DATE    PIC 9(8).
           05  CR-STATUS       PIC X.
               88  CR-OPEN             VALUE "O".
               88  CR-CLOSED           VALUE "C".
      * One vendor remittance line.  P posts a payment against the
      * booking; W writes the rest of the booking's balance off.
      * The booking number may be left zero when the vendor's
      * statement only carries its confirmation number.
       FD  COMMTXN-FILE.
       01  COMMTXN-REC.
           05  CT-ACTION       PIC X.
               88  CT-PAYMENT          VALUE "P".
               88  CT-WRITE-OFF        VALUE "W".
           05  CT-BOOK-NO      PIC 9(5).
           05  CT-CONF-NO      PIC X(10).
           05  CT-DATE         PIC 9(8).
           05  CT-AMOUNT       PIC 9(7)V99.
           05  CT-REFERENCE    PIC X(10).
       FD  TRAVVNDR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
       COPY "TRAVVNDR.CPY".
       FD  PROCDATE-FILE.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  TRAVGL-FILE.
       01  TRAVGL-REC.
           05  TG-ACCOUNT      PIC X(8).
           05  TG-DESC         PIC X(24).
           05  TG-DEBIT        PIC 9(9)V99.
           05  TG-CREDIT       PIC 9(9)V99.
       FD  COMM-RPT.
       01  RPT-OUT             PIC X(120).

       WORKING-STORAGE SECTION.
       77 UT-S-COMMRCV         PIC X(50) VALUE "C:\Cobol\commrcv.dat".
       77 UT-S-COMMTXN         PIC X(50) VALUE "C:\Cobol\commtxn.dat".
       77 UT-S-TRAVVNDR        PIC X(50) VALUE "C:\Cobol\travvndr.dat".
       77 UT-S-PROCDATE        PIC X(50) VALUE "C:\COBOL\PROCDATE.DAT".
       77 UT-S-TRAVGL          PIC X(50) VALUE "C:\Cobol\travgl.dat".
       77 UT-S-COMMRPT         PIC X(50) VALUE "C:\Cobol\travcomr.rpt".
       77 WS-COMMRCV-STATUS    PIC XX    VALUE SPACES.
       77 WS-COMMTXN-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVVNDR-STATUS   PIC XX    VALUE SPACES.
       77 WS-VNDR-OPEN         PIC X     VALUE "N".
       77 WS-PROCDATE-STATUS   PIC XX    VALUE SPACES.
       77 WS-TXN-EOF           PIC X     VALUE "N".
       77 WS-CR-EOF            PIC X     VALUE "N".
       77 WS-FOUND             PIC X     VALUE "N".
       77 WS-TODAY-NUM         PIC 9(8)  VALUE ZEROS.
       77 WS-TODAY-INT         PIC S9(9) VALUE ZEROS.
       77 WS-AGE-DAYS          PIC S9(5) VALUE ZEROS.
       77 WS-OPEN-AMT          PIC S9(7)V99 VALUE ZEROS.
       77 WS-APPLIED           PIC 9(7)V99  VALUE ZEROS.
       77 WS-EXCESS            PIC 9(7)V99  VALUE ZEROS.
       77 WS-CASH-TOTAL        PIC 9(9)V99  VALUE ZEROS.
       77 WS-APPLY-TOTAL       PIC 9(9)V99  VALUE ZEROS.
       77 WS-EXCESS-TOTAL      PIC 9(9)V99  VALUE ZEROS.
       77 WS-WOFF-TOTAL        PIC 9(9)V99  VALUE ZEROS.
       77 WS-POST-COUNT        PIC 9(5)     VALUE ZEROS.
       77 WS-WOFF-COUNT        PIC 9(5)     VALUE ZEROS.
       77 WS-REJECTS           PIC 9(5)     VALUE ZEROS.
       77 WS-CHASE-60          PIC 9(9)V99  VALUE ZEROS.
       77 WS-CHASE-90          PIC 9(9)V99  VALUE ZEROS.
       77 WS-CHASE-120         PIC 9(9)V99  VALUE ZEROS.
       77 WS-CHASE-COUNT       PIC 9(5)     VALUE ZEROS.
       77 WS-OPEN-TOTAL        PIC 9(9)V99  VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  POST-TITLE.
           05  FILLER          PIC X(40)
               VALUE "SUPPLIER COMMISSION POSTING REGISTER".
       01  POST-LINE.
           05  POST-ACTION     PIC X.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  POST-BOOK-NO    PIC 9(5).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  POST-CONF-NO    PIC X(10).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  POST-AMOUNT     PIC $$$,$$9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  POST-REFERENCE  PIC X(10).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  POST-RESULT     PIC X(34).
       01  POST-TOTAL-LINE.
           05  FILLER          PIC X(16)  VALUE "PAYMENTS POSTED:".
           05  POST-T-COUNT    PIC ZZZZ9.
           05  FILLER          PIC X(9)   VALUE "  CASH: ".
           05  POST-T-CASH     PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(15)  VALUE "  WRITTEN OFF: ".
           05  POST-T-WOFF     PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(11)  VALUE "  REJECTS: ".
           05  POST-T-REJ      PIC ZZZZ9.
       01  CHASE-TITLE.
           05  FILLER          PIC X(50)
               VALUE "UNPAID SUPPLIER COMMISSIONS - CHASE LIST".
       01  CHASE-HEAD.
           05  FILLER          PIC X(30)
               VALUE "VENDOR                 BOOK  ".
           05  FILLER          PIC X(30)
               VALUE "CONF NO     RETURNED  DAYS    ".
           05  FILLER          PIC X(12)  VALUE "     OPEN".
           05  FILLER          PIC X(30)  VALUE "  CONTACT".
       01  CHASE-LINE.
           05  CHASE-VENDOR    PIC X(6).
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  CHASE-NAME      PIC X(15).
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  CHASE-BOOK-NO   PIC 9(5).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  CHASE-CONF-NO   PIC X(10).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  CHASE-RETURN    PIC 9(8).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  CHASE-DAYS      PIC ZZZ9.
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  CHASE-OPEN      PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  CHASE-CONTACT   PIC X(20).
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  CHASE-PHONE     PIC X(10).
       01  CHASE-TOTAL-LINE.
           05  FILLER          PIC X(12)  VALUE "60-89 DAYS: ".
           05  CHASE-T-60      PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(15)  VALUE "  90-119 DAYS: ".
           05  CHASE-T-90      PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(15)  VALUE "  120 AND OVER:".
           05  CHASE-T-120     PIC $$$,$$$,$$9.99.
       01  CHASE-OPEN-LINE.
           05  FILLER          PIC X(28)
               VALUE "ITEMS TO CHASE:".
           05  CHASE-T-COUNT   PIC ZZZZ9.
           05  FILLER          PIC X(25)
               VALUE "  TOTAL OPEN RECEIVABLE: ".
           05  CHASE-T-OPEN    PIC $$$,$$$,$$9.99.
       PROCEDURE DIVISION.
      * Posts the vendors' remittances, lists what is still owed
      * long after travel, and carries the cash to the GL extract.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE-NUM TO WS-TODAY-NUM.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-TODAY-NUM
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM).
           OPEN OUTPUT COMM-RPT.
           MOVE POST-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           OPEN I-O COMMRCV-FILE.
           OPEN INPUT TRAVVNDR-FILE.
           IF WS-TRAVVNDR-STATUS = "00"
               MOVE "Y" TO WS-VNDR-OPEN.
           PERFORM 200-POST-REMITTANCES THRU 200-EXIT.
           MOVE WS-POST-COUNT TO POST-T-COUNT.
           MOVE WS-CASH-TOTAL TO POST-T-CASH.
           MOVE WS-WOFF-TOTAL TO POST-T-WOFF.
           MOVE WS-REJECTS TO POST-T-REJ.
           MOVE POST-TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           PERFORM 400-CHASE-LIST THRU 400-EXIT.
           PERFORM 600-GL-ENTRIES THRU 600-EXIT.
           CLOSE COMMRCV-FILE TRAVVNDR-FILE COMM-RPT.
           STOP RUN.
      * Posts each remittance line against its booking's item.
       200-POST-REMITTANCES.
           OPEN INPUT COMMTXN-FILE.
           IF WS-COMMTXN-STATUS NOT = "00"
               MOVE "Y" TO WS-TXN-EOF.
           PERFORM 220-POST-ONE THRU 220-EXIT
               UNTIL WS-TXN-EOF = "Y".
           CLOSE COMMTXN-FILE.
       200-EXIT.
           EXIT.
       220-POST-ONE.
           READ COMMTXN-FILE
               AT END
                   MOVE "Y" TO WS-TXN-EOF
                   GO TO 220-EXIT
           END-READ.
           MOVE CT-ACTION TO POST-ACTION.
           MOVE CT-BOOK-NO TO POST-BOOK-NO.
           MOVE CT-CONF-NO TO POST-CONF-NO.
           MOVE CT-AMOUNT TO POST-AMOUNT.
           MOVE CT-REFERENCE TO POST-REFERENCE.
           IF NOT CT-PAYMENT AND NOT CT-WRITE-OFF
               MOVE "*** ACTION MUST BE P OR W" TO POST-RESULT
               GO TO 280-REJECT.
           IF CT-PAYMENT
               AND (CT-AMOUNT NOT NUMERIC OR CT-AMOUNT = 0)
               MOVE "*** PAYMENT AMOUNT MISSING" TO POST-RESULT
               GO TO 280-REJECT.
           PERFORM 240-FIND-ITEM THRU 240-EXIT.
           IF WS-FOUND NOT = "Y"
               MOVE "*** NO COMMISSION ITEM FOR BOOKING"
                   TO POST-RESULT
               GO TO 280-REJECT.
           IF CT-CONF-NO NOT = SPACES AND CR-CONF-NO NOT = SPACES
               AND CT-CONF-NO NOT = CR-CONF-NO
               MOVE "*** CONFIRMATION NUMBER MISMATCH"
                   TO POST-RESULT
               GO TO 280-REJECT.
           MOVE CR-BOOK-NO TO POST-BOOK-NO.
           COMPUTE WS-OPEN-AMT = CR-EXPECTED - CR-RECEIVED.
           IF CT-WRITE-OFF
               PERFORM 260-WRITE-OFF THRU 260-EXIT
               GO TO 220-EXIT.
      * Cash up to the open balance clears the receivable; anything
      * the vendor pays beyond what we expected is extra income.
           IF WS-OPEN-AMT < 0
               MOVE 0 TO WS-OPEN-AMT.
           IF CT-AMOUNT > WS-OPEN-AMT
               MOVE WS-OPEN-AMT TO WS-APPLIED
               COMPUTE WS-EXCESS = CT-AMOUNT - WS-OPEN-AMT
           ELSE
               MOVE CT-AMOUNT TO WS-APPLIED
               MOVE 0 TO WS-EXCESS.
           ADD CT-AMOUNT TO CR-RECEIVED.
           MOVE CT-DATE TO CR-LAST-DATE.
           IF CR-RECEIVED NOT < CR-EXPECTED
               MOVE "C" TO CR-STATUS.
           REWRITE COMMRCV-REC.
           ADD 1 TO WS-POST-COUNT.
           ADD CT-AMOUNT TO WS-CASH-TOTAL.
           ADD WS-APPLIED TO WS-APPLY-TOTAL.
           ADD WS-EXCESS TO WS-EXCESS-TOTAL.
           IF CR-CLOSED
               MOVE "PAID IN FULL" TO POST-RESULT
           ELSE
               MOVE "PARTIAL PAYMENT POSTED" TO POST-RESULT.
           PERFORM 300-POST-LINE THRU 300-EXIT.
           GO TO 220-EXIT.
       280-REJECT.
           ADD 1 TO WS-REJECTS.
           PERFORM 300-POST-LINE THRU 300-EXIT.
       220-EXIT.
           EXIT.
      * Finds the item by booking number, or by the vendor's
      * confirmation number when the statement gives no booking.
       240-FIND-ITEM.
           MOVE "N" TO WS-FOUND.
           IF CT-BOOK-NO NUMERIC AND CT-BOOK-NO > 0
               MOVE CT-BOOK-NO TO CR-BOOK-NO
               READ COMMRCV-FILE
                   INVALID KEY
                       GO TO 240-EXIT
               END-READ
               MOVE "Y" TO WS-FOUND
               GO TO 240-EXIT.
           IF CT-CONF-NO = SPACES
               GO TO 240-EXIT.
           MOVE "N" TO WS-CR-EOF.
           MOVE LOW-VALUES TO CR-BOOK-NO.
           START COMMRCV-FILE KEY IS NOT LESS THAN CR-BOOK-NO
               INVALID KEY MOVE "Y" TO WS-CR-EOF
           END-START.
           PERFORM 245-SCAN-CONF THRU 245-EXIT
               UNTIL WS-CR-EOF = "Y" OR WS-FOUND = "Y".
       240-EXIT.
           EXIT.
       245-SCAN-CONF.
           READ COMMRCV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CR-EOF
                   GO TO 245-EXIT
           END-READ.
           IF CR-CONF-NO = CT-CONF-NO
               MOVE "Y" TO WS-FOUND.
       245-EXIT.
           EXIT.
      * Writes off what is left open on the item and closes it.
       260-WRITE-OFF.
           IF CR-CLOSED OR WS-OPEN-AMT NOT > 0
               MOVE "*** NOTHING OPEN TO WRITE OFF" TO POST-RESULT
               ADD 1 TO WS-REJECTS
               PERFORM 300-POST-LINE THRU 300-EXIT
               GO TO 260-EXIT.
           MOVE WS-OPEN-AMT TO POST-AMOUNT.
           ADD WS-OPEN-AMT TO WS-WOFF-TOTAL.
           ADD 1 TO WS-WOFF-COUNT.
           MOVE CT-DATE TO CR-LAST-DATE.
           MOVE "C" TO CR-STATUS.
           REWRITE COMMRCV-REC.
           MOVE "BALANCE WRITTEN OFF" TO POST-RESULT.
           PERFORM 300-POST-LINE THRU 300-EXIT.
       260-EXIT.
           EXIT.
       300-POST-LINE.
           MOVE POST-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       300-EXIT.
           EXIT.
      * Walks the open items and lists every commission still
      * unpaid 60 days or more after the client's return, bucketed
      * 60, 90, and 120 days, with whom to call at the vendor.
       400-CHASE-LIST.
           MOVE CHASE-TITLE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 3 LINES.
           MOVE CHASE-HEAD TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE "N" TO WS-CR-EOF.
           MOVE LOW-VALUES TO CR-BOOK-NO.
           START COMMRCV-FILE KEY IS NOT LESS THAN CR-BOOK-NO
               INVALID KEY MOVE "Y" TO WS-CR-EOF
           END-START.
           PERFORM 420-CHASE-ONE THRU 420-EXIT
               UNTIL WS-CR-EOF = "Y".
           MOVE WS-CHASE-60 TO CHASE-T-60.
           MOVE WS-CHASE-90 TO CHASE-T-90.
           MOVE WS-CHASE-120 TO CHASE-T-120.
           MOVE CHASE-TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE WS-CHASE-COUNT TO CHASE-T-COUNT.
           MOVE WS-OPEN-TOTAL TO CHASE-T-OPEN.
           MOVE CHASE-OPEN-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       400-EXIT.
           EXIT.
       420-CHASE-ONE.
           READ COMMRCV-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CR-EOF
                   GO TO 420-EXIT
           END-READ.
           IF NOT CR-OPEN
               GO TO 420-EXIT.
           COMPUTE WS-OPEN-AMT = CR-EXPECTED - CR-RECEIVED.
           IF WS-OPEN-AMT NOT > 0
               GO TO 420-EXIT.
           ADD WS-OPEN-AMT TO WS-OPEN-TOTAL.
           IF CR-RETURN NOT NUMERIC OR CR-RETURN = 0
               GO TO 420-EXIT.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INT -
               FUNCTION INTEGER-OF-DATE(CR-RETURN).
           IF WS-AGE-DAYS < 60
               GO TO 420-EXIT.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 90
                   ADD WS-OPEN-AMT TO WS-CHASE-60
               WHEN WS-AGE-DAYS < 120
                   ADD WS-OPEN-AMT TO WS-CHASE-90
               WHEN OTHER
                   ADD WS-OPEN-AMT TO WS-CHASE-120
           END-EVALUATE.
           ADD 1 TO WS-CHASE-COUNT.
           MOVE CR-VENDOR TO CHASE-VENDOR.
           MOVE "*** NOT ON MASTER" TO CHASE-NAME.
           MOVE SPACES TO CHASE-CONTACT.
           MOVE SPACES TO CHASE-PHONE.
           IF WS-VNDR-OPEN = "Y"
               MOVE CR-VENDOR TO VM-CODE
               READ TRAVVNDR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE VM-NAME TO CHASE-NAME
                       MOVE VM-CONTACT TO CHASE-CONTACT
                       MOVE VM-PHONE TO CHASE-PHONE
               END-READ
           END-IF.
           MOVE CR-BOOK-NO TO CHASE-BOOK-NO.
           MOVE CR-CONF-NO TO CHASE-CONF-NO.
           MOVE CR-RETURN TO CHASE-RETURN.
           MOVE WS-AGE-DAYS TO CHASE-DAYS.
           MOVE WS-OPEN-AMT TO CHASE-OPEN.
           MOVE CHASE-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       420-EXIT.
           EXIT.
      * Appends the run's entries to the TRAVGL extract: the cash
      * in clears the receivable (any overpayment is commission
      * income), and a write-off moves the balance to expense.
       600-GL-ENTRIES.
           IF WS-CASH-TOTAL = 0 AND WS-WOFF-TOTAL = 0
               GO TO 600-EXIT.
           OPEN EXTEND TRAVGL-FILE.
           IF WS-CASH-TOTAL > 0
               MOVE "TRVCASH " TO TG-ACCOUNT
               MOVE "SUPPLIER COMM RECEIVED" TO TG-DESC
               MOVE WS-CASH-TOTAL TO TG-DEBIT
               MOVE 0 TO TG-CREDIT
               WRITE TRAVGL-REC
           END-IF.
           IF WS-APPLY-TOTAL > 0
               MOVE "TRVCOMRC" TO TG-ACCOUNT
               MOVE "SUPPLIER COMM COLLECTED" TO TG-DESC
               MOVE 0 TO TG-DEBIT
               MOVE WS-APPLY-TOTAL TO TG-CREDIT
               WRITE TRAVGL-REC
           END-IF.
           IF WS-EXCESS-TOTAL > 0
               MOVE "TRVCOMIN" TO TG-ACCOUNT
               MOVE "SUPPLIER COMM OVERPAID" TO TG-DESC
               MOVE 0 TO TG-DEBIT
               MOVE WS-EXCESS-TOTAL TO TG-CREDIT
               WRITE TRAVGL-REC
           END-IF.
           IF WS-WOFF-TOTAL > 0
               MOVE "TRVCOMWO" TO TG-ACCOUNT
               MOVE "SUPPLIER COMM WRITE-OFF" TO TG-DESC
               MOVE WS-WOFF-TOTAL TO TG-DEBIT
               MOVE 0 TO TG-CREDIT
               WRITE TRAVGL-REC
               MOVE "TRVCOMRC" TO TG-ACCOUNT
               MOVE "SUPPLIER COMM WRITE-OFF" TO TG-DESC
               MOVE 0 TO TG-DEBIT
               MOVE WS-WOFF-TOTAL TO TG-CREDIT
               WRITE TRAVGL-REC
           END-IF.
           CLOSE TRAVGL-FILE.
       600-EXIT.
           EXIT.
       END PROGRAM TRAVCOMR.

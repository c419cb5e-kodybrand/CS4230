      ***********************************************************
      * BACKUP WITHHOLDING FLAG MAINTENANCE
      * KODY BRAND
      * This program runs ahead of the bank edit every night and
      * keeps the backup-withholding flag on the BANKCUST customer
      * master current, so that BANK withholds the federal backup
      * rate from the interest it credits to the right customers.
      * It first applies the B-notice file: a "B" record (an IRS
      * B-notice naming a name/TIN mismatch) starts withholding on
      * the account, and a "C" record (the customer has since
      * certified a TIN on a W-9) carries the certified TIN onto
      * the master and stops it.  It then sweeps the master and
      * starts withholding on every customer with no usable TIN on
      * file, and stops it for a customer whose TIN has since come
      * in -- a B-notice account stays withheld until its "C"
      * record arrives.  Every change is listed.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BWHLOAD.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT BWH-RPT ASSIGN TO UT-S-BWHRPT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL BANKCUST ASSIGN TO UT-S-BANKCUST
                ORGANIZATION IS INDEXED
                ACCESS IS DYNAMIC
                RECORD KEY IS CM-ACCT
                FILE STATUS IS WS-BANKCUST-STATUS.
            SELECT OPTIONAL BNOTICE ASSIGN TO UT-S-BNOTICE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BNOTICE-STATUS.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BWH-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(132).
       FD  BANKCUST
           LABEL RECORDS STANDARD
           RECORD CONTAINS 125 CHARACTERS.
       01  BANKCUST-REC.
           05  CM-ACCT      PIC X(5).
           05  CM-NAME      PIC X(25).
           05  CM-ADDR-1    PIC X(30).
           05  CM-ADDR-2    PIC X(30).
           05  CM-DELIVERY  PIC X.
           05  CM-CUST-NO   PIC X(6).
           05  CM-CYCLE     PIC X(2).
           05  CM-LAST-STMT PIC 9(8).
           05  CM-TIN       PIC X(9).
           05  CM-BWH       PIC X.
               88  CM-BWH-TIN           VALUE "T".
               88  CM-BWH-BNOTICE       VALUE "B".
           05  CM-BWH-DATE  PIC 9(8).
      * One record per IRS B-notice received, or per certified TIN
      * returned by a customer under B-notice withholding.
       FD  BNOTICE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  BNOTICE-REC.
           05  BN-ACCT      PIC X(5).
           05  BN-TIN       PIC X(9).
           05  BN-NAME      PIC X(25).
           05  BN-ACTION    PIC X.
               88  BN-IS-NOTICE         VALUE "B".
               88  BN-IS-CERTIFIED      VALUE "C".
           05  BN-DATE      PIC 9(8).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE       PIC 9(8).
           05  PD-MONTH-END      PIC X.
               88  PD-IS-MONTH-END    VALUE "Y".
       WORKING-STORAGE SECTION.
       77  UT-S-BANKCUST PIC X(50) VALUE 'C:\CS4230\BANKCUST.DAT'.
       77  UT-S-BNOTICE PIC X(50) VALUE 'C:\CS4230\BNOTICE.DAT'.
       77  UT-S-BWHRPT  PIC X(50) VALUE 'C:\CS4230\BWHLOAD.RPT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  WS-BANKCUST-STATUS PIC XX  VALUE SPACES.
       77  WS-BNOTICE-STATUS PIC XX   VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX  VALUE SPACES.
       77  WS-CUST-AVAIL PIC 9        VALUE 0.
       77  WS-BN-EOF    PIC 9         VALUE 0.
       77  WS-CUST-EOF  PIC 9         VALUE 0.
       77  WS-TIN-CHK   PIC X(9)      VALUE SPACES.
       77  WS-TIN-SW    PIC X         VALUE "N".
           88  WS-TIN-USABLE          VALUE "Y".
       77  WS-BN-READ   PIC 9(5)      VALUE 0.
       77  WS-BN-START  PIC 9(5)      VALUE 0.
       77  WS-BN-STOP   PIC 9(5)      VALUE 0.
       77  WS-BN-REJECT PIC 9(5)      VALUE 0.
       77  WS-TIN-START PIC 9(5)      VALUE 0.
       77  WS-TIN-STOP  PIC 9(5)      VALUE 0.
       77  WS-CUST-CNT  PIC 9(6)      VALUE 0.
       77  WS-ON-CNT    PIC 9(6)      VALUE 0.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER        PIC X(36)
               VALUE "BACKUP WITHHOLDING - FLAG CHANGES".
           05  FILLER        PIC X(6)   VALUE "  AS ".
           05  RPT-RUN-DATE  PIC 9(8).
       01  RPT-SECTION       PIC X(60).
       01  RPT-HEADING.
           05  FILLER        PIC X(7)   VALUE "ACCT".
           05  FILLER        PIC X(27)  VALUE "NAME".
           05  FILLER        PIC X(11)  VALUE "TIN".
           05  FILLER        PIC X(40)  VALUE "ACTION".
       01  RPT-LINE.
           05  RPT-ACCT      PIC X(5).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-NAME      PIC X(25).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-TIN       PIC X(9).
           05  FILLER        PIC X(2)   VALUE SPACES.
           05  RPT-ACTION    PIC X(40).
       01  RPT-COUNT-LINE.
           05  RPT-LABEL     PIC X(44).
           05  RPT-COUNT     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
      * Applies the B-notice file, sweeps the master for missing
      * TINs, and prints the totals.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-LOAD-PROC-DATE THRU E-020-LOAD-PROC-DATE.
           OPEN OUTPUT BWH-RPT.
           MOVE WS-CURRENT-DATE-NUM TO RPT-RUN-DATE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           OPEN I-O BANKCUST.
           IF WS-BANKCUST-STATUS = "00" OR WS-BANKCUST-STATUS = "05"
               MOVE 1 TO WS-CUST-AVAIL.
           IF WS-CUST-AVAIL = 0
               MOVE "CUSTOMER MASTER NOT AVAILABLE - NO CHANGES MADE"
                   TO RPT-SECTION
               MOVE RPT-SECTION TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 2 LINES
               CLOSE BWH-RPT
               STOP RUN.
           PERFORM 100-APPLY-NOTICES THRU E-100-APPLY-NOTICES.
           PERFORM 200-TIN-SWEEP THRU E-200-TIN-SWEEP.
           PERFORM 900-TOTALS THRU E-900-TOTALS.
           CLOSE BANKCUST BWH-RPT.
           STOP RUN.
      * Reads the official processing date set by DATEADV at the
      * head of the nightly job.  With no control record on file
      * the wall-clock date stands.
       020-LOAD-PROC-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       MOVE PD-RUN-DATE TO WS-CURRENT-DATE-FIELDS
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
       E-020-LOAD-PROC-DATE.
       EXIT.
      * Applies every record on the B-notice file.  With no file
      * on hand tonight there is nothing to apply.
       100-APPLY-NOTICES.
           MOVE "B-NOTICE FILE" TO RPT-SECTION.
           MOVE RPT-SECTION TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           OPEN INPUT BNOTICE.
           IF WS-BNOTICE-STATUS NOT = "00"
               CLOSE BNOTICE
               GO TO E-100-APPLY-NOTICES.
           MOVE 0 TO WS-BN-EOF.
           PERFORM 110-NOTICE-ONE THRU E-110-NOTICE-ONE
               UNTIL WS-BN-EOF = 1.
           CLOSE BNOTICE.
       E-100-APPLY-NOTICES.
       EXIT.
      * Applies one B-notice record to its customer.
       110-NOTICE-ONE.
           READ BNOTICE
               AT END
                   MOVE 1 TO WS-BN-EOF
                   GO TO E-110-NOTICE-ONE
           END-READ.
           ADD 1 TO WS-BN-READ.
           MOVE BN-ACCT TO RPT-ACCT.
           MOVE BN-NAME TO RPT-NAME.
           MOVE BN-TIN TO RPT-TIN.
           IF NOT BN-IS-NOTICE AND NOT BN-IS-CERTIFIED
               ADD 1 TO WS-BN-REJECT
               MOVE "REJECTED - INVALID ACTION CODE" TO RPT-ACTION
               PERFORM 800-WRITE-LINE THRU E-800-WRITE-LINE
               GO TO E-110-NOTICE-ONE.
           MOVE BN-ACCT TO CM-ACCT.
           READ BANKCUST
               INVALID KEY
                   ADD 1 TO WS-BN-REJECT
                   MOVE "REJECTED - NOT ON CUSTOMER MASTER"
                       TO RPT-ACTION
                   PERFORM 800-WRITE-LINE THRU E-800-WRITE-LINE
                   GO TO E-110-NOTICE-ONE
           END-READ.
           MOVE CM-NAME TO RPT-NAME.
           IF BN-IS-NOTICE
               MOVE "B" TO CM-BWH
               IF BN-DATE NUMERIC AND BN-DATE > 0
                   MOVE BN-DATE TO CM-BWH-DATE
               ELSE
                   MOVE WS-CURRENT-DATE-NUM TO CM-BWH-DATE
               END-IF
               ADD 1 TO WS-BN-START
               MOVE "B-NOTICE - WITHHOLDING STARTED" TO RPT-ACTION
           ELSE
               MOVE BN-TIN TO WS-TIN-CHK
               PERFORM 500-CHECK-TIN THRU E-500-CHECK-TIN
               IF NOT WS-TIN-USABLE
                   ADD 1 TO WS-BN-REJECT
                   MOVE "REJECTED - CERTIFIED TIN NOT VALID"
                       TO RPT-ACTION
                   PERFORM 800-WRITE-LINE THRU E-800-WRITE-LINE
                   GO TO E-110-NOTICE-ONE
               END-IF
               MOVE BN-TIN TO CM-TIN
               MOVE SPACE TO CM-BWH
               MOVE WS-CURRENT-DATE-NUM TO CM-BWH-DATE
               ADD 1 TO WS-BN-STOP
               MOVE "TIN CERTIFIED - WITHHOLDING STOPPED" TO RPT-ACTION
           END-IF.
           REWRITE BANKCUST-REC.
           PERFORM 800-WRITE-LINE THRU E-800-WRITE-LINE.
       E-110-NOTICE-ONE.
       EXIT.
      * Sweeps the customer master for missing TINs.
       200-TIN-SWEEP.
           MOVE "MISSING TIN SWEEP" TO RPT-SECTION.
           MOVE RPT-SECTION TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE RPT-HEADING TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE 0 TO WS-CUST-EOF.
           MOVE LOW-VALUES TO CM-ACCT.
           START BANKCUST KEY IS NOT LESS THAN CM-ACCT
               INVALID KEY MOVE 1 TO WS-CUST-EOF
           END-START.
           PERFORM 210-SWEEP-ONE THRU E-210-SWEEP-ONE
               UNTIL WS-CUST-EOF = 1.
       E-200-TIN-SWEEP.
       EXIT.
      * Starts or stops the missing-TIN withholding on one
      * customer.  A B-notice customer is left as it stands.
       210-SWEEP-ONE.
           READ BANKCUST NEXT RECORD
               AT END
                   MOVE 1 TO WS-CUST-EOF
                   GO TO E-210-SWEEP-ONE
           END-READ.
           ADD 1 TO WS-CUST-CNT.
           IF CM-BWH-BNOTICE
               ADD 1 TO WS-ON-CNT
               GO TO E-210-SWEEP-ONE.
           MOVE CM-TIN TO WS-TIN-CHK.
           MOVE CM-ACCT TO RPT-ACCT.
           MOVE CM-NAME TO RPT-NAME.
           MOVE CM-TIN TO RPT-TIN.
           PERFORM 500-CHECK-TIN THRU E-500-CHECK-TIN.
           IF NOT WS-TIN-USABLE
               ADD 1 TO WS-ON-CNT
               IF CM-BWH-TIN
                   GO TO E-210-SWEEP-ONE
               END-IF
               MOVE "T" TO CM-BWH
               MOVE WS-CURRENT-DATE-NUM TO CM-BWH-DATE
               REWRITE BANKCUST-REC
               ADD 1 TO WS-TIN-START
               MOVE "NO USABLE TIN - WITHHOLDING STARTED"
                   TO RPT-ACTION
               PERFORM 800-WRITE-LINE THRU E-800-WRITE-LINE
               GO TO E-210-SWEEP-ONE.
           IF NOT CM-BWH-TIN
               GO TO E-210-SWEEP-ONE.
           MOVE SPACE TO CM-BWH.
           MOVE WS-CURRENT-DATE-NUM TO CM-BWH-DATE.
           REWRITE BANKCUST-REC.
           ADD 1 TO WS-TIN-STOP.
           MOVE "TIN ON FILE - WITHHOLDING STOPPED" TO RPT-ACTION.
           PERFORM 800-WRITE-LINE THRU E-800-WRITE-LINE.
       E-210-SWEEP-ONE.
       EXIT.
      * Sets WS-TIN-SW to "Y" when the TIN in WS-TIN-CHK is usable:
      * nine digits and not all zeros, the same test INT1099 uses.
       500-CHECK-TIN.
           IF WS-TIN-CHK = SPACES OR WS-TIN-CHK NOT NUMERIC
               MOVE "N" TO WS-TIN-SW
           ELSE
           IF WS-TIN-CHK = "000000000"
               MOVE "N" TO WS-TIN-SW
           ELSE
               MOVE "Y" TO WS-TIN-SW.
       E-500-CHECK-TIN.
       EXIT.
      * Writes one change line.
       800-WRITE-LINE.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-800-WRITE-LINE.
       EXIT.
      * Prints the run totals.
       900-TOTALS.
           MOVE "B-NOTICE RECORDS READ" TO RPT-LABEL.
           MOVE WS-BN-READ TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE "  WITHHOLDING STARTED ON B-NOTICE" TO RPT-LABEL.
           MOVE WS-BN-START TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "  WITHHOLDING STOPPED ON CERTIFIED TIN" TO RPT-LABEL.
           MOVE WS-BN-STOP TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "  REJECTED" TO RPT-LABEL.
           MOVE WS-BN-REJECT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "CUSTOMERS SWEPT" TO RPT-LABEL.
           MOVE WS-CUST-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "  WITHHOLDING STARTED - NO USABLE TIN" TO RPT-LABEL.
           MOVE WS-TIN-START TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "  WITHHOLDING STOPPED - TIN ON FILE" TO RPT-LABEL.
           MOVE WS-TIN-STOP TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "CUSTOMERS UNDER BACKUP WITHHOLDING" TO RPT-LABEL.
           MOVE WS-ON-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       E-900-TOTALS.
       EXIT.
       END PROGRAM BWHLOAD.

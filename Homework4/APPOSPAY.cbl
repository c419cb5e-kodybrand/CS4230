      ***********************************************************
      * POSITIVE-PAY EXPORT OF ISSUED VENDOR CHECKS
      * KODY BRAND
      * This program reads the vendor check register (APCHKREG)
      * the check run writes and produces the bank's positive-pay
      * file for the bookstore's disbursement account, in the
      * same layout the payroll export uses: one record per check
      * with an issue/void indicator, check number, date, amount,
      * and payee, then a trailer with the record count and the
      * issued dollars.  The generated file is logged on the
      * XMITLOG transmission control so an unacknowledged export
      * raises the morning alarm.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPOSPAY.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL APCHKREG-FILE ASSIGN TO UT-S-APCHKREG
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS AC-CHECK-NO
               FILE STATUS IS WS-APCHKREG-STATUS.
           SELECT POSPAY-FILE ASSIGN TO UT-S-POSPAY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XMITLOG-FILE ASSIGN TO UT-S-XMITLOG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS XM-KEY
               FILE STATUS IS WS-XMITLOG-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APCHKREG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 60 CHARACTERS.
       01  APCHKREG-REC.
           05  AC-CHECK-NO         PIC 9(6).
           05  AC-VENDOR           PIC X(5).
           05  AC-NAME             PIC X(25).
           05  AC-DATE             PIC 9(8).
           05  AC-AMOUNT           PIC 9(7)V99.
           05  AC-STATUS           PIC X.
               88  AC-ISSUED               VALUE "I".
               88  AC-VOID                 VALUE "V".
           05  AC-REPLACES         PIC 9(6).
       FD  POSPAY-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PP-REC.
           05  PP-REC-TYPE         PIC X.
           05  PP-STATUS           PIC X.
           05  PP-CHECK-NO         PIC 9(6).
           05  PP-DATE             PIC 9(8).
           05  PP-AMOUNT           PIC 9(7)V99.
           05  PP-PAYEE            PIC X(20).
       01  PP-TRAILER REDEFINES PP-REC.
           05  FILLER              PIC X.
           05  PP-T-COUNT          PIC 9(7).
           05  PP-T-AMOUNT         PIC 9(9)V99.
           05  FILLER              PIC X(26).
       FD  XMITLOG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01  XMITLOG-REC.
           05  XM-KEY.
               10  XM-FILE         PIC X(12).
               10  XM-DATE         PIC 9(8).
           05  XM-COUNT            PIC 9(7).
           05  XM-DOLLARS          PIC 9(11)V99.
           05  XM-ACK-DATE         PIC 9(8).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.

       WORKING-STORAGE SECTION.
       77  UT-S-APCHKREG           PIC X(50)
               VALUE "C:\COBOL\APCHKREG.DAT".
       77  UT-S-POSPAY             PIC X(50)
               VALUE "C:\COBOL\APPPAY.TXT".
       77  UT-S-XMITLOG            PIC X(50)
               VALUE "C:\COBOL\XMITLOG.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  WS-APCHKREG-STATUS      PIC XX      VALUE SPACES.
       77  WS-XMITLOG-STATUS       PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-RUN-DATE             PIC 9(8)    VALUE ZEROS.
       77  WS-EXP-COUNT            PIC 9(7)    VALUE ZEROS.
       77  WS-EXP-AMOUNT           PIC 9(9)V99 VALUE ZEROS.
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-YEAR         PIC 9(4).
               10  WS-MONTH        PIC 9(2).
               10  WS-DAY          PIC 9(2).
           05  FILLER              PIC X(13).

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           OPEN INPUT APCHKREG-FILE.
           IF WS-APCHKREG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           OPEN OUTPUT POSPAY-FILE.
           PERFORM 100-READ-REGISTER THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           MOVE SPACES TO PP-REC.
           MOVE "T" TO PP-REC-TYPE.
           MOVE WS-EXP-COUNT TO PP-T-COUNT.
           MOVE WS-EXP-AMOUNT TO PP-T-AMOUNT.
           WRITE PP-REC.
           CLOSE APCHKREG-FILE POSPAY-FILE.
           PERFORM 900-LOG-EXPORT THRU 900-EXIT.
           STOP RUN.
      * Exports one check from the register
       100-READ-REGISTER.
           READ APCHKREG-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 100-EXIT
           END-READ.
           MOVE "D" TO PP-REC-TYPE.
           MOVE AC-STATUS TO PP-STATUS.
           MOVE AC-CHECK-NO TO PP-CHECK-NO.
           MOVE AC-DATE TO PP-DATE.
           MOVE AC-AMOUNT TO PP-AMOUNT.
           MOVE AC-NAME TO PP-PAYEE.
           WRITE PP-REC.
           ADD 1 TO WS-EXP-COUNT.
           IF AC-ISSUED
               ADD AC-AMOUNT TO WS-EXP-AMOUNT.
       100-EXIT.
           EXIT.
      * Logs the export on the transmission-control file under the
      * official PROCDATE run date, the clock the acknowledgment
      * deadline is judged against.
       900-LOG-EXPORT.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           COMPUTE WS-RUN-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DAY.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-RUN-DATE
               END-READ.
           CLOSE PROCDATE-FILE.
           OPEN I-O XMITLOG-FILE.
           MOVE "APPPAY" TO XM-FILE.
           MOVE WS-RUN-DATE TO XM-DATE.
           MOVE WS-EXP-COUNT TO XM-COUNT.
           MOVE WS-EXP-AMOUNT TO XM-DOLLARS.
           MOVE ZEROS TO XM-ACK-DATE.
           WRITE XMITLOG-REC
               INVALID KEY REWRITE XMITLOG-REC
           END-WRITE.
           CLOSE XMITLOG-FILE.
       900-EXIT.
           EXIT.
       END PROGRAM APPOSPAY.

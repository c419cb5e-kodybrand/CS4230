      *                 TRAVINST INSTALLMENT SCHEDULE, OLDEST OPEN
      *                 INSTALLMENT FIRST, SO THE SCHEDULE SHOWS
      *                 WHICH INVOICES THE CLIENT HAS ACTUALLY MET.
      * 2026-10-15  KB  WRITE EACH CARD RECEIPT TO THE CARDRCPT FILE
      *                 FOR TRAVCARD TO MATCH AGAINST THE CARD
      *                 PROCESSOR'S SETTLEMENTS.  APPEND TO THE
      *                 TRAVGL EXTRACT INSTEAD OF STARTING IT OVER,
      *                 SO ENTRIES THE DAYTIME PROGRAMS WROTE SINCE
      *                 THE LAST MERGE REACH GLMERGE; THE NIGHTLY RUN
      *                 SETS THE EXTRACT ASIDE ONCE IT IS MERGED.
      * 2026-10-15  KB  THE CARDRCPT CARD RECEIPT (NOW 38 BYTES) CARRIES
      *                 THE PROCESSOR'S FEE ON THE CHARGE, ZERO UNTIL
      *                 TRAVCARD SETTLES IT.

       ENVIRONMENT DIVISION.

               FILE STATUS IS WS-TRAVRCPT-STATUS.
           SELECT RCPT-JOURNAL ASSIGN TO UT-S-RCPTJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TRAVGL-FILE ASSIGN TO UT-S-TRAVGL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CARDRCPT-FILE ASSIGN TO UT-S-CARDRCPT
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CP-KEY
               FILE STATUS IS WS-CARDRCPT-STATUS.
           SELECT OPTIONAL TRAVINST-FILE ASSIGN TO UT-S-TRAVINST
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
           05  RC-DATE         PIC 9(8).
           05  RC-AMOUNT       PIC 9(5)V99.
           05  RC-METHOD       PIC X(2).
               88  RC-CARD     VALUE "CC" "VI" "MC" "AX" "DS".
           05  RC-GROUP        PIC X(5).
       FD  RCPT-JOURNAL.
       01  JRNL-OUT            PIC X(100).
           05  IN-DUE-DATE     PIC 9(8).
           05  IN-AMOUNT       PIC 9(5)V99.
           05  IN-PAID         PIC 9(5)V99.
      * One card receipt awaiting the processor's settlement.
       FD  CARDRCPT-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 38 CHARACTERS.
       01  CARDRCPT-REC.
           05  CP-KEY.
               10  CP-BOOK-NO  PIC 9(5).
               10  CP-DATE     PIC 9(8).
               10  CP-SEQ      PIC 9(2).
           05  CP-AMOUNT       PIC 9(5)V99.
           05  CP-METHOD       PIC X(2).
           05  CP-STATUS       PIC X.
               88  CP-UNSETTLED        VALUE "O".
               88  CP-SETTLED          VALUE "M".
               88  CP-CHARGED-BACK     VALUE "B".
           05  CP-SETTLE-DATE  PIC 9(8).
           05  CP-FEE          PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       77 UT-S-TRAVMAST        PIC X(50) VALUE "C:\Cobol\travmast.dat".
       77 UT-S-TRAVGL          PIC X(50) VALUE "C:\Cobol\travgl.dat".
       77 WS-TRAVMAST-STATUS   PIC XX    VALUE SPACES.
       77 WS-TRAVRCPT-STATUS   PIC XX    VALUE SPACES.
       77 UT-S-CARDRCPT        PIC X(50) VALUE "C:\Cobol\cardrcpt.dat".
       77 WS-CARDRCPT-STATUS   PIC XX    VALUE SPACES.
       77 WS-CARD-OPEN         PIC X     VALUE "N".
       77 WS-CARD-DONE         PIC X     VALUE "N".
       01  WS-SWITCHES.
           05 WS-RCPT-EOF-SW               PIC X(3).
               88  WS-RCPT-EOF                       VALUE "YES".
       000-MAIN.
           OPEN I-O TRAVMAST-FILE.
           OPEN I-O TRAVINST-FILE.
           OPEN I-O CARDRCPT-FILE.
           IF WS-CARDRCPT-STATUS = "00" OR WS-CARDRCPT-STATUS = "05"
               MOVE "Y" TO WS-CARD-OPEN.
           OPEN INPUT TRAVRCPT-FILE.
           OPEN OUTPUT RCPT-JOURNAL.
           MOVE JRNL-TITLE TO JRNL-OUT.
           MOVE WS-TOTAL-UNAPPLIED TO JRNL-T-UNAPPLIED.
           MOVE JRNL-TOTAL-LINE TO JRNL-OUT.
           WRITE JRNL-OUT AFTER ADVANCING 2 LINES.
           OPEN EXTEND TRAVGL-FILE.
           MOVE "TRVCASH " TO TG-ACCOUNT.
           MOVE "CASH RECEIPTS" TO TG-DESC.
           MOVE WS-TOTAL-APPLIED TO TG-DEBIT.
           WRITE TRAVGL-REC.
           CLOSE TRAVGL-FILE.
           CLOSE TRAVMAST-FILE TRAVINST-FILE TRAVRCPT-FILE
                 RCPT-JOURNAL CARDRCPT-FILE.
           STOP RUN.

      * Reads one receipt and applies it to its booking on the
           MOVE RC-DATE TO JRNL-DATE.
           MOVE RC-AMOUNT TO JRNL-AMOUNT.
           MOVE RC-METHOD TO JRNL-METHOD.
           IF RC-CARD
               PERFORM 500-CARD-RECEIPT THRU 500-EXIT.
           IF RC-GROUP NOT = SPACES
               PERFORM 200-POST-GROUP-RECEIPT THRU 200-EXIT
               GO TO 100-EXIT.
           REWRITE TRAVINST-REC.
       420-EXIT.
           EXIT.

      * Files a card receipt, whole as the client was charged, for
      * matching to the processor's settlement.  Several charges on
      * one booking in one day take the next sequence number.
       500-CARD-RECEIPT.
           IF WS-CARD-OPEN NOT = "Y"
               GO TO 500-EXIT.
           MOVE RC-BOOK-NO TO CP-BOOK-NO.
           MOVE RC-DATE TO CP-DATE.
           MOVE 0 TO CP-SEQ.
           MOVE RC-AMOUNT TO CP-AMOUNT.
           MOVE RC-METHOD TO CP-METHOD.
           MOVE "O" TO CP-STATUS.
           MOVE 0 TO CP-SETTLE-DATE.
           MOVE 0 TO CP-FEE.
           MOVE "N" TO WS-CARD-DONE.
           PERFORM 520-CARD-WRITE THRU 520-EXIT
               UNTIL WS-CARD-DONE = "Y".
       500-EXIT.
           EXIT.
       520-CARD-WRITE.
           ADD 1 TO CP-SEQ.
           WRITE CARDRCPT-REC
               INVALID KEY
                   IF CP-SEQ = 99
                       MOVE "Y" TO WS-CARD-DONE
                   END-IF
                   GO TO 520-EXIT
           END-WRITE.
           MOVE "Y" TO WS-CARD-DONE.
       520-EXIT.
           EXIT.
       END PROGRAM TRAVRCPTP.

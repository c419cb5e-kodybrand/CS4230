      ***********************************************************
      * APPROVED REPLENISHMENT TRANSFER POSTING
      * KODY BRAND
      * This program closes the loop on the store-to-store
      * replenishment suggestions.  It reads the REPLSUG file
      * after the stores have flipped the approval flag on the
      * moves they agree to, appends each approved move to the
      * transfer transaction file as a ship transaction for
      * TRANSFER to post, and prints a register.  The approved
      * lines are written back marked T (sent to transfer) so
      * they are not shipped twice and so SUGORD can tell moves
      * still waiting on a ship transaction from moves already
      * in transit.  Unapproved lines are left as they were.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLAPRV.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REPLSUG-FILE ASSIGN TO UT-S-REPLSUG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPLSUG-STATUS.
           SELECT OPTIONAL XFER-FILE ASSIGN TO UT-S-XFER
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT APRV-RPT ASSIGN TO UT-S-APRVRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLSUG-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  REPLSUG-REC.
           05  RS-ITEM-NO          PIC X(5).
           05  RS-FROM-LOC         PIC X(2).
           05  RS-TO-LOC           PIC X(2).
           05  RS-QTY              PIC 9(5).
           05  RS-APPROVED         PIC X.
               88  RS-IS-APPROVED          VALUE "Y".
       FD  XFER-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  XFER-REC.
           05  XF-ACTION           PIC X.
           05  XF-ITEM-NO          PIC X(5).
           05  XF-FROM-LOC         PIC X(2).
           05  XF-TO-LOC           PIC X(2).
           05  XF-QTY              PIC 9(5).
       FD  APRV-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(100).

       WORKING-STORAGE SECTION.
       77  UT-S-REPLSUG            PIC X(50)
               VALUE "C:\COBOL\REPLSUG.DAT".
       77  UT-S-XFER               PIC X(50)
               VALUE "C:\COBOL\XFERTXN.DAT".
       77  UT-S-APRVRPT            PIC X(50)
               VALUE "C:\COBOL\REPLAPRV.RPT".
       77  WS-REPLSUG-STATUS       PIC XX      VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-SHIPS                PIC 9(5)    VALUE ZEROS.
       77  WS-UNITS                PIC 9(7)    VALUE ZEROS.
       77  WS-SKIPPED              PIC 9(5)    VALUE ZEROS.
       77  WS-RS-COUNT             PIC S9(4)   COMP VALUE ZERO.
       77  WS-RS-IDX               PIC S9(4)   COMP VALUE ZERO.
       01  WS-RS-TABLE.
           05  WS-RS-ENTRY OCCURS 2000 TIMES.
               10  WS-RS-LINE      PIC X(15).
       77  WS-TABLE-FULL           PIC X       VALUE "N".
       01  RPT-TITLE.
           05  FILLER  PIC X(41)
               VALUE "---- REPLENISHMENT TRANSFERS SHIPPED ----".
       01  RPT-LINE.
           05  RPT-ITEM-NO         PIC X(5).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-FROM            PIC X(2).
           05  FILLER              PIC X(4)   VALUE " -> ".
           05  RPT-TO              PIC X(2).
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-QTY             PIC ZZ,ZZ9.
           05  FILLER              PIC X(2)   VALUE SPACES.
           05  RPT-RESULT          PIC X(30).
       01  RPT-TOTAL-LINE.
           05  FILLER              PIC X(17)  VALUE "SHIP TRANSACTIONS".
           05  FILLER              PIC X(2)   VALUE ": ".
           05  RPT-T-SHIPS         PIC ZZ,ZZ9.
           05  FILLER              PIC X(9)   VALUE "  UNITS: ".
           05  RPT-T-UNITS         PIC ZZZ,ZZ9.
           05  FILLER              PIC X(14)  VALUE "  UNAPPROVED: ".
           05  RPT-T-SKIPPED       PIC ZZ,ZZ9.
       01  FULL-LINE               PIC X(56)   VALUE
           "*** REPLENISHMENT FILE TOO LARGE - NOTHING SHIPPED ***".

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           OPEN INPUT REPLSUG-FILE.
           IF WS-REPLSUG-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 100-LOAD-LINE THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE REPLSUG-FILE.
           OPEN OUTPUT APRV-RPT.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
      * A file too big to hold is left alone entirely, so no move
      * ships without being marked.
           IF WS-TABLE-FULL = "Y"
               MOVE FULL-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
               CLOSE APRV-RPT
               STOP RUN.
           OPEN EXTEND XFER-FILE.
           PERFORM 200-SHIP-LINE THRU 200-EXIT
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT.
           CLOSE XFER-FILE.
           OPEN OUTPUT REPLSUG-FILE.
           PERFORM 300-WRITE-BACK THRU 300-EXIT
               VARYING WS-RS-IDX FROM 1 BY 1
               UNTIL WS-RS-IDX > WS-RS-COUNT.
           CLOSE REPLSUG-FILE.
           MOVE WS-SHIPS TO RPT-T-SHIPS.
           MOVE WS-UNITS TO RPT-T-UNITS.
           MOVE WS-SKIPPED TO RPT-T-SKIPPED.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE APRV-RPT.
           STOP RUN.
      * Loads the replenishment file
       100-LOAD-LINE.
           READ REPLSUG-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 100-EXIT
           END-READ.
           IF WS-RS-COUNT NOT < 2000
               MOVE "Y" TO WS-TABLE-FULL
               MOVE "Y" TO END-OF-FILE
               GO TO 100-EXIT.
           ADD 1 TO WS-RS-COUNT.
           MOVE REPLSUG-REC TO WS-RS-LINE (WS-RS-COUNT).
       100-EXIT.
           EXIT.
      * Writes one approved move as a ship transaction
       200-SHIP-LINE.
           MOVE WS-RS-LINE (WS-RS-IDX) TO REPLSUG-REC.
           IF NOT RS-IS-APPROVED
               IF RS-APPROVED NOT = "T"
                   ADD 1 TO WS-SKIPPED
               END-IF
               GO TO 200-EXIT.
           MOVE "S" TO XF-ACTION.
           MOVE RS-ITEM-NO TO XF-ITEM-NO.
           MOVE RS-FROM-LOC TO XF-FROM-LOC.
           MOVE RS-TO-LOC TO XF-TO-LOC.
           MOVE RS-QTY TO XF-QTY.
           WRITE XFER-REC.
           MOVE "T" TO RS-APPROVED.
           MOVE REPLSUG-REC TO WS-RS-LINE (WS-RS-IDX).
           ADD 1 TO WS-SHIPS.
           ADD RS-QTY TO WS-UNITS.
           MOVE RS-ITEM-NO TO RPT-ITEM-NO.
           MOVE RS-FROM-LOC TO RPT-FROM.
           MOVE RS-TO-LOC TO RPT-TO.
           MOVE RS-QTY TO RPT-QTY.
           MOVE "SHIP TRANSACTION WRITTEN" TO RPT-RESULT.
           MOVE RPT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       200-EXIT.
           EXIT.
      * Writes one line back to the replenishment file
       300-WRITE-BACK.
           MOVE WS-RS-LINE (WS-RS-IDX) TO REPLSUG-REC.
           WRITE REPLSUG-REC.
       300-EXIT.
           EXIT.
       END PROGRAM REPLAPRV.

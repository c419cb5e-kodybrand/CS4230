       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAVVMNT.
       AUTHOR. KODY BRAND.
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.  MAINTAINS THE TRAVVNDR
      *                 VENDOR MASTER (NAME, REMIT-TO ADDRESS,
      *                 PAYMENT TERMS, THE COMMISSION RATE THE
      *                 VENDOR PAYS US, CONTACT, AND CONFIRMATION
      *                 LEAD TIME, KEYED BY VENDOR CODE) FROM BATCH
      *                 TRANSACTIONS -- A ADD, C CHANGE, D DELETE --
      *                 WITH AN AUDIT LISTING, IN THE TRAVCLIM MOLD,
      *                 SO BOOKINGS CARRY ONE CODE PER VENDOR
      *                 INSTEAD OF WHATEVER NAME WAS TYPED.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.
           SELECT VNDTXN-FILE ASSIGN TO UT-S-VNDTXN
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRAVVNDR-FILE ASSIGN TO UT-S-TRAVVNDR
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-TRAVVNDR-STATUS.
           SELECT VNDM-RPT ASSIGN TO UT-S-VNDMRPT
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VNDTXN-FILE.
       01  VNDTXN-REC.
           05  VT-ACTION       PIC X.
               88  VT-IS-ADD           VALUE "A".
               88  VT-IS-CHANGE        VALUE "C".
               88  VT-IS-DELETE        VALUE "D".
           05  VT-CODE         PIC X(6).
           05  VT-NAME         PIC X(30).
           05  VT-REMIT-ADDR   PIC X(41).
           05  VT-TERMS-CODE   PIC X.
           05  VT-TERMS-DAYS   PIC X(3).
           05  VT-TERMS-DAYS-N REDEFINES VT-TERMS-DAYS PIC 9(3).
           05  VT-COMM-RATE    PIC X(3).
           05  VT-COMM-RATE-N  REDEFINES VT-COMM-RATE PIC V999.
           05  VT-CONTACT      PIC X(20).
           05  VT-PHONE        PIC X(10).
           05  VT-CONF-LEAD    PIC X(3).
           05  VT-CONF-LEAD-N  REDEFINES VT-CONF-LEAD PIC 9(3).
       FD  TRAVVNDR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
       COPY "TRAVVNDR.CPY".
       FD  VNDM-RPT.
       01  RPT-OUT             PIC X(100).

       WORKING-STORAGE SECTION.
       77 UT-S-VNDTXN          PIC X(50) VALUE "C:\Cobol\vndtxn.dat".
       77 UT-S-TRAVVNDR        PIC X(50) VALUE "C:\Cobol\travvndr.dat".
       77 UT-S-VNDMRPT         PIC X(50) VALUE "C:\Cobol\travvmnt.rpt".
       77 WS-TRAVVNDR-STATUS   PIC XX    VALUE SPACES.
       01  WS-SWITCHES.
           05 WS-EOF-SW                    PIC X(3).
               88  WS-EOF                            VALUE "YES".
       77 WS-ADDS               PIC 9(5)  VALUE ZERO.
       77 WS-CHANGES            PIC 9(5)  VALUE ZERO.
       77 WS-DELETES            PIC 9(5)  VALUE ZERO.
       77 WS-REJECTS            PIC 9(5)  VALUE ZERO.
       01  RPT-LINE.
           05  RPT-ACTION      PIC X(6).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  RPT-CODE        PIC X(6).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  RPT-NAME        PIC X(30).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  RPT-RESULT      PIC X(30).
       01  RPT-TOTAL-LINE.
           05  FILLER          PIC X(7)   VALUE "ADDS:  ".
           05  RPT-T-ADDS      PIC ZZZZ9.
           05  FILLER          PIC X(10)  VALUE "  CHANGES:".
           05  RPT-T-CHG       PIC ZZZZ9.
           05  FILLER          PIC X(10)  VALUE "  DELETES:".
           05  RPT-T-DEL       PIC ZZZZ9.
           05  FILLER          PIC X(10)  VALUE "  REJECTS:".
           05  RPT-T-REJ       PIC ZZZZ9.
       PROCEDURE DIVISION.
       000-MAIN.
           OPEN INPUT VNDTXN-FILE
                I-O TRAVVNDR-FILE
                OUTPUT VNDM-RPT.
           MOVE "NO" TO WS-EOF-SW.
           PERFORM 100-READ-TXN THRU 100-EXIT
               UNTIL WS-EOF.
           MOVE WS-ADDS TO RPT-T-ADDS.
           MOVE WS-CHANGES TO RPT-T-CHG.
           MOVE WS-DELETES TO RPT-T-DEL.
           MOVE WS-REJECTS TO RPT-T-REJ.
           MOVE RPT-TOTAL-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           CLOSE VNDTXN-FILE TRAVVNDR-FILE VNDM-RPT.
           STOP RUN.

       100-READ-TXN.
           READ VNDTXN-FILE
               AT END
                   MOVE "YES" TO WS-EOF-SW
                   GO TO 100-EXIT
           END-READ.
           MOVE VT-CODE TO RPT-CODE.
           MOVE VT-NAME TO RPT-NAME.
           IF VT-CODE = SPACES
               ADD 1 TO WS-REJECTS
               MOVE "REJECT" TO RPT-ACTION
               MOVE "VENDOR CODE IS BLANK" TO RPT-RESULT
               PERFORM 300-PRINT-LINE THRU 300-EXIT
               GO TO 100-EXIT.
           IF VT-IS-ADD
               PERFORM 200-ADD-VENDOR THRU 200-EXIT
           ELSE
           IF VT-IS-CHANGE
               PERFORM 210-CHANGE-VENDOR THRU 210-EXIT
           ELSE
           IF VT-IS-DELETE
               PERFORM 220-DELETE-VENDOR THRU 220-EXIT
           ELSE
               ADD 1 TO WS-REJECTS
               MOVE "REJECT" TO RPT-ACTION
               MOVE "INVALID ACTION CODE" TO RPT-RESULT
               PERFORM 300-PRINT-LINE THRU 300-EXIT.
       100-EXIT.
           EXIT.

      * Adds a vendor.  Terms default to net zero days off the
      * departure when none are keyed; a keyed terms code must be
      * P (due before departure) or N (net after departure).
       200-ADD-VENDOR.
           MOVE "ADD   " TO RPT-ACTION.
           IF VT-NAME = SPACES
               ADD 1 TO WS-REJECTS
               MOVE "REJECT" TO RPT-ACTION
               MOVE "VENDOR NAME IS BLANK" TO RPT-RESULT
               PERFORM 300-PRINT-LINE THRU 300-EXIT
               GO TO 200-EXIT.
           IF VT-TERMS-CODE NOT = SPACE AND VT-TERMS-CODE NOT = "P"
               AND VT-TERMS-CODE NOT = "N"
               ADD 1 TO WS-REJECTS
               MOVE "REJECT" TO RPT-ACTION
               MOVE "TERMS CODE MUST BE P OR N" TO RPT-RESULT
               PERFORM 300-PRINT-LINE THRU 300-EXIT
               GO TO 200-EXIT.
           MOVE VT-CODE TO VM-CODE.
           MOVE VT-NAME TO VM-NAME.
           MOVE VT-REMIT-ADDR TO VM-REMIT-ADDR.
           IF VT-TERMS-CODE = SPACE
               MOVE "N" TO VM-TERMS-CODE
           ELSE
               MOVE VT-TERMS-CODE TO VM-TERMS-CODE.
           IF VT-TERMS-DAYS NUMERIC
               MOVE VT-TERMS-DAYS-N TO VM-TERMS-DAYS
           ELSE
               MOVE ZEROES TO VM-TERMS-DAYS.
           IF VT-COMM-RATE NUMERIC
               MOVE VT-COMM-RATE-N TO VM-COMM-RATE
           ELSE
               MOVE ZEROES TO VM-COMM-RATE.
           MOVE VT-CONTACT TO VM-CONTACT.
           MOVE VT-PHONE TO VM-PHONE.
           IF VT-CONF-LEAD NUMERIC
               MOVE VT-CONF-LEAD-N TO VM-CONF-LEAD
           ELSE
               MOVE ZEROES TO VM-CONF-LEAD.
           WRITE TRAVVNDR-REC
               INVALID KEY
                   ADD 1 TO WS-REJECTS
                   MOVE "REJECT" TO RPT-ACTION
                   MOVE "VENDOR ALREADY ON MASTER" TO RPT-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS
                   MOVE "VENDOR ADDED" TO RPT-RESULT
           END-WRITE.
           PERFORM 300-PRINT-LINE THRU 300-EXIT.
       200-EXIT.
           EXIT.

      * Changes a vendor.  Blank fields keep what is on file; the
      * numeric fields change whenever digits are keyed, so a rate
      * or lead time can be changed to zero.
       210-CHANGE-VENDOR.
           MOVE "CHANGE" TO RPT-ACTION.
           MOVE VT-CODE TO VM-CODE.
           READ TRAVVNDR-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTS
                   MOVE "REJECT" TO RPT-ACTION
                   MOVE "VENDOR NOT ON MASTER" TO RPT-RESULT
                   PERFORM 300-PRINT-LINE THRU 300-EXIT
                   GO TO 210-EXIT
           END-READ.
           IF VT-TERMS-CODE NOT = SPACE AND VT-TERMS-CODE NOT = "P"
               AND VT-TERMS-CODE NOT = "N"
               ADD 1 TO WS-REJECTS
               MOVE "REJECT" TO RPT-ACTION
               MOVE "TERMS CODE MUST BE P OR N" TO RPT-RESULT
               PERFORM 300-PRINT-LINE THRU 300-EXIT
               GO TO 210-EXIT.
           IF VT-NAME NOT = SPACES
               MOVE VT-NAME TO VM-NAME.
           IF VT-REMIT-ADDR NOT = SPACES
               MOVE VT-REMIT-ADDR TO VM-REMIT-ADDR.
           IF VT-TERMS-CODE NOT = SPACE
               MOVE VT-TERMS-CODE TO VM-TERMS-CODE.
           IF VT-TERMS-DAYS NUMERIC
               MOVE VT-TERMS-DAYS-N TO VM-TERMS-DAYS.
           IF VT-COMM-RATE NUMERIC
               MOVE VT-COMM-RATE-N TO VM-COMM-RATE.
           IF VT-CONTACT NOT = SPACES
               MOVE VT-CONTACT TO VM-CONTACT.
           IF VT-PHONE NOT = SPACES
               MOVE VT-PHONE TO VM-PHONE.
           IF VT-CONF-LEAD NUMERIC
               MOVE VT-CONF-LEAD-N TO VM-CONF-LEAD.
           MOVE VM-NAME TO RPT-NAME.
           REWRITE TRAVVNDR-REC.
           ADD 1 TO WS-CHANGES.
           MOVE "VENDOR CHANGED" TO RPT-RESULT.
           PERFORM 300-PRINT-LINE THRU 300-EXIT.
       210-EXIT.
           EXIT.

       220-DELETE-VENDOR.
           MOVE "DELETE" TO RPT-ACTION.
           MOVE VT-CODE TO VM-CODE.
           DELETE TRAVVNDR-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTS
                   MOVE "REJECT" TO RPT-ACTION
                   MOVE "VENDOR NOT ON MASTER" TO RPT-RESULT
               NOT INVALID KEY
                   ADD 1 TO WS-DELETES
                   MOVE "VENDOR DELETED" TO RPT-RESULT
           END-DELETE.
           PERFORM 300-PRINT-LINE THRU 300-EXIT.
       220-EXIT.
           EXIT.

       300-PRINT-LINE.
           MOVE RPT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
       300-EXIT.
           EXIT.
       END PROGRAM TRAVVMNT.

      * KODY BRAND
      * This program maintains the VENDMAST vendor master the
      * inventory side never had: code, name, payment terms,
      * lead-time days, minimum order, mailing address, and how
      * the vendor takes purchase orders (paper or EDI, with the
      * EDI trading-partner ID), keyed by vendor code,
      * from batch transactions -- A add, C change, D delete --
      * with an audit listing.  The suggested-order run reads the
      * lead time per vendor and the purchase-order screen
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CARRY THE VENDOR'S MAILING ADDRESS,
      *                 PURCHASE-ORDER METHOD (P PAPER, E EDI) AND
      *                 EDI TRADING-PARTNER ID ON THE MASTER AND
      *                 THE MAINTENANCE TRANSACTION. A VENDOR GOES
      *                 EDI ONLY WITH AN ID ON FILE.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMNT.
           05  VT-TERMS        PIC X(10).
           05  VT-LEAD-DAYS    PIC 9(3).
           05  VT-MIN-ORDER    PIC 9(5)V99.
           05  VT-ADDR-1       PIC X(30).
           05  VT-ADDR-2       PIC X(30).
           05  VT-CITY         PIC X(20).
           05  VT-STATE        PIC X(2).
           05  VT-ZIP          PIC X(10).
           05  VT-PO-METHOD    PIC X.
               88  VT-PO-METHOD-OK     VALUE "P" "E".
           05  VT-EDI-ID       PIC X(15).
       FD  VENDMAST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 158 CHARACTERS.
       01  VENDMAST-REC.
           05  VM-CODE         PIC X(5).
           05  VM-NAME         PIC X(25).
           05  VM-TERMS        PIC X(10).
           05  VM-LEAD-DAYS    PIC 9(3).
           05  VM-MIN-ORDER    PIC 9(5)V99.
           05  VM-ADDR-1       PIC X(30).
           05  VM-ADDR-2       PIC X(30).
           05  VM-CITY         PIC X(20).
           05  VM-STATE        PIC X(2).
           05  VM-ZIP          PIC X(10).
           05  VM-PO-METHOD    PIC X.
               88  VM-PO-BY-EDI    VALUE "E".
           05  VM-EDI-ID       PIC X(15).
       FD  MAINT-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           MOVE VT-TERMS TO VM-TERMS.
           MOVE VT-LEAD-DAYS TO VM-LEAD-DAYS.
           MOVE VT-MIN-ORDER TO VM-MIN-ORDER.
           MOVE VT-ADDR-1 TO VM-ADDR-1.
           MOVE VT-ADDR-2 TO VM-ADDR-2.
           MOVE VT-CITY TO VM-CITY.
           MOVE VT-STATE TO VM-STATE.
           MOVE VT-ZIP TO VM-ZIP.
           MOVE VT-EDI-ID TO VM-EDI-ID.
      * Purchase orders go on paper unless the vendor is set up
      * for EDI with a trading-partner ID to send them to.
           MOVE "P" TO VM-PO-METHOD.
           IF VT-PO-METHOD = "E" AND VT-EDI-ID NOT = SPACES
               MOVE "E" TO VM-PO-METHOD.
           WRITE VENDMAST-REC
               INVALID KEY
                   ADD 1 TO WS-REJECTS
               MOVE VT-LEAD-DAYS TO VM-LEAD-DAYS.
           IF VT-MIN-ORDER NUMERIC AND VT-MIN-ORDER > 0
               MOVE VT-MIN-ORDER TO VM-MIN-ORDER.
           IF VT-ADDR-1 NOT = SPACES
               MOVE VT-ADDR-1 TO VM-ADDR-1.
           IF VT-ADDR-2 NOT = SPACES
               MOVE VT-ADDR-2 TO VM-ADDR-2.
           IF VT-CITY NOT = SPACES
               MOVE VT-CITY TO VM-CITY.
           IF VT-STATE NOT = SPACES
               MOVE VT-STATE TO VM-STATE.
           IF VT-ZIP NOT = SPACES
               MOVE VT-ZIP TO VM-ZIP.
           IF VT-EDI-ID NOT = SPACES
               MOVE VT-EDI-ID TO VM-EDI-ID.
           IF VT-PO-METHOD-OK
               MOVE VT-PO-METHOD TO VM-PO-METHOD.
           IF VM-PO-BY-EDI AND VM-EDI-ID = SPACES
               MOVE "P" TO VM-PO-METHOD.
           REWRITE VENDMAST-REC.
           ADD 1 TO WS-CHANGES.
           MOVE "VENDOR CHANGED" TO RPT-RESULT.

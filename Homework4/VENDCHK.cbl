      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  VENDMAST RECORD WIDENED FOR THE VENDOR
      *                 ADDRESS AND PURCHASE-ORDER METHOD.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDCHK.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       77  UT-S-VENDMAST PIC X(50)

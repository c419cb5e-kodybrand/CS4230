      *                 ACCOUNT NUMBERS MATCH THE BANK'S RECORD,
      *                 FALLING BACK TO THE FIRST SEQUENCE WHEN
      *                 NOTHING MATCHES EXACTLY.
      * 2026-10-15  KB  CARRY THE W-4 ELECTION FIELDS NOW ON THE
      *                 EMPLOYEE MASTER RECORD.
      * 2026-10-15  KB  CARRY THE SOCIAL SECURITY NUMBER NOW ON
      *                 THE EMPLOYEE MASTER RECORD.
      * 2026-10-15  KB  EMPLOYEE MASTER RECORD CARRIES THE HOME
      *                 ADDRESS (STREET, CITY, STATE, ZIP) FOR
      *                 STATE NEW-HIRE REPORTING.
      * 2026-10-15  KB  CARRY THE WORKERS' COMP CLASS CODE NOW ON
      *                 THE EMPLOYEE MASTER RECORD.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHRTN.
           05  EM-PAY-RATE PIC 9(5)V99.
           05  EM-RATE-EFF-DATE PIC 9(8).
           05  EM-PREV-RATE PIC 9(5)V99.
           05  EM-W4-EFF-DATE PIC 9(8).
           05  EM-W4-CURRENT.
               10  EM-W4-STATUS    PIC X.
               10  EM-W4-CREDIT    PIC 9(5)V99.
               10  EM-W4-EXTRA     PIC 9(4)V99.
               10  EM-W4-EXEMPT    PIC X.
               10  EM-W4-EXEMPT-YR PIC 9(4).
           05  EM-W4-PRIOR.
               10  EM-W4-PRV-STATUS PIC X.
               10  EM-W4-PRV-CREDIT PIC 9(5)V99.
               10  EM-W4-PRV-EXTRA PIC 9(4)V99.
               10  EM-W4-PRV-EXEMPT PIC X.
               10  EM-W4-PRV-EXEMPT-YR PIC 9(4).
           05  EM-SSN      PIC X(9).
           05  EM-HOME-ADDRESS.
               10  EM-ADDR     PIC X(30).
               10  EM-CITY     PIC X(20).
               10  EM-STATE    PIC X(2).
               10  EM-ZIP      PIC X(9).
           05  EM-WC-CLASS PIC X(4).
       FD  CHKREG-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.

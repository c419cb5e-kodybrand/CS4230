      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CARRY THE HOURS PAID AND PAY CODE NOW ON
      *                 THE PAY-DETAIL EXTRACT RECORD.
      * 2026-10-15  KB  CARRY THE WORKERS' COMP CLASS CODE AND
      *                 OVERTIME PREMIUM NOW ON THE PAY-DETAIL
      *                 EXTRACT RECORD.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUTAQTR.
           05  PD-YTD-GROSS    PIC 9(7)V99.
           05  PD-YTD-NET      PIC 9(7)V99.
           05  PD-STATE        PIC XX.
           05  PD-HOURS        PIC 9(3)V99.
           05  PD-PAYCODE      PIC X.
           05  PD-WC-CLASS     PIC X(4).
           05  PD-OT-PREM      PIC 9(5)V99.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SRT-STATE   PIC XX.

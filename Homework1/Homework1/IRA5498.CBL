      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CARRY THE BACKUP-WITHHOLDING FLAG AND DATE
      *                 ON BANKCUST-REC.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IRA5498.
           05  IR-DISTRIB   PIC 9(7)V99.
       FD  BANKCUST
           LABEL RECORDS STANDARD
           RECORD CONTAINS 125 CHARACTERS.
       01  BANKCUST-REC.
           05  CM-ACCT      PIC X(5).
           05  CM-NAME      PIC X(25).
           05  CM-CYCLE     PIC X(2).
           05  CM-LAST-STMT PIC 9(8).
           05  CM-TIN       PIC X(9).
           05  CM-BWH       PIC X.
           05  CM-BWH-DATE  PIC 9(8).
       FD  IRA5498-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.

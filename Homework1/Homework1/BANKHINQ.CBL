      * 2026-08-22  KB  REQUIRE OPERATOR SIGN-ON THROUGH OPERSIGN.
      * 2026-09-03  KB  CARRY THE TELLER ID NOW ON THE BANKHIST
      *                 RECORD AND SHOW IT ON THE INQUIRY LINE.
      * 2026-10-15  KB  CARRY THE CHECK NUMBER (BH-CHECK-NO) NOW
      *                 ON THE BANKHIST RECORD AND SHOW IT ON THE
      *                 INQUIRY LINE.
      * 2026-10-15  KB  INQUIRIES STAMPED TO THE OPERATOR ACTIVITY
      *                 JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKHINQ.
       FILE SECTION.
       FD  BANKHIST-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 58 CHARACTERS.
       01  BANKHIST-REC.
           05  BH-KEY.
               10  BH-ACCT      PIC X(5).
           05  BH-FEE       PIC 9(4)V99.
           05  BH-BALANCE   PIC S9(7)V99.
           05  BH-TELLER    PIC X(3).
           05  BH-CHECK-NO  PIC 9(6).
       WORKING-STORAGE SECTION.
       77  UT-S-BANKHIST PIC X(50) VALUE 'C:\CS4230\BANKHIST.DAT'.
       77  WS-BANKHIST-STATUS PIC XX  VALUE SPACES.
       77  WS-OPER-ID   PIC X(3)      VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9        VALUE 0.
       77  WS-SIGNON-OK PIC X         VALUE "N".
       77  WS-ACT-PROGRAM PIC X(8)    VALUE "BANKHINQ".
       77  WS-ACT-FUNCTION PIC X(20)  VALUE SPACES.
       77  WS-ACT-KEY   PIC X(20)     VALUE SPACES.
       77  WS-ACT-OWNER PIC X(3)      VALUE SPACES.
       01  INQ-HEADING.
           05  FILLER       PIC X(8)   VALUE "DATE    ".
           05  FILLER       PIC X(2).
           05  FILLER       PIC X(11)  VALUE "    BALANCE".
           05  FILLER       PIC X(2).
           05  FILLER       PIC X(3)   VALUE "TLR".
           05  FILLER       PIC X(2).
           05  FILLER       PIC X(6)   VALUE "CHECK ".
       01  INQ-LINE.
           05  INQ-DATE     PIC 9(8).
           05  FILLER       PIC X(2)   VALUE SPACES.
           05  INQ-BAL      PIC +Z,ZZZ,ZZ9.99.
           05  FILLER       PIC X(2)   VALUE SPACES.
           05  INQ-TELLER   PIC X(3).
           05  FILLER       PIC X(2)   VALUE SPACES.
           05  INQ-CHECK-NO PIC X(6).
       PROCEDURE DIVISION.
      * Prompts for inquiries until the operator keys 99999.
       000-MAIN.
               MOVE 99999999 TO WS-INQ-END
           ELSE
               MOVE WS-DATE-IN TO WS-INQ-END.
           MOVE "VIEW HISTORY" TO WS-ACT-FUNCTION.
           MOVE WS-INQ-ACCT TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           MOVE 0 TO WS-HIST-EOF.
           MOVE 0 TO WS-LINES-SHOWN.
           MOVE WS-INQ-ACCT TO BH-ACCT.
           MOVE BH-FEE TO INQ-FEE.
           MOVE BH-BALANCE TO INQ-BAL.
           MOVE BH-TELLER TO INQ-TELLER.
      * Only a paid or returned check carries a number; records
      * archived before check numbers existed read back unstamped.
           IF BH-CHECK-NO NUMERIC AND BH-CHECK-NO > 0
               MOVE BH-CHECK-NO TO INQ-CHECK-NO
           ELSE
               MOVE SPACES TO INQ-CHECK-NO.
           DISPLAY INQ-LINE.
           ADD 1 TO WS-LINES-SHOWN.
       E-200-SHOW-NEXT.

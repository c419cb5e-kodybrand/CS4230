      *                 OVERFLOWS THE WORK TABLE: THE SESSION ENDS
      *                 WITH THE FILE UNTOUCHED INSTEAD OF
      *                 SILENTLY DROPPING THE OVERFLOW RECORDS.
      * 2026-10-15  KB  RECORDED DEPOSITS STAMPED TO THE OPERATOR
      *                 ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEDDEPM.
       77  WS-OPER-ID   PIC X(3)       VALUE SPACES.
       77  WS-AUTH-LEVEL PIC 9         VALUE 0.
       77  WS-SIGNON-OK PIC X          VALUE "N".
       77  WS-ACT-PROGRAM PIC X(8)     VALUE "FEDDEPM".
       77  WS-ACT-FUNCTION PIC X(20)   VALUE SPACES.
       77  WS-ACT-KEY   PIC X(20)      VALUE SPACES.
       77  WS-ACT-OWNER PIC X(3)       VALUE SPACES.
       01  WS-DEP-TABLE.
           05  WS-DP-ENTRY OCCURS 100 TIMES.
               10  WS-DP-PERIOD   PIC 9(4).
               MOVE WS-PICK-DATE TO WS-DP-PAID(WS-DEP-IDX)
               MOVE 1 TO WS-MATCHED
               ADD 1 TO WS-RECORDED
               DISPLAY "DEPOSIT RECORDED"
               MOVE "RECORD TAX DEPOSIT" TO WS-ACT-FUNCTION
               MOVE SPACES TO WS-ACT-KEY
               STRING WS-PICK-PERIOD " PAID " WS-PICK-DATE
                   DELIMITED BY SIZE INTO WS-ACT-KEY
               CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
                   WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       350-EXIT.
           EXIT.
      * Writes the schedule back with the paid dates stamped.

      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CLOSES AND REOPENS STAMPED TO THE OPERATOR
      *                 ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPERM.
       77  WS-AUTH-LEVEL       PIC 9       VALUE 0.
       77  WS-SIGNON-OK        PIC X       VALUE "N".
       77  WS-VIOL-FUNCTION    PIC X(30)   VALUE SPACES.
       77  WS-ACT-PROGRAM      PIC X(8)    VALUE "GLPERM".
       77  WS-ACT-FUNCTION     PIC X(20)   VALUE SPACES.
       77  WS-ACT-KEY          PIC X(20)   VALUE SPACES.
       77  WS-ACT-OWNER        PIC X(3)    VALUE SPACES.
       77  WS-PERIOD-IN        PIC 9(6)    VALUE ZEROS.
       77  WS-ACTION-IN        PIC X       VALUE SPACE.
       77  WS-FOUND            PIC 9       VALUE 0.
           MOVE " CLOSED" TO AUD-VERB.
           MOVE WS-AUDIT-TEXT TO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "CLOSE PERIOD" TO WS-ACT-FUNCTION.
           MOVE WS-PERIOD-IN TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           DISPLAY "PERIOD " WS-PERIOD-IN " CLOSED".
       E-200-CLOSE-PERIOD.
       EXIT.
           MOVE " REOPENED" TO AUD-VERB.
           MOVE WS-AUDIT-TEXT TO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE "REOPEN PERIOD" TO WS-ACT-FUNCTION.
           MOVE WS-PERIOD-IN TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           DISPLAY "PERIOD " WS-PERIOD-IN " REOPENED".
       E-300-REOPEN-PERIOD.
       EXIT.

      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  CHANGES STAMPED TO THE OPERATOR ACTIVITY
      *                 JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERMNT.
       77  WS-AUTH-LEVEL       PIC 9       VALUE 0.
       77  WS-SIGNON-OK        PIC X       VALUE "N".
       77  WS-VIOL-FUNCTION    PIC X(30)   VALUE SPACES.
       77  WS-ACT-PROGRAM      PIC X(8)    VALUE "OPERMNT".
       77  WS-ACT-FUNCTION     PIC X(20)   VALUE SPACES.
       77  WS-ACT-KEY          PIC X(20)   VALUE SPACES.
       77  WS-ACT-OWNER        PIC X(3)    VALUE SPACES.
       77  WS-ACTION-IN        PIC X       VALUE SPACE.
       77  WS-ID-IN            PIC X(3)    VALUE SPACES.
       77  WS-NAME-IN          PIC X(20)   VALUE SPACES.
               INVALID KEY CONTINUE
           END-WRITE.
           MOVE " ADDED" TO AUD-VERB.
           MOVE "ADD OPERATOR" TO WS-ACT-FUNCTION.
           PERFORM 700-AUDIT THRU E-700-AUDIT.
           DISPLAY "OPERATOR ADDED".
       E-200-ADD-OPERATOR.
           MOVE "D" TO OP-STATUS.
           REWRITE OPERMAST-REC.
           MOVE " DISABLED" TO AUD-VERB.
           MOVE "DISABLE OPERATOR" TO WS-ACT-FUNCTION.
           PERFORM 700-AUDIT THRU E-700-AUDIT.
           DISPLAY "OPERATOR DISABLED".
       E-300-DISABLE.
           MOVE 0 TO OP-FAIL-COUNT.
           REWRITE OPERMAST-REC.
           MOVE " PASSWORD RESET" TO AUD-VERB.
           MOVE "RESET PASSWORD" TO WS-ACT-FUNCTION.
           PERFORM 700-AUDIT THRU E-700-AUDIT.
           DISPLAY "PASSWORD RESET - CHANGE FORCED AT SIGN-ON".
       E-400-RESET-PASSWORD.
           MOVE WS-LEVEL-IN TO OP-AUTH-LEVEL.
           REWRITE OPERMAST-REC.
           MOVE " LEVEL CHANGED" TO AUD-VERB.
           MOVE "CHANGE AUTH LEVEL" TO WS-ACT-FUNCTION.
           PERFORM 700-AUDIT THRU E-700-AUDIT.
           DISPLAY "AUTH LEVEL CHANGED".
       E-500-CHANGE-LEVEL.
       EXIT.
      * Stamps one change to the audit log and the activity
      * journal.
       700-AUDIT.
           MOVE WS-ID-IN TO AUD-ID.
           MOVE WS-AUDIT-TEXT TO WS-VIOL-FUNCTION.
           CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION.
           MOVE WS-ID-IN TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-700-AUDIT.
       EXIT.
       END PROGRAM OPERMNT.

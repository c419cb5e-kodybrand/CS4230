      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-09-03  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  ORDERS TAKEN, DISPLAYED, AND PICKED UP ARE
      *                 STAMPED TO THE OPERATOR ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPORDENT.
       77  WS-OPER-ID              PIC X(3)    VALUE SPACES.
       77  WS-AUTH-LEVEL           PIC 9       VALUE 0.
       77  WS-SIGNON-OK            PIC X       VALUE "N".
       77  WS-ACT-PROGRAM          PIC X(8)    VALUE "SPORDENT".
       77  WS-ACT-FUNCTION         PIC X(20)   VALUE SPACES.
       77  WS-ACT-KEY              PIC X(20)   VALUE SPACES.
       77  WS-ACT-OWNER            PIC X(3)    VALUE SPACES.
       01  SCREEN-LINE.
           05  SCR-SEQ             PIC 9(3).
           05  FILLER              PIC X(2)    VALUE SPACES.
           END-WRITE.
           DISPLAY "SPECIAL ORDER " SP-SEQ " TAKEN FOR ITEM "
               SP-ITEM-NO.
           MOVE "ADD SPECIAL ORDER" TO WS-ACT-FUNCTION.
           MOVE SP-KEY TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       200-EXIT.
           EXIT.
      * Finds the item's next free sequence number.
               UNTIL WS-SO-EOF = "Y".
           IF WS-SHOWN = 0
               DISPLAY "NO SPECIAL ORDERS FOR THAT ITEM".
           MOVE "VIEW SPECIAL ORDERS" TO WS-ACT-FUNCTION.
           MOVE WS-ITEM-IN TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       300-EXIT.
           EXIT.
       320-SHOW-ONE.
           MOVE "P" TO SP-STATUS.
           REWRITE SPCLORD-REC.
           DISPLAY "ORDER MARKED PICKED UP".
           MOVE "CLOSE SPECIAL ORDER" TO WS-ACT-FUNCTION.
           MOVE SP-KEY TO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       400-EXIT.
           EXIT.
       END PROGRAM SPORDENT.

      * 2026-08-22  KB  DROP DISPOSED ITEMS OLDER THAN THIRTY DAYS
      *                 AT WRITE-BACK, SO HISTORY CANNOT FILL THE
      *                 WORK TABLE FOR GOOD.
      * 2026-10-15  KB  DISPOSITIONS STAMPED TO THE OPERATOR
      *                 ACTIVITY JOURNAL.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPREVW.
       77  WS-AUTH-LEVEL       PIC 9       VALUE 0.
       77  WS-SIGNON-OK        PIC X       VALUE "N".
       77  WS-VIOL-FUNCTION    PIC X(30)   VALUE SPACES.
       77  WS-ACT-PROGRAM      PIC X(8)    VALUE "EXCPREVW".
       77  WS-ACT-FUNCTION     PIC X(20)   VALUE SPACES.
       77  WS-ACT-KEY          PIC X(20)   VALUE SPACES.
       77  WS-ACT-OWNER        PIC X(3)    VALUE SPACES.
       77  WS-OVERFLOWED       PIC 9(3)    VALUE ZEROS.
      * Disposed items ride the work file this many days for
      * reference, then drop off so the table cannot fill with
                   TO WS-IT-DISP-DATE(WS-ITEM-IDX)
               MOVE WS-PICK-OPER TO WS-IT-OPERATOR(WS-ITEM-IDX)
               MOVE WS-PICK-COMMENT TO WS-IT-COMMENT(WS-ITEM-IDX)
               DISPLAY "ITEM " WS-PICK-SEQ-N " DISPOSED"
               PERFORM 390-LOG-DISPOSITION THRU E-390-LOG.
       E-380-APPLY.
       EXIT.
      * Stamps the disposition to the operator activity journal.
       390-LOG-DISPOSITION.
           IF WS-PICK-DISP = "C"
               MOVE "DISPOSE CORRECTED" TO WS-ACT-FUNCTION
           ELSE
               MOVE "DISPOSE WRITE-OFF" TO WS-ACT-FUNCTION.
           MOVE SPACES TO WS-ACT-KEY.
           STRING WS-IT-SUBSYS(WS-ITEM-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PICK-SEQ-N DELIMITED BY SIZE
               INTO WS-ACT-KEY.
           CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
               WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
       E-390-LOG.
       EXIT.
      * Writes the work file back and prints the open summary.
       800-CLOSEUP.
           OPEN OUTPUT EXCPWORK-OUT.

       01  AUTH-LEVEL                      PIC 9    VALUE 0.
       01  SIGNON-OK                       PIC X    VALUE "N".
       01  VIOL-FUNCTION                   PIC X(30) VALUE SPACES.
       01  ACT-PROGRAM                     PIC X(8)  VALUE "PURCHORD".
       01  ACT-FUNCTION                    PIC X(20) VALUE SPACES.
       01  ACT-KEY                         PIC X(20) VALUE SPACES.
       01  ACT-OWNER                       PIC X(3)  VALUE SPACES.

       01  PO-INVENTORY-DATA.
           05  PO-REORDER-POINT            PIC S9(5).
                           WHEN "Y"
                               DISPLAY "PURCHASE ORDER CUT!"
                                   AT LINE 23 COLUMN 1
                               MOVE "ADD PURCHASE ORDER" TO ACT-FUNCTION
                               MOVE PO-ITEM-NO TO ACT-KEY
                               CALL "OPERACT" USING OPERATOR-ID,
                                   ACT-PROGRAM, ACT-FUNCTION, ACT-KEY,
                                   ACT-OWNER
                           WHEN "C"
                               MOVE "Record has changed, try again"
                                    TO ERROR-MESSAGE

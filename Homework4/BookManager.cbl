       01 AUTH-LEVEL                           PIC 9  VALUE 0.
       01 SIGNON-OK                            PIC X  VALUE "N".
       01 VIOL-FUNCTION                        PIC X(30) VALUE SPACES.
       01 ACT-PROGRAM                          PIC X(8) VALUE "BOOKMGR".
       01 ACT-FUNCTION                         PIC X(20) VALUE SPACES.
       01 ACT-KEY                              PIC X(20) VALUE SPACES.
       01 ACT-OWNER                            PIC X(3) VALUE SPACES.

       01  BOOK-DATA.
           05  BK-ITEM-NUMBER                      PIC X(5).
              INVOKE
              BookUIObj::DisplayErrorMessage(ERROR-MESSAGE)
           ELSE
              MOVE "VIEW ITEM" TO ACT-FUNCTION
              MOVE BK-ITEM-NUMBER TO ACT-KEY
              CALL "OPERACT" USING OPERATOR-ID, ACT-PROGRAM,
                  ACT-FUNCTION, ACT-KEY, ACT-OWNER
              INVOKE BookUIObj::DisplayBlankLine

              INVOKE
               EVALUATE UPDATE-RESULT
                   WHEN "Y"
                       DISPLAY "UPDATED RECORD!" AT LINE 23 COLUMN 1
                       MOVE "CHANGE ITEM PRICE" TO ACT-FUNCTION
                       MOVE BK-ITEM-NUMBER TO ACT-KEY
                       CALL "OPERACT" USING OPERATOR-ID, ACT-PROGRAM,
                           ACT-FUNCTION, ACT-KEY, ACT-OWNER
                   WHEN "C"
                       MOVE "Record has changed, try again"
                            TO ERROR-MESSAGE
                   WHEN "Y"
                       MOVE NEW-COST TO BK-UNIT-COST
                       DISPLAY "UPDATED RECORD!" AT LINE 23 COLUMN 1
                       MOVE "CHANGE ITEM COST" TO ACT-FUNCTION
                       MOVE BK-ITEM-NUMBER TO ACT-KEY
                       CALL "OPERACT" USING OPERATOR-ID, ACT-PROGRAM,
                           ACT-FUNCTION, ACT-KEY, ACT-OWNER
                   WHEN "C"
                       MOVE "Record has changed, try again"
                            TO ERROR-MESSAGE
                   WHEN "Y"
                       MOVE NEW-DESC TO BK-ITEM-DESC
                       DISPLAY "UPDATED RECORD!" AT LINE 23 COLUMN 1
                       MOVE "CHANGE ITEM DESC" TO ACT-FUNCTION
                       MOVE BK-ITEM-NUMBER TO ACT-KEY
                       CALL "OPERACT" USING OPERATOR-ID, ACT-PROGRAM,
                           ACT-FUNCTION, ACT-KEY, ACT-OWNER
                   WHEN "C"
                       MOVE "Record has changed, try again"
                            TO ERROR-MESSAGE
                   WHEN "Y"
                       MOVE NEW-ON-HAND TO BK-ON-HAND
                       DISPLAY "UPDATED RECORD!" AT LINE 23 COLUMN 1
                       MOVE "ADJUST ON HAND" TO ACT-FUNCTION
                       MOVE BK-ITEM-NUMBER TO ACT-KEY
                       CALL "OPERACT" USING OPERATOR-ID, ACT-PROGRAM,
                           ACT-FUNCTION, ACT-KEY, ACT-OWNER
                   WHEN "C"
                       MOVE "Record has changed, try again"
                            TO ERROR-MESSAGE
                  RETURNING ADD-SUCCESS
           IF ADD-SUCCESS = "Y"
               DISPLAY "ITEM ADDED!" AT LINE 23 COLUMN 1
               MOVE "ADD ITEM" TO ACT-FUNCTION
               MOVE NB-ITEM-NO TO ACT-KEY
               CALL "OPERACT" USING OPERATOR-ID, ACT-PROGRAM,
                   ACT-FUNCTION, ACT-KEY, ACT-OWNER
           ELSE
               MOVE "Add failed - item number already exists"
                    TO ERROR-MESSAGE
                   WHEN "Y"
                       ADD RC-QTY TO BK-ON-HAND
                       DISPLAY "SHIPMENT RECEIVED!" AT LINE 23 COLUMN 1
                       MOVE "RECORD RECEIPT" TO ACT-FUNCTION
                       MOVE BK-ITEM-NUMBER TO ACT-KEY
                       CALL "OPERACT" USING OPERATOR-ID, ACT-PROGRAM,
                           ACT-FUNCTION, ACT-KEY, ACT-OWNER
                   WHEN "C"
                       MOVE "Record has changed, try again"
                            TO ERROR-MESSAGE
               IF DELETE-SUCCESS = "Y"
                   MOVE "Y" TO LS-DELETED
                   DISPLAY "ITEM DELETED!" AT LINE 23 COLUMN 1
                   MOVE "DELETE ITEM" TO ACT-FUNCTION
                   MOVE BK-ITEM-NUMBER TO ACT-KEY
                   CALL "OPERACT" USING OPERATOR-ID, ACT-PROGRAM,
                       ACT-FUNCTION, ACT-KEY, ACT-OWNER
               ELSE
                   MOVE "Delete failed - record not found"
                        TO ERROR-MESSAGE

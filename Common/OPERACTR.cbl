      ***********************************************************
      * DAILY OPERATOR ACTIVITY REPORT
      * KODY BRAND
      * Supervisor and auditor review of the operator activity
      * journal OPERACT writes for every successful action in the
      * interactive programs.  The journal since the last run is
      * sorted by operator and time and listed operator by
      * operator, one line per action, and three patterns are
      * flagged: a session outside business hours (before 7:00,
      * after 19:00, or on a weekend), an operator who looked at
      * more distinct records in the day than the view limit, and
      * an operator approving their own entry -- either the record
      * carries them as the one who entered it, or the journal
      * shows them entering the same record in the same program.
      * The night job rolls the journal into its history file
      * after this step, so each report covers one day's work.
      * Anything flagged returns the advisory code 4.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERACTR.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERACT-FILE ASSIGN TO UT-S-OPERACT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERACT-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT SORT-WORK ASSIGN TO UT-S-SORTWK.
           SELECT ACTIVITY-RPT ASSIGN TO UT-S-ACTRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERACT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OPERACT-REC.
           05  OA-DATE             PIC 9(8).
           05  FILLER              PIC X.
           05  OA-TIME             PIC 9(6).
           05  FILLER              PIC X.
           05  OA-OPER             PIC X(3).
           05  FILLER              PIC X.
           05  OA-PROGRAM          PIC X(8).
           05  FILLER              PIC X.
           05  OA-FUNCTION         PIC X(20).
           05  FILLER              PIC X.
           05  OA-KEY              PIC X(20).
           05  FILLER              PIC X.
           05  OA-OWNER            PIC X(3).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05  SR-OPER             PIC X(3).
           05  SR-DATE             PIC 9(8).
           05  SR-TIME             PIC 9(6).
           05  SR-TIME-PARTS REDEFINES SR-TIME.
               10  SR-TIME-HH      PIC 99.
               10  SR-TIME-MM      PIC 99.
               10  SR-TIME-SS      PIC 99.
           05  SR-SEQ              PIC 9(7).
           05  SR-RECORD.
               10  SR-PROGRAM      PIC X(8).
               10  SR-KEY          PIC X(20).
           05  SR-FUNCTION         PIC X(20).
           05  SR-OWNER            PIC X(3).
       FD  ACTIVITY-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-OPERACT        PIC X(50)
               VALUE "C:\COBOL\OPERACT.LOG".
       77  UT-S-PROCDATE       PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-ACTRPT         PIC X(50)
               VALUE "C:\COBOL\OPERACT.RPT".
       77  UT-S-SORTWK         PIC X(50)
               VALUE "C:\COBOL\ACTSORT.TMP".
       77  WS-OPERACT-STATUS   PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS  PIC XX      VALUE SPACES.
       01  END-OF-FILE         PIC X       VALUE "N".
       77  WS-SORT-EOF         PIC X       VALUE "N".
       77  WS-RUN-DATE         PIC 9(8)    VALUE ZEROS.
      * Business hours run from WS-DAY-START up to WS-DAY-END;
      * an operator who looks at more distinct records in the day
      * than WS-VIEW-LIMIT is flagged.
       77  WS-DAY-START        PIC 9(6)    VALUE 070000.
       77  WS-DAY-END          PIC 9(6)    VALUE 190000.
       77  WS-VIEW-LIMIT       PIC 9(3)    VALUE 25.
       77  WS-SEQ              PIC 9(7)    VALUE ZEROS.
       77  WS-PREV-OPER        PIC X(3)    VALUE HIGH-VALUES.
       77  WS-VERB             PIC X(20)   VALUE SPACES.
       77  WS-DAYNO            PIC 9(7)    VALUE ZEROS.
       77  WS-WEEKS            PIC 9(7)    VALUE ZEROS.
       77  WS-WEEK-REM         PIC 9       VALUE ZEROS.
       77  WS-LINE-FLAGGED     PIC X       VALUE "N".
       77  WS-OPR-ACTIONS      PIC 9(5)    VALUE ZEROS.
       77  WS-OPR-FLAGGED      PIC 9(5)    VALUE ZEROS.
       77  WS-TOT-OPERS        PIC 9(5)    VALUE ZEROS.
       77  WS-TOT-ACTIONS      PIC 9(7)    VALUE ZEROS.
       77  WS-TOT-FLAGGED      PIC 9(7)    VALUE ZEROS.
       77  WS-TOT-OVER         PIC 9(5)    VALUE ZEROS.
      * The records the current operator has viewed and entered
      * (program and key); both clear at each operator break.  A
      * full view table counts every further view as distinct,
      * which can only err toward flagging.
       77  VW-COUNT            PIC S9(5)   COMP VALUE ZERO.
       77  EN-COUNT            PIC S9(5)   COMP VALUE ZERO.
       01  VIEW-TABLE-AREA.
           05  VW-ENTRY OCCURS 500 TIMES
                   INDEXED BY VW-IX.
               10  VW-RECORD       PIC X(28).
       01  ENTRY-TABLE-AREA.
           05  EN-ENTRY OCCURS 500 TIMES
                   INDEXED BY EN-IX.
               10  EN-RECORD       PIC X(28).
       01  HDG-LINE-1.
           05  FILLER          PIC X(36)
               VALUE "OPERATOR ACTIVITY REPORT FOR RUN OF ".
           05  HDG-DATE        PIC 9999/99/99.
       01  HDG-LINE-2.
           05  FILLER          PIC X(28)
               VALUE "FLAGS: AFTER HOURS = BEFORE ".
           05  HDG-START-HH    PIC 99.
           05  FILLER          PIC X       VALUE ":".
           05  HDG-START-MM    PIC 99.
           05  FILLER          PIC X(14)   VALUE ", AT OR AFTER ".
           05  HDG-END-HH      PIC 99.
           05  FILLER          PIC X       VALUE ":".
           05  HDG-END-MM      PIC 99.
           05  FILLER          PIC X(30)
               VALUE " OR ON A WEEKEND;  VIEW LIMIT ".
           05  HDG-LIMIT       PIC ZZ9.
           05  FILLER          PIC X(24)
               VALUE " RECORDS PER OPERATOR".
       01  OPR-HDG-LINE.
           05  FILLER          PIC X(9)    VALUE "OPERATOR ".
           05  OPR-H-ID        PIC X(3).
       01  COL-HDG-LINE.
           05  FILLER          PIC X(24)   VALUE "  DATE        TIME".
           05  FILLER          PIC X(30)   VALUE "PROGRAM   FUNCTION".
           05  FILLER          PIC X(28)   VALUE "  KEY".
           05  FILLER          PIC X(10)   VALUE "OWNER".
           05  FILLER          PIC X(10)   VALUE "FLAGS".
       01  DTL-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DTL-DATE        PIC 9999/99/99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DTL-TIME.
               10  DTL-HH      PIC 99.
               10  FILLER      PIC X       VALUE ":".
               10  DTL-MM      PIC 99.
               10  FILLER      PIC X       VALUE ":".
               10  DTL-SS      PIC 99.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DTL-PROGRAM     PIC X(8).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DTL-FUNCTION    PIC X(20).
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  DTL-KEY         PIC X(20).
           05  FILLER          PIC X(6)    VALUE SPACES.
           05  DTL-OWNER       PIC X(3).
           05  FILLER          PIC X(7)    VALUE SPACES.
           05  DTL-FLAG-HOURS  PIC X(13).
           05  DTL-FLAG-SELF   PIC X(16).
       01  OPR-TOT-LINE.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  FILLER          PIC X(9)    VALUE "OPERATOR ".
           05  OPR-T-ID        PIC X(3).
           05  FILLER          PIC X(10)   VALUE "  ACTIONS ".
           05  OPR-T-ACTIONS   PIC ZZ,ZZ9.
           05  FILLER          PIC X(18)   VALUE "  RECORDS VIEWED ".
           05  OPR-T-VIEWED    PIC ZZ,ZZ9.
           05  FILLER          PIC X(11)   VALUE "  FLAGGED ".
           05  OPR-T-FLAGGED   PIC ZZ,ZZ9.
           05  FILLER          PIC X(2)    VALUE SPACES.
           05  OPR-T-VOLUME    PIC X(30).
       01  TOT-LINE-1.
           05  FILLER          PIC X(20)   VALUE "OPERATORS".
           05  TOT-OPERS       PIC ZZZ,ZZ9.
       01  TOT-LINE-2.
           05  FILLER          PIC X(20)   VALUE "ACTIONS".
           05  TOT-ACTIONS     PIC Z,ZZZ,ZZ9.
       01  TOT-LINE-3.
           05  FILLER          PIC X(20)   VALUE "ACTIONS FLAGGED".
           05  TOT-FLAGGED     PIC Z,ZZZ,ZZ9.
       01  TOT-LINE-4.
           05  FILLER          PIC X(20)   VALUE "OVER VIEW LIMIT".
           05  TOT-OVER        PIC ZZZ,ZZ9.
       01  EMPTY-LINE          PIC X(40)   VALUE
           "NO OPERATOR ACTIVITY IN THE JOURNAL".

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       MOVE PD-RUN-DATE TO WS-RUN-DATE
               END-READ.
           CLOSE PROCDATE-FILE.
           OPEN OUTPUT ACTIVITY-RPT.
           MOVE WS-RUN-DATE TO HDG-DATE.
           MOVE HDG-LINE-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE WS-DAY-START (1:2) TO HDG-START-HH.
           MOVE WS-DAY-START (3:2) TO HDG-START-MM.
           MOVE WS-DAY-END (1:2) TO HDG-END-HH.
           MOVE WS-DAY-END (3:2) TO HDG-END-MM.
           MOVE WS-VIEW-LIMIT TO HDG-LIMIT.
           MOVE HDG-LINE-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           SORT SORT-WORK
               ON ASCENDING KEY SR-OPER SR-DATE SR-TIME SR-SEQ
               INPUT PROCEDURE IS 050-RELEASE-ACTIONS THRU 050-EXIT
               OUTPUT PROCEDURE IS 150-PRINT-ACTIONS THRU 150-EXIT.
           IF WS-TOT-ACTIONS = 0
               MOVE EMPTY-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES
               CLOSE ACTIVITY-RPT
               STOP RUN.
           MOVE WS-TOT-OPERS TO TOT-OPERS.
           MOVE TOT-LINE-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           MOVE WS-TOT-ACTIONS TO TOT-ACTIONS.
           MOVE TOT-LINE-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE WS-TOT-FLAGGED TO TOT-FLAGGED.
           MOVE TOT-LINE-3 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE WS-TOT-OVER TO TOT-OVER.
           MOVE TOT-LINE-4 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           IF WS-TOT-FLAGGED > 0 OR WS-TOT-OVER > 0
               MOVE 4 TO RETURN-CODE.
           CLOSE ACTIVITY-RPT.
           STOP RUN.
      * Passes every journal line to the sort, numbered so two
      * actions in the same second keep the order they were made
       050-RELEASE-ACTIONS.
           OPEN INPUT OPERACT-FILE.
           IF WS-OPERACT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 100-READ-ACTION THRU 100-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE OPERACT-FILE.
       050-EXIT.
           EXIT.
       100-READ-ACTION.
           READ OPERACT-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 100-EXIT
           END-READ.
           IF OA-DATE NOT NUMERIC OR OA-TIME NOT NUMERIC
               OR OA-DATE < 16010101
               GO TO 100-EXIT.
           ADD 1 TO WS-SEQ.
           MOVE OA-OPER TO SR-OPER.
           MOVE OA-DATE TO SR-DATE.
           MOVE OA-TIME TO SR-TIME.
           MOVE WS-SEQ TO SR-SEQ.
           MOVE OA-PROGRAM TO SR-PROGRAM.
           MOVE OA-KEY TO SR-KEY.
           MOVE OA-FUNCTION TO SR-FUNCTION.
           MOVE OA-OWNER TO SR-OWNER.
           RELEASE SORT-RECORD.
       100-EXIT.
           EXIT.
      * Lists the actions operator by operator
       150-PRINT-ACTIONS.
           PERFORM 200-PRINT-ONE THRU 200-EXIT
               UNTIL WS-SORT-EOF = "Y".
           IF WS-TOT-OPERS > 0
               PERFORM 400-OPERATOR-TOTAL THRU 400-EXIT.
       150-EXIT.
           EXIT.
      * Lists one action with its flags, breaking to a new
      * operator when the operator changes
       200-PRINT-ONE.
           RETURN SORT-WORK
               AT END
                   MOVE "Y" TO WS-SORT-EOF
                   GO TO 200-EXIT
           END-RETURN.
           IF SR-OPER NOT = WS-PREV-OPER
               IF WS-TOT-OPERS > 0
                   PERFORM 400-OPERATOR-TOTAL THRU 400-EXIT
               END-IF
               PERFORM 350-NEW-OPERATOR THRU 350-EXIT.
           ADD 1 TO WS-OPR-ACTIONS WS-TOT-ACTIONS.
           MOVE "N" TO WS-LINE-FLAGGED.
           MOVE SPACES TO DTL-FLAG-HOURS DTL-FLAG-SELF.
           PERFORM 250-CHECK-HOURS THRU 250-EXIT.
           MOVE SPACES TO WS-VERB.
           UNSTRING SR-FUNCTION DELIMITED BY SPACE INTO WS-VERB.
           IF WS-VERB = "VIEW"
               PERFORM 300-NOTE-VIEW THRU 300-EXIT
           ELSE
           IF WS-VERB = "APPROVE" OR WS-VERB = "CLEAR"
               PERFORM 320-CHECK-SELF THRU 320-EXIT
           ELSE
           IF WS-VERB = "ADD" OR WS-VERB = "CHANGE"
               OR WS-VERB = "REQUEST" OR WS-VERB = "RECORD"
               OR WS-VERB = "ADJUST" OR WS-VERB = "CONVERT"
               PERFORM 310-NOTE-ENTRY THRU 310-EXIT.
           IF WS-LINE-FLAGGED = "Y"
               ADD 1 TO WS-OPR-FLAGGED WS-TOT-FLAGGED.
           MOVE SR-DATE TO DTL-DATE.
           MOVE SR-TIME-HH TO DTL-HH.
           MOVE SR-TIME-MM TO DTL-MM.
           MOVE SR-TIME-SS TO DTL-SS.
           MOVE SR-PROGRAM TO DTL-PROGRAM.
           MOVE SR-FUNCTION TO DTL-FUNCTION.
           MOVE SR-KEY TO DTL-KEY.
           MOVE SR-OWNER TO DTL-OWNER.
           MOVE DTL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       200-EXIT.
           EXIT.
      * Flags an action taken outside business hours; a Saturday
      * or Sunday is outside them all day
       250-CHECK-HOURS.
           COMPUTE WS-DAYNO = FUNCTION INTEGER-OF-DATE(SR-DATE).
           DIVIDE WS-DAYNO BY 7 GIVING WS-WEEKS
               REMAINDER WS-WEEK-REM.
           IF WS-WEEK-REM = 6 OR WS-WEEK-REM = 0
               MOVE "WEEKEND" TO DTL-FLAG-HOURS
               MOVE "Y" TO WS-LINE-FLAGGED
               GO TO 250-EXIT.
           IF SR-TIME < WS-DAY-START OR SR-TIME NOT < WS-DAY-END
               MOVE "AFTER HOURS" TO DTL-FLAG-HOURS
               MOVE "Y" TO WS-LINE-FLAGGED.
       250-EXIT.
           EXIT.
      * Counts a record viewed the first time the operator
      * looks at it today
       300-NOTE-VIEW.
           SET VW-IX TO 1.
           SEARCH VW-ENTRY
               AT END
                   ADD 1 TO VW-COUNT
                   IF VW-COUNT NOT > 500
                       SET VW-IX TO VW-COUNT
                       MOVE SR-RECORD TO VW-RECORD (VW-IX)
                   END-IF
               WHEN VW-RECORD (VW-IX) = SR-RECORD
                   CONTINUE
           END-SEARCH.
       300-EXIT.
           EXIT.
      * Remembers a record the operator entered or changed
       310-NOTE-ENTRY.
           SET EN-IX TO 1.
           SEARCH EN-ENTRY
               AT END
                   IF EN-COUNT < 500
                       ADD 1 TO EN-COUNT
                       SET EN-IX TO EN-COUNT
                       MOVE SR-RECORD TO EN-RECORD (EN-IX)
                   END-IF
               WHEN EN-RECORD (EN-IX) = SR-RECORD
                   CONTINUE
           END-SEARCH.
       310-EXIT.
           EXIT.
      * Flags an approval of the operator's own entry: the record
      * names them as its maker, or they entered it earlier
       320-CHECK-SELF.
           IF SR-OWNER = SR-OPER
               MOVE "SELF-APPROVAL" TO DTL-FLAG-SELF
               MOVE "Y" TO WS-LINE-FLAGGED
               GO TO 320-EXIT.
           SET EN-IX TO 1.
           SEARCH EN-ENTRY
               AT END
                   CONTINUE
               WHEN EN-RECORD (EN-IX) = SR-RECORD
                   MOVE "SELF-APPROVAL" TO DTL-FLAG-SELF
                   MOVE "Y" TO WS-LINE-FLAGGED
           END-SEARCH.
       320-EXIT.
           EXIT.
      * Heads up a new operator's actions and clears the tables
       350-NEW-OPERATOR.
           MOVE SR-OPER TO WS-PREV-OPER.
           ADD 1 TO WS-TOT-OPERS.
           MOVE ZEROS TO WS-OPR-ACTIONS WS-OPR-FLAGGED.
           MOVE ZERO TO VW-COUNT EN-COUNT.
           MOVE SPACES TO VIEW-TABLE-AREA ENTRY-TABLE-AREA.
           MOVE SR-OPER TO OPR-H-ID.
           MOVE OPR-HDG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 3 LINES.
           MOVE COL-HDG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       350-EXIT.
           EXIT.
      * Prints the operator's totals, flagging a day's viewing
      * over the limit
       400-OPERATOR-TOTAL.
           MOVE WS-PREV-OPER TO OPR-T-ID.
           MOVE WS-OPR-ACTIONS TO OPR-T-ACTIONS.
           MOVE VW-COUNT TO OPR-T-VIEWED.
           MOVE WS-OPR-FLAGGED TO OPR-T-FLAGGED.
           MOVE SPACES TO OPR-T-VOLUME.
           IF VW-COUNT > WS-VIEW-LIMIT
               MOVE "*** UNUSUAL VIEW VOLUME ***" TO OPR-T-VOLUME
               ADD 1 TO WS-TOT-OVER.
           MOVE OPR-TOT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
       400-EXIT.
           EXIT.
       END PROGRAM OPERACTR.

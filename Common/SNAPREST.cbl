      ***********************************************************
      * NIGHTLY MASTER ROLLBACK
      * KODY BRAND
      * Supervisor utility for backing out a night that posted a
      * bad input file cleanly.  The nightly job snapshots each
      * master it updates in place (the payroll YTD, LEAVEBAL and
      * GARNISH files, BEGBAL, the BANKRAW feed, OFACREV, STANDORD,
      * DISPUTE, LOANMAST, CHGOFF, TRAVMAST) just ahead of the
      * first step that updates it and catalogs the snapshots on
      * SNAPCAT.  SNAPREST.BAT runs this program twice.  With
      * SNAPPHASE=SELECT it takes the night to roll back (the
      * current processing night unless told otherwise), shows
      * the night's snapshots, and on confirmation lists the set
      * on SNAPLIST -- a header line of night and supervisor, then
      * one line per snapshot of master ID, step, snapshot path
      * and live path.  The batch job copies each snapshot back
      * over its live master and notes each copy's outcome on
      * SNAPRSLT.  With SNAPPHASE=POST this program reports the
      * outcome: when every copy went back and the night is the
      * current processing night, the
      * STEPSTAT checkpoints from the earliest snapshotted step on
      * are cleared, so NIGHTLYRUN RERUN picks the night up again
      * at that step against the restored masters.  An earlier
      * night can be restored too, but that throws away every
      * later night's updates to those masters and the step
      * checkpoints are not its own, so it takes a typed YES and
      * the checkpoints are left alone.  Everything restored, or
      * not, is logged to NIGHTLY.LOG with the supervisor's ID,
      * and SNAPLIST is emptied so the same list is never posted
      * twice.
      * Sign-on is through OPERSIGN and needs supervisor
      * authority.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      * 2026-10-15  KB  RESTORES STAMPED TO THE OPERATOR ACTIVITY
      *                 JOURNAL.
      * 2026-10-15  KB  THE COPIES BACK ARE DONE BY SNAPREST.BAT: THE
      *                 SELECT PHASE LISTS THE SET ON SNAPLIST, THE
      *                 POST PHASE REPORTS SNAPRSLT AND CLEARS THE
      *                 CHECKPOINTS ONLY WHEN EVERY COPY WENT BACK.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPREST.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SNAPCAT-FILE ASSIGN TO UT-S-SNAPCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPCAT-STATUS.
           SELECT OPTIONAL STEPSTAT-FILE ASSIGN TO UT-S-STEPSTAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEPSTAT-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT OPTIONAL NIGHTLOG-FILE ASSIGN TO UT-S-NIGHTLOG
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SNAPLIST-FILE ASSIGN TO UT-S-SNAPLIST
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPLIST-STATUS.
           SELECT OPTIONAL SNAPRSLT-FILE ASSIGN TO UT-S-SNAPRSLT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPRSLT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPCAT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  SNAPCAT-REC             PIC X(138).
       FD  STEPSTAT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  STEPSTAT-REC            PIC X(40).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE         PIC 9(8).
           05  PD-MONTH-END        PIC X.
       FD  NIGHTLOG-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  NIGHTLOG-REC            PIC X(132).
       FD  SNAPLIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  SNAPLIST-REC            PIC X(138).
       FD  SNAPRSLT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  SNAPRSLT-REC            PIC X(138).

       WORKING-STORAGE SECTION.
       77  UT-S-SNAPCAT            PIC X(50)
               VALUE "C:\COBOL\SNAPCAT.DAT".
       77  UT-S-STEPSTAT           PIC X(50)
               VALUE "C:\COBOL\STEPSTAT.DAT".
       77  UT-S-PROCDATE           PIC X(50)
               VALUE "C:\COBOL\PROCDATE.DAT".
       77  UT-S-NIGHTLOG           PIC X(50)
               VALUE "C:\COBOL\NIGHTLY.LOG".
       77  WS-SNAPCAT-STATUS       PIC XX      VALUE SPACES.
       77  WS-STEPSTAT-STATUS      PIC XX      VALUE SPACES.
       77  WS-PROCDATE-STATUS      PIC XX      VALUE SPACES.
       77  UT-S-SNAPLIST           PIC X(50)
               VALUE "C:\COBOL\SNAPLIST.DAT".
       77  UT-S-SNAPRSLT           PIC X(50)
               VALUE "C:\COBOL\SNAPRSLT.DAT".
       77  WS-SNAPLIST-STATUS      PIC XX      VALUE SPACES.
       77  WS-SNAPRSLT-STATUS      PIC XX      VALUE SPACES.
       77  WS-PHASE                PIC X(8)    VALUE SPACES.
       01  END-OF-FILE             PIC X       VALUE "N".
       77  WS-OPER-ID              PIC X(3)    VALUE SPACES.
       77  WS-AUTH-LEVEL           PIC 9       VALUE 0.
       77  WS-SIGNON-OK            PIC X       VALUE "N".
       77  WS-VIOL-FUNCTION        PIC X(30)   VALUE SPACES.
       77  WS-ACT-PROGRAM          PIC X(8)    VALUE "SNAPREST".
       77  WS-ACT-FUNCTION         PIC X(20)   VALUE SPACES.
       77  WS-ACT-KEY              PIC X(20)   VALUE SPACES.
       77  WS-ACT-OWNER            PIC X(3)    VALUE SPACES.
       77  WS-PROC-DATE            PIC 9(8)    VALUE ZEROS.
       01  WS-NIGHT-IN             PIC X(8)    VALUE SPACES.
       01  WS-NIGHT-IN-NUM REDEFINES WS-NIGHT-IN PIC 9(8).
       77  WS-NIGHT                PIC 9(8)    VALUE ZEROS.
       77  WS-CONFIRM              PIC X(3)    VALUE SPACES.
       77  WS-BAD-COUNT            PIC 9(3)    VALUE ZEROS.
       77  WS-LIST-COUNT           PIC S9(4)   COMP VALUE ZERO.
       77  WS-MISSING              PIC 9(3)    VALUE ZEROS.
       77  WS-MISSING-SHOW         PIC ZZ9.
      * One SNAPCAT catalog line: processing date, the step the
      * snapshot was taken ahead of, master ID, snapshot path, and
      * live path
       01  WS-SN-DATE-X.
           05  WS-SN-DATE          PIC 9(8).
       77  WS-SN-STEP              PIC X(12)   VALUE SPACES.
       77  WS-SN-ID                PIC X(8)    VALUE SPACES.
       77  WS-SN-PATH              PIC X(50)   VALUE SPACES.
       77  WS-SN-LIVE              PIC X(50)   VALUE SPACES.
       77  WS-SN-DONE              PIC X       VALUE SPACES.
      * The night's snapshot set
       77  WS-SET-COUNT            PIC S9(4)   COMP VALUE ZERO.
       77  WS-SET-IDX              PIC S9(4)   COMP VALUE ZERO.
       01  WS-SET-TABLE.
           05  WS-SET-ENTRY OCCURS 20 TIMES.
               10  WS-SS-STEP      PIC X(12).
               10  WS-SS-ID        PIC X(8).
               10  WS-SS-PATH      PIC X(50).
               10  WS-SS-LIVE      PIC X(50).
               10  WS-SS-DONE      PIC X.
                   88  WS-SS-RESTORED          VALUE "Y".
      * The night's step checkpoints, in run order
       77  WS-CK-COUNT             PIC S9(4)   COMP VALUE ZERO.
       77  WS-CK-IDX               PIC S9(4)   COMP VALUE ZERO.
       77  WS-CK-KEEP              PIC S9(4)   COMP VALUE ZERO.
       77  WS-CK-STEP              PIC X(12)   VALUE SPACES.
       77  WS-CK-CLEARED           PIC ZZZ9.
       77  WS-CK-FROM              PIC X(12)   VALUE SPACES.
       01  WS-CK-TABLE.
           05  WS-CK-LINE OCCURS 200 TIMES PIC X(40).
       01  WS-CURRENT-DATE-FIELDS.
           05  WS-CURRENT-DATE.
               10  WS-CDF-YEAR     PIC 9(4).
               10  WS-CDF-MONTH    PIC 9(2).
               10  WS-CDF-DAY      PIC 9(2).
           05  WS-CURRENT-TIME     PIC 9(6).
           05  FILLER              PIC X(7).
       01  LOG-LINE.
           05  FILLER              PIC X(9)    VALUE "ROLLBACK ".
           05  LOG-NIGHT           PIC 9(8).
           05  FILLER              PIC X(1)    VALUE SPACES.
           05  LOG-TEXT            PIC X(114).

       PROCEDURE DIVISION.
      * Signs the supervisor on, takes the night, and lists its
      * snapshot set for the copies back; or, in the POST phase,
      * reports how the copies went
       000-MAIN.
           ACCEPT WS-PHASE FROM ENVIRONMENT "SNAPPHASE".
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-PROC-DATE
               END-READ.
           CLOSE PROCDATE-FILE.
           IF WS-PHASE = "POST"
               PERFORM 500-POST-RESULTS THRU 500-EXIT
               STOP RUN.
           CALL "OPERSIGN" USING WS-OPER-ID, WS-AUTH-LEVEL,
               WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "SIGN-ON REQUIRED - SESSION ENDED"
               STOP RUN.
           IF WS-AUTH-LEVEL < 3
               DISPLAY "ROLLBACK NEEDS SUPERVISOR AUTHORITY"
               MOVE "NIGHTLY ROLLBACK DENIED" TO WS-VIOL-FUNCTION
               CALL "OPERVIOL" USING WS-OPER-ID, WS-VIOL-FUNCTION
               STOP RUN.
           DISPLAY "NIGHT TO ROLL BACK, YYYYMMDD (BLANK = "
               WS-PROC-DATE "): " WITH NO ADVANCING.
           ACCEPT WS-NIGHT-IN.
           IF WS-NIGHT-IN = SPACES
               MOVE WS-PROC-DATE TO WS-NIGHT
           ELSE
               IF WS-NIGHT-IN-NUM NOT NUMERIC
                   DISPLAY "NOT A DATE - NOTHING RESTORED"
                   STOP RUN
               ELSE
                   MOVE WS-NIGHT-IN-NUM TO WS-NIGHT.
           PERFORM 100-LOAD-SET THRU 100-EXIT.
           IF WS-SET-COUNT = 0
               DISPLAY "NO SNAPSHOTS CATALOGED FOR NIGHT " WS-NIGHT
                   " - NOTHING RESTORED"
               STOP RUN.
           DISPLAY "SNAPSHOTS OF NIGHT " WS-NIGHT ":".
           PERFORM 150-SHOW-ONE THRU 150-EXIT
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.
           IF WS-NIGHT = WS-PROC-DATE
               DISPLAY "RESTORE THIS SET (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y"
                   DISPLAY "ROLLBACK CANCELLED - NOTHING RESTORED"
                   STOP RUN
               END-IF
           ELSE
               DISPLAY "NIGHT " WS-NIGHT " IS NOT THE CURRENT "
                   "PROCESSING NIGHT " WS-PROC-DATE "."
               DISPLAY "EVERY LATER NIGHT'S UPDATES TO THESE MASTERS "
                   "WILL BE LOST AND NO CHECKPOINTS ARE CLEARED."
               DISPLAY "TYPE YES TO RESTORE: " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "YES"
                   DISPLAY "ROLLBACK CANCELLED - NOTHING RESTORED"
                   STOP RUN
               END-IF
           END-IF.
           OPEN EXTEND NIGHTLOG-FILE.
           MOVE WS-NIGHT TO LOG-NIGHT.
           MOVE SPACES TO LOG-TEXT.
           STRING "STARTED " DELIMITED BY SIZE
                  WS-CURRENT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CURRENT-TIME DELIMITED BY SIZE
                  " BY SUPERVISOR " DELIMITED BY SIZE
                  WS-OPER-ID DELIMITED BY SIZE
               INTO LOG-TEXT.
           PERFORM 900-LOG THRU 900-EXIT.
           CLOSE NIGHTLOG-FILE.
           OPEN OUTPUT SNAPLIST-FILE.
           MOVE SPACES TO SNAPLIST-REC.
           STRING WS-NIGHT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-OPER-ID DELIMITED BY SIZE
               INTO SNAPLIST-REC.
           WRITE SNAPLIST-REC.
           PERFORM 200-LIST-ONE THRU 200-EXIT
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.
           CLOSE SNAPLIST-FILE.
           DISPLAY "SET LISTED FOR RESTORE - COPYING BACK".
           STOP RUN.
      * Picks the night's snapshots off the catalog
       100-LOAD-SET.
           OPEN INPUT SNAPCAT-FILE.
           MOVE "N" TO END-OF-FILE.
           IF WS-SNAPCAT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 110-LOAD-ONE THRU 110-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE SNAPCAT-FILE.
       100-EXIT.
           EXIT.
       110-LOAD-ONE.
           READ SNAPCAT-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 110-EXIT
           END-READ.
           MOVE SPACES TO WS-SN-DATE-X WS-SN-STEP WS-SN-ID
                          WS-SN-PATH WS-SN-LIVE.
           UNSTRING SNAPCAT-REC DELIMITED BY ALL " "
               INTO WS-SN-DATE-X WS-SN-STEP WS-SN-ID
                    WS-SN-PATH WS-SN-LIVE.
           IF WS-SN-DATE NOT NUMERIC OR WS-SN-DATE NOT = WS-NIGHT
               GO TO 110-EXIT.
           IF WS-SET-COUNT < 20
               ADD 1 TO WS-SET-COUNT
               MOVE WS-SN-STEP TO WS-SS-STEP (WS-SET-COUNT)
               MOVE WS-SN-ID TO WS-SS-ID (WS-SET-COUNT)
               MOVE WS-SN-PATH TO WS-SS-PATH (WS-SET-COUNT)
               MOVE WS-SN-LIVE TO WS-SS-LIVE (WS-SET-COUNT).
       110-EXIT.
           EXIT.
       150-SHOW-ONE.
           DISPLAY "  " WS-SS-ID (WS-SET-IDX) " TAKEN AHEAD OF "
               WS-SS-STEP (WS-SET-IDX).
           DISPLAY "      " WS-SS-PATH (WS-SET-IDX).
       150-EXIT.
           EXIT.
      * Lists one snapshot for the batch job to copy back over its
      * live master
       200-LIST-ONE.
           MOVE SPACES TO SNAPLIST-REC.
           STRING WS-SS-ID (WS-SET-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-SS-STEP (WS-SET-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-SS-PATH (WS-SET-IDX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-SS-LIVE (WS-SET-IDX) DELIMITED BY SPACE
               INTO SNAPLIST-REC.
           WRITE SNAPLIST-REC.
       200-EXIT.
           EXIT.
      * Reports one copy back: journaled when it went back, counted
      * bad when it did not
       250-POST-ONE.
           MOVE SPACES TO LOG-TEXT.
           IF NOT WS-SS-RESTORED (WS-SET-IDX)
               ADD 1 TO WS-BAD-COUNT
               STRING WS-SS-ID (WS-SET-IDX) DELIMITED BY SPACE
                      " NOT RESTORED - COPY FROM " DELIMITED BY SIZE
                      WS-SS-PATH (WS-SET-IDX) DELIMITED BY SPACE
                      " FAILED" DELIMITED BY SIZE
                   INTO LOG-TEXT
               DISPLAY "  " WS-SS-ID (WS-SET-IDX) " NOT RESTORED"
           ELSE
               STRING WS-SS-ID (WS-SET-IDX) DELIMITED BY SPACE
                      " RESTORED FROM " DELIMITED BY SIZE
                      WS-SS-PATH (WS-SET-IDX) DELIMITED BY SPACE
                      " TO " DELIMITED BY SIZE
                      WS-SS-LIVE (WS-SET-IDX) DELIMITED BY SPACE
                   INTO LOG-TEXT
               DISPLAY "  " WS-SS-ID (WS-SET-IDX) " RESTORED"
               MOVE "RESTORE SNAPSHOT" TO WS-ACT-FUNCTION
               MOVE WS-SS-ID (WS-SET-IDX) TO WS-ACT-KEY
               MOVE WS-NIGHT TO WS-ACT-KEY (10:8)
               CALL "OPERACT" USING WS-OPER-ID, WS-ACT-PROGRAM,
                   WS-ACT-FUNCTION, WS-ACT-KEY, WS-ACT-OWNER.
           PERFORM 900-LOG THRU 900-EXIT.
       250-EXIT.
           EXIT.
      * Clears the night's checkpoints from the earliest
      * snapshotted step on, keeping the steps that ran before it
       300-TRIM-CHECKPOINTS.
           OPEN INPUT STEPSTAT-FILE.
           MOVE "N" TO END-OF-FILE.
           IF WS-STEPSTAT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 310-LOAD-CHECKPOINT THRU 310-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE STEPSTAT-FILE.
           MOVE WS-CK-COUNT TO WS-CK-KEEP.
           MOVE SPACES TO WS-CK-FROM.
           PERFORM 320-FIND-FIRST THRU 320-EXIT
               VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > WS-CK-COUNT
                  OR WS-CK-FROM NOT = SPACES.
           IF WS-CK-FROM = SPACES
               MOVE "NO SNAPSHOTTED STEP CHECKPOINTED - NONE CLEARED"
                   TO LOG-TEXT
               PERFORM 900-LOG THRU 900-EXIT
               GO TO 300-EXIT.
           OPEN OUTPUT STEPSTAT-FILE.
           PERFORM 340-WRITE-CHECKPOINT THRU 340-EXIT
               VARYING WS-CK-IDX FROM 1 BY 1
               UNTIL WS-CK-IDX > WS-CK-KEEP.
           CLOSE STEPSTAT-FILE.
           COMPUTE WS-CK-CLEARED = WS-CK-COUNT - WS-CK-KEEP.
           MOVE SPACES TO LOG-TEXT.
           STRING WS-CK-CLEARED DELIMITED BY SIZE
                  " STEP CHECKPOINTS CLEARED FROM " DELIMITED BY SIZE
                  WS-CK-FROM DELIMITED BY SPACE
                  " ON - RESTART WITH NIGHTLYRUN RERUN"
                      DELIMITED BY SIZE
               INTO LOG-TEXT.
           PERFORM 900-LOG THRU 900-EXIT.
       300-EXIT.
           EXIT.
       310-LOAD-CHECKPOINT.
           READ STEPSTAT-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 310-EXIT
           END-READ.
           IF WS-CK-COUNT < 200
               ADD 1 TO WS-CK-COUNT
               MOVE STEPSTAT-REC TO WS-CK-LINE (WS-CK-COUNT).
       310-EXIT.
           EXIT.
      * Stops at the first checkpoint for a step a snapshot was
      * taken ahead of; it and everything after it are cleared
       320-FIND-FIRST.
           MOVE SPACES TO WS-CK-STEP.
           UNSTRING WS-CK-LINE (WS-CK-IDX) DELIMITED BY ALL " "
               INTO WS-CK-STEP.
           PERFORM 330-MATCH-STEP THRU 330-EXIT
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.
           IF WS-CK-FROM NOT = SPACES
               COMPUTE WS-CK-KEEP = WS-CK-IDX - 1.
       320-EXIT.
           EXIT.
       330-MATCH-STEP.
           IF WS-SS-STEP (WS-SET-IDX) = WS-CK-STEP
               MOVE WS-CK-STEP TO WS-CK-FROM.
       330-EXIT.
           EXIT.
       340-WRITE-CHECKPOINT.
           MOVE WS-CK-LINE (WS-CK-IDX) TO STEPSTAT-REC.
           WRITE STEPSTAT-REC.
       340-EXIT.
           EXIT.
      * Reports the copies back SNAPREST.BAT made from SNAPLIST,
      * clears the checkpoints when the whole set went back, and
      * empties SNAPLIST
       500-POST-RESULTS.
           OPEN INPUT SNAPLIST-FILE.
           IF WS-SNAPLIST-STATUS NOT = "00"
               CLOSE SNAPLIST-FILE
               DISPLAY "NO ROLLBACK LISTED - NOTHING TO POST"
               MOVE 8 TO RETURN-CODE
               GO TO 500-EXIT.
           READ SNAPLIST-FILE
               AT END
                   CLOSE SNAPLIST-FILE
                   DISPLAY "NO ROLLBACK LISTED - NOTHING TO POST"
                   MOVE 8 TO RETURN-CODE
                   GO TO 500-EXIT
           END-READ.
           MOVE SPACES TO WS-SN-DATE-X WS-OPER-ID.
           UNSTRING SNAPLIST-REC DELIMITED BY ALL " "
               INTO WS-SN-DATE-X WS-OPER-ID.
           MOVE WS-SN-DATE TO WS-NIGHT.
           MOVE "N" TO END-OF-FILE.
           PERFORM 510-COUNT-LISTED THRU 510-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE SNAPLIST-FILE.
           OPEN INPUT SNAPRSLT-FILE.
           MOVE "N" TO END-OF-FILE.
           IF WS-SNAPRSLT-STATUS NOT = "00"
               MOVE "Y" TO END-OF-FILE.
           PERFORM 520-LOAD-RESULT THRU 520-EXIT
               UNTIL END-OF-FILE = "Y".
           CLOSE SNAPRSLT-FILE.
           OPEN EXTEND NIGHTLOG-FILE.
           MOVE WS-NIGHT TO LOG-NIGHT.
           PERFORM 250-POST-ONE THRU 250-EXIT
               VARYING WS-SET-IDX FROM 1 BY 1
               UNTIL WS-SET-IDX > WS-SET-COUNT.
           IF WS-SET-COUNT < WS-LIST-COUNT
               COMPUTE WS-MISSING = WS-LIST-COUNT - WS-SET-COUNT
               ADD WS-MISSING TO WS-BAD-COUNT
               MOVE WS-MISSING TO WS-MISSING-SHOW
               MOVE SPACES TO LOG-TEXT
               STRING WS-MISSING-SHOW DELIMITED BY SIZE
                      " LISTED SNAPSHOTS NEVER COPIED BACK"
                          DELIMITED BY SIZE
                   INTO LOG-TEXT
               PERFORM 900-LOG THRU 900-EXIT.
           OPEN OUTPUT SNAPLIST-FILE.
           CLOSE SNAPLIST-FILE.
           IF WS-BAD-COUNT > 0
               MOVE "INCOMPLETE - STEP CHECKPOINTS LEFT ALONE"
                   TO LOG-TEXT
               PERFORM 900-LOG THRU 900-EXIT
               CLOSE NIGHTLOG-FILE
               DISPLAY "ROLLBACK INCOMPLETE - SEE NIGHTLY.LOG"
               MOVE 8 TO RETURN-CODE
               GO TO 500-EXIT.
           IF WS-NIGHT = WS-PROC-DATE
               PERFORM 300-TRIM-CHECKPOINTS THRU 300-EXIT
           ELSE
               MOVE "EARLIER NIGHT - STEP CHECKPOINTS LEFT ALONE"
                   TO LOG-TEXT
               PERFORM 900-LOG THRU 900-EXIT.
           MOVE "COMPLETE" TO LOG-TEXT.
           PERFORM 900-LOG THRU 900-EXIT.
           CLOSE NIGHTLOG-FILE.
           DISPLAY "ROLLBACK COMPLETE - SEE NIGHTLY.LOG".
       500-EXIT.
           EXIT.
       510-COUNT-LISTED.
           READ SNAPLIST-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 510-EXIT
           END-READ.
           IF SNAPLIST-REC NOT = SPACES
               ADD 1 TO WS-LIST-COUNT.
       510-EXIT.
           EXIT.
      * One SNAPRSLT line: master ID, step, snapshot path, live
      * path, and Y when the copy back went through
       520-LOAD-RESULT.
           READ SNAPRSLT-FILE
               AT END
                   MOVE "Y" TO END-OF-FILE
                   GO TO 520-EXIT
           END-READ.
           MOVE SPACES TO WS-SN-ID WS-SN-STEP WS-SN-PATH
                          WS-SN-LIVE WS-SN-DONE.
           UNSTRING SNAPRSLT-REC DELIMITED BY ALL " "
               INTO WS-SN-ID WS-SN-STEP WS-SN-PATH
                    WS-SN-LIVE WS-SN-DONE.
           IF WS-SN-ID = SPACES
               GO TO 520-EXIT.
           IF WS-SET-COUNT < 20
               ADD 1 TO WS-SET-COUNT
               MOVE WS-SN-STEP TO WS-SS-STEP (WS-SET-COUNT)
               MOVE WS-SN-ID TO WS-SS-ID (WS-SET-COUNT)
               MOVE WS-SN-PATH TO WS-SS-PATH (WS-SET-COUNT)
               MOVE WS-SN-LIVE TO WS-SS-LIVE (WS-SET-COUNT)
               MOVE WS-SN-DONE TO WS-SS-DONE (WS-SET-COUNT).
       520-EXIT.
           EXIT.
      * Writes one line to the operations log
       900-LOG.
           MOVE LOG-LINE TO NIGHTLOG-REC.
           WRITE NIGHTLOG-REC.
           MOVE SPACES TO LOG-TEXT.
       900-EXIT.
           EXIT.
       END PROGRAM SNAPREST.

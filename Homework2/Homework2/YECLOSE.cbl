      ***********************************************************
      * PAYROLL YEAR-END CLOSE
      * KODY BRAND
      * This program closes the payroll year.  Every YTD-FILE
      * record is copied to the HW2YTDH prior-year history, keyed
      * by employee and year, and its current-year buckets and
      * rerun stamp are zeroed so the first check of the new year
      * starts from nothing.  The HW2YTDCT payroll-year control
      * record then opens the next year; PAYROLL refuses any check
      * dated outside the open year, and W2CORR corrects a closed
      * year on the history.
      *
      * The close refuses to run unless the W-2s for the closing
      * year have been produced: W2GEN's HW2W2CT stamp must be for
      * the closing year and its count and totals must still match
      * the YTD file, so nothing posted after the W-2s were run
      * can be closed away unreported.  A close that stops part
      * way may simply be run again; employees already moved to
      * history are passed over.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE ASSIGN TO UT-S-YTD
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS YTD-EMPNUM
               FILE STATUS IS WS-YTD-STATUS.
           SELECT OPTIONAL YTDHIST-FILE ASSIGN TO UT-S-YTDHIST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS YH-KEY
               FILE STATUS IS WS-YTDHIST-STATUS.
           SELECT OPTIONAL YTDCTL-FILE ASSIGN TO UT-S-YTDCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDCTL-STATUS.
           SELECT OPTIONAL W2CTL-FILE ASSIGN TO UT-S-W2CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-W2CTL-STATUS.
           SELECT OPTIONAL PAYPER-FILE ASSIGN TO UT-S-PAYPER
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYPER-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT CLOSE-RPT ASSIGN TO UT-S-CLOSERPT.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  YTD-REC.
           05  YTD-EMPNUM      PIC 9(4).
           05  YTD-GROSS       PIC 9(7)V99.
           05  YTD-FED-TAX     PIC 9(7)V99.
           05  YTD-FICA-TAX    PIC 9(7)V99.
           05  YTD-MEDICARE-TAX PIC 9(7)V99.
           05  YTD-STATE-TAX   PIC 9(7)V99.
           05  YTD-NET         PIC 9(7)V99.
           05  YTD-ER-FICA     PIC 9(7)V99.
           05  YTD-ER-MEDICARE PIC 9(7)V99.
           05  YTD-FUTA        PIC 9(7)V99.
           05  YTD-SUTA        PIC 9(7)V99.
           05  YTD-LAST-PERIOD PIC 9(4).
       FD  YTDHIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  YTDHIST-REC.
           05  YH-KEY.
               10  YH-EMPNUM   PIC 9(4).
               10  YH-YEAR     PIC 9(4).
           05  YH-GROSS        PIC 9(7)V99.
           05  YH-FED-TAX      PIC 9(7)V99.
           05  YH-FICA-TAX     PIC 9(7)V99.
           05  YH-MEDICARE-TAX PIC 9(7)V99.
           05  YH-STATE-TAX    PIC 9(7)V99.
           05  YH-NET          PIC 9(7)V99.
           05  YH-ER-FICA      PIC 9(7)V99.
           05  YH-ER-MEDICARE  PIC 9(7)V99.
           05  YH-FUTA         PIC 9(7)V99.
           05  YH-SUTA         PIC 9(7)V99.
           05  YH-LAST-PERIOD  PIC 9(4).
           05  YH-CLOSE-DATE   PIC 9(8).
           05  YH-CORR-COUNT   PIC 9(3).
           05  YH-CORR-DATE    PIC 9(8).
       FD  YTDCTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  YTDCTL-REC.
           05  YC-OPEN-YEAR    PIC 9(4).
           05  YC-CLOSED-YEAR  PIC 9(4).
           05  YC-CLOSE-DATE   PIC 9(8).
       FD  W2CTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  W2CTL-REC.
           05  W2C-TAX-YEAR    PIC 9(4).
           05  W2C-RUN-DATE    PIC 9(8).
           05  W2C-COUNT       PIC 9(7).
           05  W2C-WAGES       PIC 9(13)V99.
           05  W2C-FED         PIC 9(13)V99.
       FD  PAYPER-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PAYPER-REC.
           05  PP-PERIOD-NO    PIC 9(4).
           05  PP-START-DATE   PIC 9(8).
           05  PP-END-DATE     PIC 9(8).
           05  PP-CHECK-DATE   PIC 9(8).
           05  PP-STATUS       PIC X.
               88  PP-IS-PAID          VALUE "P".
           05  PP-RUN-TYPE     PIC X.
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  CLOSE-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT             PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-YTD        PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2YTD.DAT'.
       77  UT-S-YTDHIST    PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2YTDH.DAT'.
       77  UT-S-YTDCTL     PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2YTDCT.DAT'.
       77  UT-S-W2CTL      PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2W2CT.DAT'.
       77  UT-S-PAYPER     PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2PAYPR.DAT'.
       77  UT-S-PROCDATE   PIC X(50)
               VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  UT-S-CLOSERPT   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2YECLS.RPT'.
       77  WS-YTD-STATUS   PIC XX      VALUE SPACES.
       77  WS-YTDHIST-STATUS PIC XX    VALUE SPACES.
       77  WS-YTDCTL-STATUS PIC XX     VALUE SPACES.
       77  WS-W2CTL-STATUS PIC XX      VALUE SPACES.
       77  WS-PAYPER-STATUS PIC XX     VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX   VALUE SPACES.
       77  WS-YTD-EOF      PIC 9       VALUE 0.
       77  WS-RUN-DATE     PIC 9(8)    VALUE 0.
       77  WS-CLOSE-YEAR   PIC 9(4)    VALUE 0.
       77  WS-YTDCTL-FOUND PIC 9       VALUE 0.
       77  WS-W2CTL-FOUND  PIC 9       VALUE 0.
       77  WS-DONE-BEFORE  PIC 9       VALUE 0.
       77  WS-V-COUNT      PIC 9(7)    VALUE 0.
       77  WS-V-WAGES      PIC 9(13)V99 VALUE 0.
       77  WS-V-FED        PIC 9(13)V99 VALUE 0.
       77  WS-MOVED        PIC 9(7)    VALUE 0.
       77  WS-SKIPPED      PIC 9(7)    VALUE 0.
       77  WS-T-GROSS      PIC 9(13)V99 VALUE 0.
       77  WS-T-FED        PIC 9(13)V99 VALUE 0.
       77  WS-REFUSE-MSG   PIC X(80)   VALUE SPACES.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).

       01  RPT-TITLE.
           05  FILLER      PIC X(40)
               VALUE "PAYROLL YEAR-END CLOSE - PAYROLL YEAR ".
           05  RPT-T-YEAR  PIC 9(4).
       01  RPT-HEAD.
           05  FILLER      PIC X(6)    VALUE "EMPL".
           05  FILLER      PIC X(15)   VALUE "          GROSS".
           05  FILLER      PIC X(15)   VALUE "        FED TAX".
           05  FILLER      PIC X(15)   VALUE "    SOC SEC TAX".
           05  FILLER      PIC X(15)   VALUE "   MEDICARE TAX".
           05  FILLER      PIC X(15)   VALUE "      STATE TAX".
       01  RPT-LINE.
           05  RPT-EMPNUM  PIC 9999.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RPT-GROSS   PIC $$$$,$$$,$$9.99.
           05  RPT-FED     PIC $$$$,$$$,$$9.99.
           05  RPT-SS      PIC $$$$,$$$,$$9.99.
           05  RPT-MED     PIC $$$$,$$$,$$9.99.
           05  RPT-STATE   PIC $$$$,$$$,$$9.99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RPT-RESULT  PIC X(24).
       01  RPT-TOTAL-1.
           05  FILLER      PIC X(24)   VALUE "EMPLOYEES MOVED:        ".
           05  RPT-MOVED   PIC Z,ZZZ,ZZ9.
           05  FILLER      PIC X(24)   VALUE "   ALREADY CLOSED:      ".
           05  RPT-SKIPPED PIC Z,ZZZ,ZZ9.
       01  RPT-TOTAL-2.
           05  FILLER      PIC X(24)   VALUE "GROSS MOVED TO HISTORY: ".
           05  RPT-T-GROSS PIC $$$,$$$,$$$,$$9.99.
           05  FILLER      PIC X(10)   VALUE "   FED:   ".
           05  RPT-T-FED   PIC $$$,$$$,$$$,$$9.99.
       01  RPT-OPEN-LINE.
           05  FILLER      PIC X(20)   VALUE "PAYROLL YEAR CLOSED ".
           05  RPT-O-CLOSED PIC 9(4).
           05  FILLER      PIC X(32)
               VALUE " - YTD FILE NOW OPEN FOR YEAR   ".
           05  RPT-O-OPEN  PIC 9(4).
       01  RPT-MSG-LINE.
           05  RPT-MSG     PIC X(80).

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           OPEN OUTPUT CLOSE-RPT.
           PERFORM 050-SET-CLOSE-YEAR THRU 050-EXIT.
           MOVE WS-CLOSE-YEAR TO RPT-T-YEAR.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           PERFORM 060-CHECK-W2-RUN THRU 060-EXIT.
           OPEN I-O YTDHIST-FILE.
           IF WS-YTDHIST-STATUS NOT = "00"
               OPEN OUTPUT YTDHIST-FILE
               CLOSE YTDHIST-FILE
               OPEN I-O YTDHIST-FILE.
           PERFORM 100-VERIFY-YTD THRU 100-EXIT.
           PERFORM 200-CLOSE-YTD THRU 200-EXIT.
           PERFORM 300-OPEN-NEXT-YEAR THRU 300-EXIT.
           CLOSE YTDHIST-FILE CLOSE-RPT.
           STOP RUN.
      * The year being closed is the one the payroll-year control
      * record holds open.  Before the first close there is none,
      * and the year is the processing-date year -- the year
      * before, when the close runs in January, the same rule
      * W2GEN uses for its tax year.
       050-SET-CLOSE-YEAR.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE TO WS-RUN-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-RUN-DATE
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           MOVE WS-RUN-DATE(1:4) TO WS-CLOSE-YEAR.
           IF WS-RUN-DATE(5:2) = "01"
               SUBTRACT 1 FROM WS-CLOSE-YEAR.
           OPEN INPUT YTDCTL-FILE.
           IF WS-YTDCTL-STATUS = "00"
               READ YTDCTL-FILE
                   NOT AT END
                       MOVE 1 TO WS-YTDCTL-FOUND
                       MOVE YC-OPEN-YEAR TO WS-CLOSE-YEAR
               END-READ
           END-IF.
           CLOSE YTDCTL-FILE.
       050-EXIT.
           EXIT.
      * The W-2s for the closing year must have been produced, and
      * no check of the next year may have posted to the YTD file.
       060-CHECK-W2-RUN.
           OPEN INPUT W2CTL-FILE.
           IF WS-W2CTL-STATUS = "00"
               READ W2CTL-FILE
                   NOT AT END MOVE 1 TO WS-W2CTL-FOUND
               END-READ
           END-IF.
           CLOSE W2CTL-FILE.
           IF WS-W2CTL-FOUND = 0 OR W2C-TAX-YEAR NOT = WS-CLOSE-YEAR
               MOVE "W-2S FOR THE CLOSING YEAR HAVE NOT BEEN PRODUCED
      -            " - RUN W2GEN FIRST" TO WS-REFUSE-MSG
               PERFORM 900-REFUSE THRU 900-EXIT.
           OPEN INPUT PAYPER-FILE.
           IF WS-PAYPER-STATUS = "00"
               READ PAYPER-FILE
                   NOT AT END
                       IF PP-IS-PAID
                           AND PP-CHECK-DATE(1:4) > WS-CLOSE-YEAR
                           MOVE "A CHECK DATED AFTER THE CLOSING YEAR H
      -                        "AS ALREADY BEEN PAID" TO WS-REFUSE-MSG
                           CLOSE PAYPER-FILE
                           PERFORM 900-REFUSE THRU 900-EXIT
                       END-IF
               END-READ
           END-IF.
           CLOSE PAYPER-FILE.
       060-EXIT.
           EXIT.
      * Totals the YTD file the way W2GEN did (an employee already
      * moved to history by an interrupted close counts at the
      * history figures) and holds the close unless it still
      * matches the W-2 run.
       100-VERIFY-YTD.
           OPEN INPUT YTD-FILE.
           MOVE 0 TO WS-YTD-EOF.
           PERFORM 110-VERIFY-ONE THRU 110-EXIT
               UNTIL WS-YTD-EOF = 1.
           CLOSE YTD-FILE.
           IF WS-V-COUNT NOT = W2C-COUNT
               OR WS-V-WAGES NOT = W2C-WAGES
               OR WS-V-FED NOT = W2C-FED
               MOVE "YTD FILE HAS CHANGED SINCE THE W-2S WERE PRODUCED
      -            " - RERUN W2GEN" TO WS-REFUSE-MSG
               CLOSE YTDHIST-FILE
               PERFORM 900-REFUSE THRU 900-EXIT.
       100-EXIT.
           EXIT.
      * Adds one YTD record to the verification totals
       110-VERIFY-ONE.
           READ YTD-FILE
               AT END
                   MOVE 1 TO WS-YTD-EOF
                   GO TO 110-EXIT
           END-READ.
           ADD 1 TO WS-V-COUNT.
           PERFORM 150-CHECK-DONE THRU 150-EXIT.
           IF WS-DONE-BEFORE = 1
               ADD YH-GROSS TO WS-V-WAGES
               ADD YH-FED-TAX TO WS-V-FED
           ELSE
               ADD YTD-GROSS TO WS-V-WAGES
               ADD YTD-FED-TAX TO WS-V-FED.
       110-EXIT.
           EXIT.
      * An employee is already closed when the history record for
      * the year is on file and the YTD buckets are empty.
       150-CHECK-DONE.
           MOVE 0 TO WS-DONE-BEFORE.
           MOVE YTD-EMPNUM TO YH-EMPNUM.
           MOVE WS-CLOSE-YEAR TO YH-YEAR.
           READ YTDHIST-FILE
               INVALID KEY GO TO 150-EXIT
           END-READ.
           IF YTD-GROSS = 0 AND YTD-FED-TAX = 0 AND YTD-NET = 0
               AND YTD-FICA-TAX = 0 AND YTD-MEDICARE-TAX = 0
               AND YTD-STATE-TAX = 0 AND YTD-LAST-PERIOD = 0
               MOVE 1 TO WS-DONE-BEFORE.
       150-EXIT.
           EXIT.
      * Copies every YTD record to history and zeroes it
       200-CLOSE-YTD.
           MOVE RPT-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           OPEN I-O YTD-FILE.
           MOVE 0 TO WS-YTD-EOF.
           PERFORM 210-CLOSE-ONE THRU 210-EXIT
               UNTIL WS-YTD-EOF = 1.
           CLOSE YTD-FILE.
       200-EXIT.
           EXIT.
      * Moves one employee's year to history and zeroes the YTD
       210-CLOSE-ONE.
           READ YTD-FILE
               AT END
                   MOVE 1 TO WS-YTD-EOF
                   GO TO 210-EXIT
           END-READ.
           MOVE YTD-EMPNUM TO RPT-EMPNUM.
           PERFORM 150-CHECK-DONE THRU 150-EXIT.
           IF WS-DONE-BEFORE = 1
               ADD 1 TO WS-SKIPPED
               MOVE YH-GROSS TO RPT-GROSS
               MOVE YH-FED-TAX TO RPT-FED
               MOVE YH-FICA-TAX TO RPT-SS
               MOVE YH-MEDICARE-TAX TO RPT-MED
               MOVE YH-STATE-TAX TO RPT-STATE
               MOVE "ALREADY CLOSED" TO RPT-RESULT
               GO TO 210-PRINT.
           MOVE YTD-EMPNUM TO YH-EMPNUM.
           MOVE WS-CLOSE-YEAR TO YH-YEAR.
           MOVE YTD-GROSS TO YH-GROSS.
           MOVE YTD-FED-TAX TO YH-FED-TAX.
           MOVE YTD-FICA-TAX TO YH-FICA-TAX.
           MOVE YTD-MEDICARE-TAX TO YH-MEDICARE-TAX.
           MOVE YTD-STATE-TAX TO YH-STATE-TAX.
           MOVE YTD-NET TO YH-NET.
           MOVE YTD-ER-FICA TO YH-ER-FICA.
           MOVE YTD-ER-MEDICARE TO YH-ER-MEDICARE.
           MOVE YTD-FUTA TO YH-FUTA.
           MOVE YTD-SUTA TO YH-SUTA.
           MOVE YTD-LAST-PERIOD TO YH-LAST-PERIOD.
           MOVE WS-RUN-DATE TO YH-CLOSE-DATE.
           MOVE 0 TO YH-CORR-COUNT YH-CORR-DATE.
           WRITE YTDHIST-REC
               INVALID KEY REWRITE YTDHIST-REC
           END-WRITE.
           ADD 1 TO WS-MOVED.
           ADD YTD-GROSS TO WS-T-GROSS.
           ADD YTD-FED-TAX TO WS-T-FED.
           MOVE YTD-GROSS TO RPT-GROSS.
           MOVE YTD-FED-TAX TO RPT-FED.
           MOVE YTD-FICA-TAX TO RPT-SS.
           MOVE YTD-MEDICARE-TAX TO RPT-MED.
           MOVE YTD-STATE-TAX TO RPT-STATE.
           MOVE "MOVED TO HISTORY" TO RPT-RESULT.
           MOVE 0 TO YTD-GROSS YTD-FED-TAX YTD-FICA-TAX
                     YTD-MEDICARE-TAX YTD-STATE-TAX YTD-NET
                     YTD-ER-FICA YTD-ER-MEDICARE
                     YTD-FUTA YTD-SUTA YTD-LAST-PERIOD.
           REWRITE YTD-REC.
       210-PRINT.
           MOVE RPT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       210-EXIT.
           EXIT.
      * Opens the next payroll year and prints the close totals
       300-OPEN-NEXT-YEAR.
           COMPUTE YC-OPEN-YEAR = WS-CLOSE-YEAR + 1.
           MOVE WS-CLOSE-YEAR TO YC-CLOSED-YEAR.
           MOVE WS-RUN-DATE TO YC-CLOSE-DATE.
           OPEN OUTPUT YTDCTL-FILE.
           WRITE YTDCTL-REC.
           CLOSE YTDCTL-FILE.
           MOVE WS-MOVED TO RPT-MOVED.
           MOVE WS-SKIPPED TO RPT-SKIPPED.
           MOVE RPT-TOTAL-1 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE WS-T-GROSS TO RPT-T-GROSS.
           MOVE WS-T-FED TO RPT-T-FED.
           MOVE RPT-TOTAL-2 TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE YC-CLOSED-YEAR TO RPT-O-CLOSED.
           MOVE YC-OPEN-YEAR TO RPT-O-OPEN.
           MOVE RPT-OPEN-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
       300-EXIT.
           EXIT.
      * Refuses the close: the reason goes on the report and the
      * console and the step ends with a bad return code, nothing
      * having been changed.
       900-REFUSE.
           MOVE WS-REFUSE-MSG TO RPT-MSG.
           MOVE RPT-MSG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE "YEAR-END CLOSE REFUSED - NOTHING CHANGED" TO RPT-MSG.
           MOVE RPT-MSG-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           DISPLAY WS-REFUSE-MSG.
           DISPLAY "YEAR-END CLOSE REFUSED - NOTHING CHANGED".
           CLOSE CLOSE-RPT.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       900-EXIT.
           EXIT.
       END PROGRAM YECLOSE.

      ***********************************************************
      * STATE NEW-HIRE REPORTING TRANSMISSION
      * KODY BRAND
      * EMPMAINT queues every hire and rehire on the NEWHIRE file
      * in the state directory of new hires' fixed record layout.
      * This program runs every night.  It first brings each
      * pending hire up to date -- an SSN or home address keyed
      * onto the master since the hire posted, or the employer
      * identification from the HW2EFWCT control record -- and
      * edits it for the fields the state requires.  A hire still
      * missing one lists on the exception report with its
      * twenty-day due date, every night until it is fixed, and
      * sets the advisory return code.  One night in seven is
      * transmission night: the complete pending hires are
      * written to the state submission file with a trailer
      * count, marked sent, logged on the XMITLOG transmission
      * control, and printed on a control listing.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NEWHIRTX.
       AUTHOR. KODY BRAND.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL NEWHIRE-FILE ASSIGN TO UT-S-NEWHIRE
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS NH-KEY
               FILE STATUS IS WS-NEWHIRE-STATUS.
           SELECT EMPMASTER-FILE ASSIGN TO UT-S-EMPMAST
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS EM-EMPNUM
               FILE STATUS IS WS-EMPMAST-STATUS.
           SELECT OPTIONAL EFW2CTL-FILE ASSIGN TO UT-S-EFW2CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFW2CTL-STATUS.
           SELECT NHSTATE-FILE ASSIGN TO UT-S-NHSTATE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XMITLOG-FILE ASSIGN TO UT-S-XMITLOG
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS XM-KEY
               FILE STATUS IS WS-XMITLOG-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT NH-RPT ASSIGN TO UT-S-NHRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  NEWHIRE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  NH-REC.
           05  NH-KEY.
               10  NH-EMPNUM   PIC 9(4).
               10  NH-HIRE-KEY PIC 9(8).
           05  NH-TYPE         PIC X.
               88  NH-IS-HIRE          VALUE "H".
               88  NH-IS-REHIRE        VALUE "R".
           05  NH-STATUS       PIC X.
               88  NH-PENDING          VALUE "P".
               88  NH-SENT             VALUE "S".
           05  NH-SENT-DATE    PIC 9(8).
           05  NH-STATE-REC.
               10  NS-REC-TYPE     PIC X(2).
               10  NS-SSN          PIC X(9).
               10  NS-FIRST        PIC X(16).
               10  NS-MIDDLE       PIC X(16).
               10  NS-LAST         PIC X(30).
               10  NS-ADDR         PIC X(40).
               10  NS-CITY         PIC X(25).
               10  NS-STATE        PIC X(2).
               10  NS-ZIP          PIC X(9).
               10  NS-HIRE-DATE    PIC 9(8).
               10  NS-ER-FEIN      PIC 9(9).
               10  NS-ER-NAME      PIC X(45).
               10  NS-ER-ADDR      PIC X(40).
               10  NS-ER-CITY      PIC X(25).
               10  NS-ER-STATE     PIC X(2).
               10  NS-ER-ZIP       PIC X(9).
               10  FILLER          PIC X(13).
       FD  EMPMASTER-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  EM-REC.
           05  EM-EMPNUM   PIC 9(4).
           05  EM-NAME     PIC X(20).
           05  EM-DEPT     PIC X(4).
           05  EM-HIRE-DATE PIC 9(8).
           05  EM-TERM-DATE PIC 9(8).
           05  EM-STATUS   PIC X.
               88  EM-ACTIVE           VALUE "A".
               88  EM-TERMINATED       VALUE "T".
           05  EM-PAY-RATE PIC 9(5)V99.
           05  EM-RATE-EFF-DATE PIC 9(8).
           05  EM-PREV-RATE PIC 9(5)V99.
           05  EM-W4-EFF-DATE PIC 9(8).
           05  EM-W4-CURRENT.
               10  EM-W4-STATUS    PIC X.
               10  EM-W4-CREDIT    PIC 9(5)V99.
               10  EM-W4-EXTRA     PIC 9(4)V99.
               10  EM-W4-EXEMPT    PIC X.
               10  EM-W4-EXEMPT-YR PIC 9(4).
           05  EM-W4-PRIOR.
               10  EM-W4-PRV-STATUS PIC X.
               10  EM-W4-PRV-CREDIT PIC 9(5)V99.
               10  EM-W4-PRV-EXTRA PIC 9(4)V99.
               10  EM-W4-PRV-EXEMPT PIC X.
               10  EM-W4-PRV-EXEMPT-YR PIC 9(4).
           05  EM-SSN      PIC X(9).
           05  EM-HOME-ADDRESS.
               10  EM-ADDR     PIC X(30).
               10  EM-CITY     PIC X(20).
               10  EM-STATE    PIC X(2).
               10  EM-ZIP      PIC X(9).
           05  EM-WC-CLASS PIC X(4).
       FD  EFW2CTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  EFW2CTL-REC.
           05  CT-EIN          PIC 9(9).
           05  CT-USER-ID      PIC X(8).
           05  CT-NAME         PIC X(57).
           05  CT-ADDR         PIC X(22).
           05  CT-CITY         PIC X(22).
           05  CT-STATE        PIC X(2).
           05  CT-ZIP          PIC X(5).
           05  CT-CONTACT      PIC X(27).
           05  CT-PHONE        PIC X(15).
           05  CT-EMAIL        PIC X(40).
       FD  NHSTATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  NHSTATE-REC         PIC X(300).
       01  NHSTATE-TRAILER.
           05  NT-REC-TYPE     PIC X(2).
           05  NT-COUNT        PIC 9(7).
           05  NT-ER-FEIN      PIC 9(9).
           05  NT-RUN-DATE     PIC 9(8).
           05  FILLER          PIC X(274).
       FD  XMITLOG-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 48 CHARACTERS.
       01  XMITLOG-REC.
           05  XM-KEY.
               10  XM-FILE     PIC X(12).
               10  XM-DATE     PIC 9(8).
           05  XM-COUNT        PIC 9(7).
           05  XM-DOLLARS      PIC 9(11)V99.
           05  XM-ACK-DATE     PIC 9(8).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  NH-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT             PIC X(132).

       WORKING-STORAGE SECTION.
       77  UT-S-NEWHIRE PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2NEWHR.DAT'.
       77  UT-S-EMPMAST PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EMP.DAT'.
       77  UT-S-EFW2CTL PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EFWCT.DAT'.
       77  UT-S-NHSTATE PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2NHSTA.DAT'.
       77  UT-S-XMITLOG PIC X(50)
               VALUE 'C:\COBOL\XMITLOG.DAT'.
       77  UT-S-PROCDATE PIC X(50)
               VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  UT-S-NHRPT   PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2NHRPT.RPT'.
       77  WS-NEWHIRE-STATUS PIC XX    VALUE SPACES.
       77  WS-EMPMAST-STATUS PIC XX    VALUE SPACES.
       77  WS-EFW2CTL-STATUS PIC XX    VALUE SPACES.
       77  WS-XMITLOG-STATUS PIC XX    VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX   VALUE SPACES.
       77  WS-RUN-DATE  PIC 9(8)       VALUE 0.
       77  WS-RUN-DAYNO PIC 9(7)       VALUE 0.
       77  WS-DUE-DAYNO PIC 9(7)       VALUE 0.
       77  WS-DAYS-LEFT PIC S9(5)      VALUE 0.
       77  WS-DUE-DATE  PIC 9(8)       VALUE 0.
       77  WS-WEEK-REM  PIC 9          VALUE 0.
       77  WS-XMIT-NIGHT PIC 9         VALUE 0.
       77  WS-NH-EOF    PIC 9          VALUE 0.
       77  WS-CTL-FOUND PIC 9          VALUE 0.
       77  WS-SENT      PIC 9(5)       VALUE 0.
       77  WS-EXCEPTIONS PIC 9(5)      VALUE 0.
       77  WS-PENDING   PIC 9(5)       VALUE 0.
       77  WS-REASON    PIC X(30)      VALUE SPACES.
       77  WS-SSN-RESULT PIC X         VALUE SPACE.
       77  WS-SSN-MASKED PIC X(11)     VALUE SPACES.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER      PIC X(37)
               VALUE "STATE NEW-HIRE REPORTING  RUN DATE  ".
           05  RPT-T-DATE  PIC 9999/99/99.
       01  RPT-HEAD.
           05  FILLER      PIC X(42)
               VALUE "EMPL  NAME                  SSN          ".
           05  FILLER      PIC X(42)
               VALUE "HIRED       TYPE    DUE          STATUS".
       01  RPT-LINE.
           05  RPT-EMPNUM  PIC 9(4).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RPT-NAME    PIC X(20).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RPT-SSN     PIC X(11).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RPT-HIRED   PIC 9999/99/99.
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RPT-TYPE    PIC X(6).
           05  FILLER      PIC X(2)    VALUE SPACES.
           05  RPT-DUE     PIC 9999/99/99.
           05  FILLER      PIC X(3)    VALUE SPACES.
           05  RPT-RESULT  PIC X(40).
       01  RPT-TOTAL-LINE.
           05  FILLER      PIC X(13)   VALUE "TRANSMITTED: ".
           05  RPT-T-SENT  PIC ZZZZ9.
           05  FILLER      PIC X(14)   VALUE "  EXCEPTIONS: ".
           05  RPT-T-EXC   PIC ZZZZ9.
           05  FILLER      PIC X(20)   VALUE "  HELD FOR NEXT RUN:".
           05  RPT-T-PEND  PIC ZZZZ9.
       01  SKIP-LINE       PIC X(50)   VALUE
           "NOT THE WEEKLY TRANSMISSION NIGHT - NOTHING SENT".

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           PERFORM 050-SET-RUN-DATE THRU 050-EXIT.
           PERFORM 060-LOAD-EMPLOYER THRU 060-EXIT.
           OPEN I-O NEWHIRE-FILE.
           IF WS-NEWHIRE-STATUS NOT = "00"
               MOVE 1 TO WS-NH-EOF.
           OPEN INPUT EMPMASTER-FILE.
           OPEN OUTPUT NH-RPT.
           MOVE WS-RUN-DATE TO RPT-T-DATE.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           IF WS-XMIT-NIGHT = 1
               OPEN OUTPUT NHSTATE-FILE
           ELSE
               MOVE SKIP-LINE TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE RPT-HEAD TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           PERFORM 100-ONE-HIRE THRU 100-EXIT
               UNTIL WS-NH-EOF = 1.
           IF WS-XMIT-NIGHT = 1
               PERFORM 800-CLOSE-TRANSMISSION THRU 800-EXIT.
           PERFORM 999-CLOSE-UP.
      * Takes the official run date from PROCDATE and decides
      * whether tonight is transmission night (one in seven).
       050-SET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           MOVE WS-CURRENT-DATE-NUM TO WS-RUN-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END MOVE PD-RUN-DATE TO WS-RUN-DATE
               END-READ.
           CLOSE PROCDATE-FILE.
           COMPUTE WS-RUN-DAYNO =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).
           COMPUTE WS-WEEK-REM =
               FUNCTION MOD (WS-RUN-DAYNO, 7).
           IF WS-WEEK-REM = 0
               MOVE 1 TO WS-XMIT-NIGHT.
       050-EXIT.
           EXIT.
      * Reads our employer identification for hires queued before
      * the control record was on file.
       060-LOAD-EMPLOYER.
           OPEN INPUT EFW2CTL-FILE.
           IF WS-EFW2CTL-STATUS = "00"
               READ EFW2CTL-FILE
                   NOT AT END
                       IF CT-EIN NUMERIC AND CT-EIN > 0
                           MOVE 1 TO WS-CTL-FOUND
                       END-IF
               END-READ.
           CLOSE EFW2CTL-FILE.
       060-EXIT.
           EXIT.
      * Brings one pending hire up to date, edits it, and either
      * lists it as an exception or, on transmission night, sends
      * it.  Hires already sent are passed over.
       100-ONE-HIRE.
           READ NEWHIRE-FILE NEXT RECORD
               AT END
                   MOVE 1 TO WS-NH-EOF
                   GO TO 100-EXIT
           END-READ.
           IF NOT NH-PENDING
               GO TO 100-EXIT.
           PERFORM 200-REFRESH THRU 200-EXIT.
           PERFORM 300-EDIT THRU 300-EXIT.
           MOVE NH-EMPNUM TO RPT-EMPNUM.
           MOVE SPACES TO RPT-NAME.
           STRING NS-FIRST DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  NS-LAST DELIMITED BY SPACE
                  INTO RPT-NAME.
           MOVE WS-SSN-MASKED TO RPT-SSN.
           MOVE NS-HIRE-DATE TO RPT-HIRED.
           MOVE "HIRE" TO RPT-TYPE.
           IF NH-IS-REHIRE
               MOVE "REHIRE" TO RPT-TYPE.
           MOVE WS-DUE-DATE TO RPT-DUE.
           IF WS-REASON NOT = SPACES
               ADD 1 TO WS-EXCEPTIONS
               MOVE WS-REASON TO RPT-RESULT
               IF WS-DAYS-LEFT < 0
                   STRING WS-REASON DELIMITED BY "  "
                          " - PAST DUE" DELIMITED BY SIZE
                          INTO RPT-RESULT
               END-IF
               PERFORM 500-PRINT-LINE THRU 500-EXIT
               REWRITE NH-REC
               GO TO 100-EXIT.
           IF WS-XMIT-NIGHT = 0
               ADD 1 TO WS-PENDING
               REWRITE NH-REC
               GO TO 100-EXIT.
           MOVE NH-STATE-REC TO NHSTATE-REC.
           WRITE NHSTATE-REC.
           MOVE "S" TO NH-STATUS.
           MOVE WS-RUN-DATE TO NH-SENT-DATE.
           REWRITE NH-REC.
           ADD 1 TO WS-SENT.
           MOVE "TRANSMITTED" TO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       100-EXIT.
           EXIT.
      * Fills in what the master or the control record now has
      * that the queued hire was missing.
       200-REFRESH.
           IF NS-ER-FEIN NOT NUMERIC OR NS-ER-FEIN = 0
               IF WS-CTL-FOUND = 1
                   MOVE CT-EIN TO NS-ER-FEIN
                   MOVE CT-NAME TO NS-ER-NAME
                   MOVE CT-ADDR TO NS-ER-ADDR
                   MOVE CT-CITY TO NS-ER-CITY
                   MOVE CT-STATE TO NS-ER-STATE
                   MOVE CT-ZIP TO NS-ER-ZIP
               END-IF
           END-IF.
           MOVE NH-EMPNUM TO EM-EMPNUM.
           READ EMPMASTER-FILE
               INVALID KEY
                   GO TO 200-EXIT
           END-READ.
           IF NS-SSN = SPACES
               MOVE EM-SSN TO NS-SSN.
           IF NS-ADDR = SPACES OR NS-CITY = SPACES
               OR NS-STATE = SPACES OR NS-ZIP = SPACES
               MOVE EM-ADDR TO NS-ADDR
               MOVE EM-CITY TO NS-CITY
               MOVE EM-STATE TO NS-STATE
               MOVE EM-ZIP TO NS-ZIP.
       200-EXIT.
           EXIT.
      * Edits the fields the state requires and works out the
      * twenty-day due date from the hire date.
       300-EDIT.
           MOVE SPACES TO WS-REASON.
           MOVE 0 TO WS-DUE-DATE.
           MOVE 0 TO WS-DAYS-LEFT.
           CALL "SSNEDIT" USING NS-SSN, WS-SSN-RESULT, WS-SSN-MASKED.
           IF NS-HIRE-DATE NOT NUMERIC OR NS-HIRE-DATE = 0
               MOVE "HIRE DATE MISSING" TO WS-REASON
               GO TO 300-EXIT.
           COMPUTE WS-DUE-DAYNO =
               FUNCTION INTEGER-OF-DATE (NS-HIRE-DATE) + 20.
           COMPUTE WS-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DUE-DAYNO).
           COMPUTE WS-DAYS-LEFT = WS-DUE-DAYNO - WS-RUN-DAYNO.
           IF WS-SSN-RESULT = "M"
               MOVE "SSN MISSING" TO WS-REASON
               GO TO 300-EXIT.
           IF WS-SSN-RESULT NOT = SPACE
               MOVE "SSN INVALID" TO WS-REASON
               GO TO 300-EXIT.
           IF NS-FIRST = SPACES OR NS-LAST = SPACES
               MOVE "FIRST OR LAST NAME MISSING" TO WS-REASON
               GO TO 300-EXIT.
           IF NS-ADDR = SPACES OR NS-CITY = SPACES
               OR NS-STATE = SPACES OR NS-ZIP = SPACES
               MOVE "HOME ADDRESS INCOMPLETE" TO WS-REASON
               GO TO 300-EXIT.
           IF NS-ER-FEIN NOT NUMERIC OR NS-ER-FEIN = 0
               MOVE "EMPLOYER FEIN NOT ON FILE" TO WS-REASON.
       300-EXIT.
           EXIT.
      * Prints one control or exception line
       500-PRINT-LINE.
           MOVE RPT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       500-EXIT.
           EXIT.
      * Writes the submission trailer and logs the file on the
      * transmission-control file so an unacknowledged submission
      * raises the morning alarm.  A week with no complete hires
      * sends nothing and logs nothing.
       800-CLOSE-TRANSMISSION.
           MOVE SPACES TO NHSTATE-TRAILER.
           MOVE "T4" TO NT-REC-TYPE.
           MOVE WS-SENT TO NT-COUNT.
           MOVE 0 TO NT-ER-FEIN.
           IF WS-CTL-FOUND = 1
               MOVE CT-EIN TO NT-ER-FEIN.
           MOVE WS-RUN-DATE TO NT-RUN-DATE.
           IF WS-SENT > 0
               WRITE NHSTATE-TRAILER.
           CLOSE NHSTATE-FILE.
           IF WS-SENT = 0
               GO TO 800-EXIT.
           OPEN I-O XMITLOG-FILE.
           MOVE "HW2NHSTA" TO XM-FILE.
           MOVE WS-RUN-DATE TO XM-DATE.
           MOVE WS-SENT TO XM-COUNT.
           MOVE ZEROS TO XM-DOLLARS.
           MOVE ZEROS TO XM-ACK-DATE.
           WRITE XMITLOG-REC
               INVALID KEY REWRITE XMITLOG-REC
           END-WRITE.
           CLOSE XMITLOG-FILE.
       800-EXIT.
           EXIT.
      * Prints the totals and closes up the program files.  Any
      * exception returns the advisory code so the morning
      * operator sees it before the due date passes.
       999-CLOSE-UP.
           MOVE WS-SENT TO RPT-T-SENT.
           MOVE WS-EXCEPTIONS TO RPT-T-EXC.
           MOVE WS-PENDING TO RPT-T-PEND.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE NEWHIRE-FILE EMPMASTER-FILE NH-RPT.
           IF WS-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE.
           STOP RUN.
       END PROGRAM NEWHIRTX.

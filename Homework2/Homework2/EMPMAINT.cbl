      *                 GRANTS A RAISE ONCE WITH AN AUDIT LINE
      *                 SHOWING OLD AND NEW, SO PAYROLL STOPS
      *                 TRUSTING A RATE RE-KEYED 26 TIMES A YEAR.
      * 2026-10-15  KB  CARRY THE EMPLOYEE'S W-4 ELECTIONS ON THE
      *                 MASTER -- FILING STATUS, ANNUAL DEPENDENT
      *                 CREDIT, EXTRA WITHHOLDING PER CHECK, AND
      *                 THE EXEMPT FLAG WITH THE YEAR IT WAS
      *                 CLAIMED.  NEW HIRES TAKE THE KEYED
      *                 ELECTIONS (SINGLE WITH NONE IF LEFT
      *                 BLANK), AND THE NEW W TRANSACTION RECORDS
      *                 A NEW W-4 EFFECTIVE ON THE KEYED DATE,
      *                 KEEPING THE ELECTIONS IT REPLACES AS THE
      *                 PRIOR ELECTIONS, WITH AN AUDIT LINE
      *                 SHOWING OLD AND NEW.
      * 2026-10-15  KB  CARRY THE EMPLOYEE'S SOCIAL SECURITY
      *                 NUMBER ON THE MASTER: A NEW HIRE TAKES THE
      *                 KEYED NUMBER WHEN SSNEDIT PASSES IT (A BAD
      *                 OR MISSING ONE IS NOTED ON THE AUDIT LINE
      *                 AND LEFT OFF), AND THE C TRANSACTION
      *                 CORRECTS IT WITH AN AUDIT LINE OF ITS OWN.
      *                 ONLY THE MASKED NUMBER EVER PRINTS.
      * 2026-10-15  KB  CARRY THE EMPLOYEE'S HOME ADDRESS ON THE
      *                 MASTER (KEYED ON THE A TRANSACTION, CHANGED
      *                 BY THE C TRANSACTION WITH AN AUDIT LINE).
      *                 AN A TRANSACTION FOR A TERMINATED EMPLOYEE
      *                 NOW REHIRES THEM -- ACTIVE AGAIN WITH THE
      *                 NEW HIRE DATE AND RATE -- INSTEAD OF BEING
      *                 REJECTED.  EVERY HIRE AND REHIRE IS QUEUED
      *                 ON THE NEWHIRE FILE IN THE STATE NEW-HIRE
      *                 LAYOUT, WITH OUR EMPLOYER IDENTIFICATION
      *                 FROM THE HW2EFWCT CONTROL RECORD, FOR THE
      *                 WEEKLY NEWHIRTX TRANSMISSION.
      * 2026-10-15  KB  CARRY THE EMPLOYEE'S WORKERS' COMP CLASS
      *                 CODE ON THE MASTER: KEYED ON THE A
      *                 TRANSACTION, CHANGED BY THE C TRANSACTION
      *                 WITH AN AUDIT LINE SHOWING OLD AND NEW.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
               ACCESS IS RANDOM
               RECORD KEY IS FP-EMPNUM
               FILE STATUS IS WS-FINALPAY-STATUS.
           SELECT OPTIONAL NEWHIRE-FILE ASSIGN TO UT-S-NEWHIRE
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS NH-KEY
               FILE STATUS IS WS-NEWHIRE-STATUS.
           SELECT OPTIONAL EFW2CTL-FILE ASSIGN TO UT-S-EFW2CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFW2CTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
               88  ET-IS-CHANGE        VALUE "C".
               88  ET-IS-TERM          VALUE "T".
               88  ET-IS-RATE          VALUE "R".
               88  ET-IS-W4            VALUE "W".
           05  ET-EMPNUM       PIC 9(4).
           05  ET-NAME         PIC X(20).
           05  ET-DEPT         PIC X(4).
           05  ET-DATE         PIC 9(8).
           05  ET-RATE         PIC 9(5)V99.
           05  ET-W4-STATUS    PIC X.
               88  ET-W4-STATUS-OK     VALUE "S" "M" "H".
           05  ET-W4-CREDIT    PIC 9(5)V99.
           05  ET-W4-CREDIT-X REDEFINES ET-W4-CREDIT PIC X(7).
           05  ET-W4-EXTRA     PIC 9(4)V99.
           05  ET-W4-EXTRA-X REDEFINES ET-W4-EXTRA PIC X(6).
           05  ET-W4-EXEMPT    PIC X.
           05  ET-SSN          PIC X(9).
           05  ET-HOME-ADDRESS.
               10  ET-ADDR     PIC X(30).
               10  ET-CITY     PIC X(20).
               10  ET-STATE    PIC X(2).
               10  ET-ZIP      PIC X(9).
           05  ET-WC-CLASS     PIC X(4).
       FD  EMPMASTER-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
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
       FD  MAINT-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
           05  FP-STATUS       PIC X.
               88  FP-OPEN             VALUE "O".
               88  FP-PAID             VALUE "P".
      * One queued hire or rehire.  NH-STATE-REC is the state's
      * fixed new-hire submission record, sent as it stands.
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

       WORKING-STORAGE SECTION.
       77  UT-S-EMPTXN  PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2FINAL.DAT'.
       77  WS-LEAVEBAL-STATUS PIC XX   VALUE SPACES.
       77  WS-FINALPAY-STATUS PIC XX   VALUE SPACES.
       77  UT-S-NEWHIRE PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2NEWHR.DAT'.
       77  UT-S-EFW2CTL PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EFWCT.DAT'.
       77  WS-NEWHIRE-STATUS PIC XX    VALUE SPACES.
       77  WS-EFW2CTL-STATUS PIC XX    VALUE SPACES.
       77  WS-ON-FILE   PIC 9          VALUE 0.
       77  WS-OLD-SSN   PIC X(9)       VALUE SPACES.
       77  WS-OLD-ADDRESS PIC X(61)    VALUE SPACES.
       77  WS-OLD-WC-CLASS PIC X(4)    VALUE SPACES.
       77  WS-EM-SAVE   PIC X(187)     VALUE SPACES.
      * Name split for the state record: "LAST, FIRST MIDDLE" or
      * "FIRST MIDDLE LAST".
       77  WS-NAME-COMMAS PIC 9(2)     VALUE 0.
       77  WS-NAME-LEAD PIC 9(2)       VALUE 0.
       77  WS-NAME-WORK PIC X(20)      VALUE SPACES.
       77  WS-NAME-W1   PIC X(20)      VALUE SPACES.
       77  WS-NAME-W2   PIC X(20)      VALUE SPACES.
       77  WS-NAME-W3   PIC X(20)      VALUE SPACES.
       77  WS-TXN-EOF   PIC 9          VALUE 0.
       77  WS-ADDS      PIC 9(5)       VALUE 0.
       77  WS-CHANGES   PIC 9(5)       VALUE 0.
       77  WS-TERMS     PIC 9(5)       VALUE 0.
       77  WS-REJECTS   PIC 9(5)       VALUE 0.
       77  WS-W4-REASON PIC X(30)      VALUE SPACES.
      * Social security number edit results from SSNEDIT; only the
      * masked form ever prints on this listing.
       77  WS-SSN-RESULT PIC X         VALUE SPACE.
       77  WS-SSN-MASKED PIC X(11)     VALUE SPACES.
       77  WS-SSN-OLD-MASKED PIC X(11) VALUE SPACES.
      * Before and after pictures of the W-4 elections for the
      * audit line: filing status, annual dependent credit, extra
      * withholding per check, and the exempt flag.
       01  WS-W4-AUDIT.
           05  WA-STATUS   PIC X.
           05  FILLER      PIC X(4)    VALUE " CR ".
           05  WA-CREDIT   PIC ZZZZ9.99.
           05  FILLER      PIC X(3)    VALUE " X ".
           05  WA-EXTRA    PIC ZZZ9.99.
           05  FILLER      PIC X(1)    VALUE SPACE.
           05  WA-EXEMPT   PIC X.
       01  RPT-TITLE.
           05  FILLER      PIC X(33)
               VALUE "EMPLOYEE MASTER MAINTENANCE AUDIT".
           OPEN I-O EMPMASTER-FILE.
           OPEN I-O LEAVEBAL-FILE.
           OPEN I-O FINALPAY-FILE.
           OPEN I-O NEWHIRE-FILE.
           IF WS-NEWHIRE-STATUS NOT = "00"
               AND WS-NEWHIRE-STATUS NOT = "05"
               OPEN OUTPUT NEWHIRE-FILE
               CLOSE NEWHIRE-FILE
               OPEN I-O NEWHIRE-FILE.
           MOVE SPACES TO EFW2CTL-REC.
           MOVE 0 TO CT-EIN.
           OPEN INPUT EFW2CTL-FILE.
           IF WS-EFW2CTL-STATUS = "00"
               READ EFW2CTL-FILE
                   AT END
                       MOVE SPACES TO EFW2CTL-REC
                       MOVE 0 TO CT-EIN
               END-READ.
           CLOSE EFW2CTL-FILE.
           OPEN OUTPUT MAINT-RPT.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT.
           ELSE
           IF ET-IS-RATE
               PERFORM 450-RATE-CHANGE THRU 450-EXIT
           ELSE
           IF ET-IS-W4
               PERFORM 460-W4-CHANGE THRU 460-EXIT
           ELSE
               ADD 1 TO WS-REJECTS
               MOVE "REJECT" TO RPT-ACTION
               PERFORM 500-PRINT-LINE THRU 500-EXIT.
       100-EXIT.
           EXIT.
      * Adds a new hire to the master, or rehires a terminated
      * employee already on it, and queues the hire for the state.
       200-ADD-EMPLOYEE.
           MOVE "ADD   " TO RPT-ACTION.
           MOVE SPACES TO RPT-OLD.
           MOVE ET-RATE TO EM-PAY-RATE.
           MOVE ET-DATE TO EM-RATE-EFF-DATE.
           MOVE ZEROES TO EM-PREV-RATE.
           PERFORM 465-EDIT-W4 THRU 465-EXIT.
           IF WS-W4-REASON NOT = SPACES
               MOVE "S" TO ET-W4-STATUS
               MOVE ZEROES TO ET-W4-CREDIT
               MOVE ZEROES TO ET-W4-EXTRA
               MOVE "N" TO ET-W4-EXEMPT.
           PERFORM 470-SET-W4 THRU 470-EXIT.
           MOVE EM-W4-CURRENT TO EM-W4-PRIOR.
           CALL "SSNEDIT" USING ET-SSN, WS-SSN-RESULT, WS-SSN-MASKED.
           IF WS-SSN-RESULT = SPACE
               MOVE ET-SSN TO EM-SSN
           ELSE
               MOVE SPACES TO EM-SSN.
           MOVE ET-HOME-ADDRESS TO EM-HOME-ADDRESS.
           MOVE ET-WC-CLASS TO EM-WC-CLASS.
           MOVE 0 TO WS-ON-FILE.
           WRITE EM-REC
               INVALID KEY
                   MOVE 1 TO WS-ON-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-ADDS
                   MOVE "EMPLOYEE ADDED" TO RPT-RESULT
                   IF WS-SSN-RESULT = "M"
                       MOVE "EMPLOYEE ADDED - NO SSN" TO RPT-RESULT
                   END-IF
                   IF WS-SSN-RESULT = "B"
                       MOVE "ADDED - BAD SSN NOT STORED"
                           TO RPT-RESULT
                   END-IF
           END-WRITE.
           IF WS-ON-FILE = 1
               PERFORM 210-REHIRE THRU 210-EXIT
               GO TO 200-EXIT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
           MOVE "H" TO NH-TYPE.
           PERFORM 250-QUEUE-NEW-HIRE THRU 250-EXIT.
       200-EXIT.
           EXIT.
      * An add for an employee already on the master is a rehire
      * when that employee is terminated: the record is rebuilt
      * from the transaction as a new hire, keeping the SSN, home
      * address and workers' comp class on file where the
      * transaction leaves them out.  An add for an active
      * employee is still refused.
       210-REHIRE.
           MOVE EM-REC TO WS-EM-SAVE.
           READ EMPMASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EM-STATUS
           END-READ.
           IF NOT EM-TERMINATED
               ADD 1 TO WS-REJECTS
               MOVE "REJECT" TO RPT-ACTION
               MOVE "EMPLOYEE ALREADY ON MASTER" TO RPT-RESULT
               PERFORM 500-PRINT-LINE THRU 500-EXIT
               GO TO 210-EXIT.
           MOVE EM-SSN TO WS-OLD-SSN.
           MOVE EM-HOME-ADDRESS TO WS-OLD-ADDRESS.
           MOVE EM-WC-CLASS TO WS-OLD-WC-CLASS.
           MOVE WS-EM-SAVE TO EM-REC.
           IF WS-SSN-RESULT NOT = SPACE AND WS-OLD-SSN NOT = SPACES
               MOVE WS-OLD-SSN TO EM-SSN
               MOVE SPACE TO WS-SSN-RESULT.
           IF ET-HOME-ADDRESS = SPACES
               MOVE WS-OLD-ADDRESS TO EM-HOME-ADDRESS.
           IF ET-WC-CLASS = SPACES
               MOVE WS-OLD-WC-CLASS TO EM-WC-CLASS.
           REWRITE EM-REC.
           ADD 1 TO WS-ADDS.
           MOVE "REHIRE" TO RPT-ACTION.
           MOVE "EMPLOYEE REHIRED" TO RPT-RESULT.
           IF WS-SSN-RESULT = "M"
               MOVE "EMPLOYEE REHIRED - NO SSN" TO RPT-RESULT.
           IF WS-SSN-RESULT = "B"
               MOVE "REHIRED - BAD SSN NOT STORED" TO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
           MOVE "R" TO NH-TYPE.
           PERFORM 250-QUEUE-NEW-HIRE THRU 250-EXIT.
       210-EXIT.
           EXIT.
      * Queues the hire on the NEWHIRE file in the state layout.
      * A hire missing a field the state requires still queues;
      * NEWHIRTX lists it as an exception until the master is
      * corrected, and the audit line here flags it at once.
       250-QUEUE-NEW-HIRE.
           MOVE EM-EMPNUM TO NH-EMPNUM.
           MOVE EM-HIRE-DATE TO NH-HIRE-KEY.
           MOVE "P" TO NH-STATUS.
           MOVE ZEROES TO NH-SENT-DATE.
           MOVE SPACES TO NH-STATE-REC.
           MOVE "W4" TO NS-REC-TYPE.
           MOVE EM-SSN TO NS-SSN.
           PERFORM 260-SPLIT-NAME THRU 260-EXIT.
           MOVE EM-ADDR TO NS-ADDR.
           MOVE EM-CITY TO NS-CITY.
           MOVE EM-STATE TO NS-STATE.
           MOVE EM-ZIP TO NS-ZIP.
           MOVE EM-HIRE-DATE TO NS-HIRE-DATE.
           MOVE CT-EIN TO NS-ER-FEIN.
           MOVE CT-NAME TO NS-ER-NAME.
           MOVE CT-ADDR TO NS-ER-ADDR.
           MOVE CT-CITY TO NS-ER-CITY.
           MOVE CT-STATE TO NS-ER-STATE.
           MOVE CT-ZIP TO NS-ER-ZIP.
           WRITE NH-REC
               INVALID KEY REWRITE NH-REC
           END-WRITE.
           MOVE "NEWHIR" TO RPT-ACTION.
           MOVE SPACES TO RPT-OLD.
           MOVE SPACES TO RPT-NEW.
           MOVE "QUEUED FOR STATE REPORT" TO RPT-RESULT.
           IF NS-SSN = SPACES OR NS-ADDR = SPACES OR NS-CITY = SPACES
               OR NS-STATE = SPACES OR NS-ZIP = SPACES
               OR NS-ER-FEIN = 0
               MOVE "QUEUED - STATE DATA MISSING" TO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       250-EXIT.
           EXIT.
      * Splits the master name into the state record's first,
      * middle and last names.  "LAST, FIRST MIDDLE" is split at
      * the comma; otherwise the last word is taken as the surname
       260-SPLIT-NAME.
           MOVE SPACES TO WS-NAME-WORK.
           MOVE SPACES TO WS-NAME-W1 WS-NAME-W2 WS-NAME-W3.
           MOVE 0 TO WS-NAME-COMMAS WS-NAME-LEAD.
           INSPECT EM-NAME TALLYING WS-NAME-COMMAS FOR ALL ",".
           IF WS-NAME-COMMAS > 0
               UNSTRING EM-NAME DELIMITED BY ","
                   INTO NS-LAST WS-NAME-WORK
               INSPECT WS-NAME-WORK TALLYING WS-NAME-LEAD
                   FOR LEADING SPACES
               IF WS-NAME-LEAD < 20
                   UNSTRING WS-NAME-WORK(WS-NAME-LEAD + 1:)
                       DELIMITED BY ALL SPACE
                       INTO NS-FIRST NS-MIDDLE
               END-IF
               GO TO 260-EXIT.
           UNSTRING EM-NAME DELIMITED BY ALL SPACE
               INTO WS-NAME-W1 WS-NAME-W2 WS-NAME-W3.
           IF WS-NAME-W2 = SPACES
               MOVE WS-NAME-W1 TO NS-LAST
               GO TO 260-EXIT.
           MOVE WS-NAME-W1 TO NS-FIRST.
           IF WS-NAME-W3 = SPACES
               MOVE WS-NAME-W2 TO NS-LAST
           ELSE
               MOVE WS-NAME-W2 TO NS-MIDDLE
               MOVE WS-NAME-W3 TO NS-LAST.
       260-EXIT.
           EXIT.
      * Changes name and department on an existing record
       300-CHANGE-EMPLOYEE.
           MOVE "CHANGE" TO RPT-ACTION.
                   PERFORM 500-PRINT-LINE THRU 500-EXIT
                   GO TO 300-EXIT
           END-READ.
           IF ET-SSN NOT = SPACES
               CALL "SSNEDIT" USING ET-SSN, WS-SSN-RESULT,
                   WS-SSN-MASKED
               IF WS-SSN-RESULT NOT = SPACE
                   ADD 1 TO WS-REJECTS
                   MOVE "REJECT" TO RPT-ACTION
                   MOVE SPACES TO RPT-OLD
                   MOVE WS-SSN-MASKED TO RPT-NEW
                   MOVE "BAD SSN - CHANGE NOT MADE" TO RPT-RESULT
                   PERFORM 500-PRINT-LINE THRU 500-EXIT
                   GO TO 300-EXIT
               END-IF
           END-IF.
           MOVE EM-NAME TO RPT-OLD.
           IF ET-NAME NOT = SPACES
               MOVE ET-NAME TO EM-NAME.
           IF ET-DEPT NOT = SPACES
               MOVE ET-DEPT TO EM-DEPT.
           MOVE EM-NAME TO RPT-NEW.
           IF ET-SSN NOT = SPACES
               CALL "SSNEDIT" USING EM-SSN, WS-SSN-RESULT,
                   WS-SSN-OLD-MASKED
               MOVE ET-SSN TO EM-SSN
           END-IF.
           MOVE EM-HOME-ADDRESS TO WS-OLD-ADDRESS.
           IF ET-HOME-ADDRESS NOT = SPACES
               MOVE ET-HOME-ADDRESS TO EM-HOME-ADDRESS.
           MOVE EM-WC-CLASS TO WS-OLD-WC-CLASS.
           IF ET-WC-CLASS NOT = SPACES
               MOVE ET-WC-CLASS TO EM-WC-CLASS.
           REWRITE EM-REC.
           ADD 1 TO WS-CHANGES.
           MOVE "EMPLOYEE CHANGED" TO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
           IF ET-SSN NOT = SPACES
               PERFORM 310-PRINT-SSN THRU 310-EXIT.
           IF ET-HOME-ADDRESS NOT = SPACES
               PERFORM 320-PRINT-ADDRESS THRU 320-EXIT.
           IF ET-WC-CLASS NOT = SPACES
               PERFORM 330-PRINT-WC-CLASS THRU 330-EXIT.
       300-EXIT.
           EXIT.
      * Prints the social security number correction on an audit
      * line of its own, the old and new numbers both masked.
       310-PRINT-SSN.
           MOVE "SSN   " TO RPT-ACTION.
           MOVE WS-SSN-OLD-MASKED TO RPT-OLD.
           MOVE WS-SSN-MASKED TO RPT-NEW.
           MOVE "SSN CHANGED" TO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       310-EXIT.
           EXIT.
      * Prints the home address change on an audit line of its
      * own, the old and new street addresses side by side.
       320-PRINT-ADDRESS.
           MOVE "ADDR  " TO RPT-ACTION.
           MOVE WS-OLD-ADDRESS TO RPT-OLD.
           MOVE EM-ADDR TO RPT-NEW.
           MOVE "HOME ADDRESS CHANGED" TO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       320-EXIT.
           EXIT.
      * Prints the workers' comp class change on an audit line of
      * its own, old and new class side by side.
       330-PRINT-WC-CLASS.
           MOVE "WCCLAS" TO RPT-ACTION.
           MOVE WS-OLD-WC-CLASS TO RPT-OLD.
           MOVE EM-WC-CLASS TO RPT-NEW.
           MOVE "WC CLASS CODE CHANGED" TO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       330-EXIT.
           EXIT.
      * Marks an employee terminated with the termination date
       400-TERM-EMPLOYEE.
           MOVE "TERM  " TO RPT-ACTION.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       450-EXIT.
           EXIT.
      * Records a new W-4 filed by the employee, effective on the
      * keyed date.  The elections it replaces are kept as the
      * prior elections so a pay period ending before the
      * effective date still withholds under them, and the audit
      * line shows both sides.  An exempt election is stamped with
      * the year of its effective date; it lapses after February 15
      * of the next year unless a new "W" renews it.
       460-W4-CHANGE.
           MOVE "W-4   " TO RPT-ACTION.
           MOVE ET-EMPNUM TO EM-EMPNUM.
           READ EMPMASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTS
                   MOVE "REJECT" TO RPT-ACTION
                   MOVE SPACES TO RPT-OLD
                   MOVE SPACES TO RPT-NEW
                   MOVE "EMPLOYEE NOT ON MASTER" TO RPT-RESULT
                   PERFORM 500-PRINT-LINE THRU 500-EXIT
                   GO TO 460-EXIT
           END-READ.
           PERFORM 465-EDIT-W4 THRU 465-EXIT.
           IF ET-DATE NOT NUMERIC OR ET-DATE = 0
               MOVE "BAD EFFECTIVE DATE" TO WS-W4-REASON.
           IF WS-W4-REASON NOT = SPACES
               ADD 1 TO WS-REJECTS
               MOVE "REJECT" TO RPT-ACTION
               MOVE SPACES TO RPT-OLD
               MOVE SPACES TO RPT-NEW
               MOVE WS-W4-REASON TO RPT-RESULT
               PERFORM 500-PRINT-LINE THRU 500-EXIT
               GO TO 460-EXIT.
           MOVE EM-W4-STATUS TO WA-STATUS.
           IF EM-W4-CREDIT NUMERIC
               MOVE EM-W4-CREDIT TO WA-CREDIT
           ELSE
               MOVE ZEROES TO WA-CREDIT.
           IF EM-W4-EXTRA NUMERIC
               MOVE EM-W4-EXTRA TO WA-EXTRA
           ELSE
               MOVE ZEROES TO WA-EXTRA.
           MOVE EM-W4-EXEMPT TO WA-EXEMPT.
           MOVE WS-W4-AUDIT TO RPT-OLD.
           MOVE EM-W4-CURRENT TO EM-W4-PRIOR.
           PERFORM 470-SET-W4 THRU 470-EXIT.
           MOVE EM-W4-STATUS TO WA-STATUS.
           MOVE EM-W4-CREDIT TO WA-CREDIT.
           MOVE EM-W4-EXTRA TO WA-EXTRA.
           MOVE EM-W4-EXEMPT TO WA-EXEMPT.
           MOVE WS-W4-AUDIT TO RPT-NEW.
           REWRITE EM-REC.
           ADD 1 TO WS-CHANGES.
           MOVE SPACES TO RPT-RESULT.
           STRING "W-4 CHANGED EFF " DELIMITED BY SIZE
                  ET-DATE DELIMITED BY SIZE
                  INTO RPT-RESULT.
           PERFORM 500-PRINT-LINE THRU 500-EXIT.
       460-EXIT.
           EXIT.
      * Edits the keyed W-4 elections.  A blank amount is zero and
      * a blank exempt flag is not exempt.
       465-EDIT-W4.
           MOVE SPACES TO WS-W4-REASON.
           IF ET-W4-STATUS = SPACE
               MOVE "S" TO ET-W4-STATUS.
           IF NOT ET-W4-STATUS-OK
               MOVE "BAD FILING STATUS" TO WS-W4-REASON
               GO TO 465-EXIT.
           IF ET-W4-CREDIT-X = SPACES
               MOVE ZEROES TO ET-W4-CREDIT.
           IF ET-W4-EXTRA-X = SPACES
               MOVE ZEROES TO ET-W4-EXTRA.
           IF ET-W4-CREDIT NOT NUMERIC
               OR ET-W4-EXTRA NOT NUMERIC
               MOVE "BAD W-4 AMOUNT" TO WS-W4-REASON
               GO TO 465-EXIT.
           IF ET-W4-EXEMPT = SPACE
               MOVE "N" TO ET-W4-EXEMPT.
           IF ET-W4-EXEMPT NOT = "Y" AND ET-W4-EXEMPT NOT = "N"
               MOVE "BAD EXEMPT FLAG" TO WS-W4-REASON.
       465-EXIT.
           EXIT.
      * Moves the edited elections onto the master record.
       470-SET-W4.
           MOVE ET-W4-STATUS TO EM-W4-STATUS.
           MOVE ET-W4-CREDIT TO EM-W4-CREDIT.
           MOVE ET-W4-EXTRA TO EM-W4-EXTRA.
           MOVE ET-W4-EXEMPT TO EM-W4-EXEMPT.
           IF ET-W4-EXEMPT = "Y"
               MOVE ET-DATE(1:4) TO EM-W4-EXEMPT-YR
           ELSE
               MOVE ZEROES TO EM-W4-EXEMPT-YR.
           MOVE ET-DATE TO EM-W4-EFF-DATE.
       470-EXIT.
           EXIT.
      * Prints one audit line
       500-PRINT-LINE.
           MOVE RPT-LINE TO OUT-PUT.
           MOVE RPT-TOTAL-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           CLOSE EMPTXN-FILE EMPMASTER-FILE LEAVEBAL-FILE
                 FINALPAY-FILE NEWHIRE-FILE MAINT-RPT.
           STOP RUN.
       END PROGRAM EMPMAINT.

      * KODY BRAND
      * This program reads the payroll year-to-date master file
      * (YTD-FILE) built up by PAYROLL and prints a W-2 style wage
      * and tax statement for every employee on it.  The W-2 is the
      * one place the full social security number prints.  The
      * same figures are written to the HW2EFW2 electronic W-2
      * submission file in the Social Security Administration's
      * EFW2 format (RA submitter, RE employer, one RW per
      * employee, RT total, RF final), the submitter and employer
      * taken from the one-record HW2EFWCT control file.  A W-3
      * reconciliation page at the end compares the file's totals
      * with the four quarters QTR941 filed on the HW2941H quarter
      * history and flags any difference, a missing quarter, and
      * every missing or badly formed SSN, before the file is
      * transmitted.  The tax year is the PROCDATE run year, or
      * the year before when the run is in January.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-08-09  KB  ORIGINAL PROGRAM.
      *                 EMPLOYEE MASTER RECORD.
      * 2026-08-22  KB  CARRY THE PAY-PERIOD RERUN STAMP NOW ON THE
      *                 YTD-FILE RECORD.
      * 2026-10-15  KB  CARRY THE W-4 ELECTION FIELDS NOW ON THE
      *                 EMPLOYEE MASTER RECORD.
      * 2026-10-15  KB  CARRY THE SOCIAL SECURITY NUMBER NOW ON
      *                 THE EMPLOYEE MASTER RECORD AND PRINT IT IN
      *                 FULL ON THE W-2; WRITE THE EFW2 ELECTRONIC
      *                 W-2 SUBMISSION FILE (HW2EFW2) FROM THE
      *                 HW2EFWCT CONTROL RECORD, AND PRINT A W-3
      *                 PAGE RECONCILING THE FILE TO THE FOUR 941
      *                 QUARTERS ON HW2941H WITH SSN EXCEPTIONS.
      * 2026-10-15  KB  STAMP THE TAX YEAR, RUN DATE, COUNT AND
      *                 TOTALS OF THE W-2 RUN ON THE NEW HW2W2CT
      *                 CONTROL RECORD YECLOSE REQUIRES, AND
      *                 REFUSE TO RUN FOR A TAX YEAR YECLOSE HAS
      *                 ALREADY CLOSED.
      * 2026-10-15  KB  EMPLOYEE MASTER RECORD CARRIES THE HOME
      *                 ADDRESS (STREET, CITY, STATE, ZIP) FOR
      *                 STATE NEW-HIRE REPORTING.
      * 2026-10-15  KB  CARRY THE WORKERS' COMP CLASS CODE NOW ON
      *                 THE EMPLOYEE MASTER RECORD.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. W2GEN.
               ACCESS IS RANDOM
               RECORD KEY IS EM-EMPNUM.
           SELECT W2-RPT ASSIGN TO UT-S-W2RPT.
           SELECT EFW2-FILE ASSIGN TO UT-S-EFW2
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EFW2CTL-FILE ASSIGN TO UT-S-EFW2CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EFW2CTL-STATUS.
           SELECT OPTIONAL Q941HIST-FILE ASSIGN TO UT-S-Q941H
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS Q9-KEY
               FILE STATUS IS WS-Q941H-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT W2CTL-FILE ASSIGN TO UT-S-W2CTL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL YTDCTL-FILE ASSIGN TO UT-S-YTDCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YTDCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
       FD  W2-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT         PIC X(132).
       FD  EFW2-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  EFW2-REC        PIC X(512).
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
       FD  Q941HIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  Q941H-REC.
           05  Q9-KEY.
               10  Q9-YEAR     PIC 9(4).
               10  Q9-QTR      PIC 9.
           05  Q9-EMP-COUNT    PIC 9(5).
           05  Q9-WAGES        PIC S9(9)V99.
           05  Q9-FED          PIC S9(9)V99.
           05  Q9-SS-TAX       PIC S9(9)V99.
           05  Q9-MED-TAX      PIC S9(9)V99.
           05  Q9-RUN-DATE     PIC 9(8).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
           05  PD-MONTH-END    PIC X.
       FD  W2CTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  W2CTL-REC.
           05  W2C-TAX-YEAR    PIC 9(4).
           05  W2C-RUN-DATE    PIC 9(8).
           05  W2C-COUNT       PIC 9(7).
           05  W2C-WAGES       PIC 9(13)V99.
           05  W2C-FED         PIC 9(13)V99.
       FD  YTDCTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  YTDCTL-REC.
           05  YC-OPEN-YEAR    PIC 9(4).
           05  YC-CLOSED-YEAR  PIC 9(4).
           05  YC-CLOSE-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  END-OF-FILE     PIC X           VALUE 'N'.
       77  WS-EMP-NAME     PIC X(20)       VALUE SPACES.
       77  WS-EMP-DEPT     PIC X(4)        VALUE SPACES.
       77  WS-TAX-YEAR     PIC 9(4)        VALUE 0.
       77  UT-S-EFW2       PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EFW2.DAT'.
       77  UT-S-EFW2CTL    PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2EFWCT.DAT'.
       77  UT-S-Q941H      PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2941H.DAT'.
       77  UT-S-PROCDATE   PIC X(50)
               VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  UT-S-W2CTL      PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2W2CT.DAT'.
       77  UT-S-YTDCTL     PIC X(50)
               VALUE 'C:\Projects\CS4230\HW2YTDCT.DAT'.
       77  WS-YTDCTL-STATUS PIC XX         VALUE SPACES.
       77  WS-EFW2CTL-STATUS PIC XX        VALUE SPACES.
       77  WS-Q941H-STATUS PIC XX          VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX       VALUE SPACES.
       77  WS-RUN-DATE     PIC 9(8)        VALUE 0.
       77  WS-CTL-MISSING  PIC 9           VALUE 0.
       77  WS-EMP-SSN      PIC X(9)        VALUE SPACES.
       77  WS-SSN-RESULT   PIC X           VALUE SPACE.
       77  WS-SSN-MASKED   PIC X(11)       VALUE SPACES.
       77  WS-RW-COUNT     PIC 9(7)        VALUE 0.
       77  WS-QTR          PIC 9           VALUE 0.
       77  WS-QTR-MISSING  PIC 9           VALUE 0.
       77  WS-QTR-FOUND    PIC 9           VALUE 0.
       77  WS-Q941H-OPEN   PIC 9           VALUE 0.
       77  WS-DIFF-COUNT   PIC 9           VALUE 0.
       77  WS-NAME-COMMAS  PIC 9(2)        VALUE 0.
       77  WS-NAME-WORDS   PIC 9(2)        VALUE 0.
       77  WS-NAME-LEAD    PIC 9(2)        VALUE 0.
       77  WS-NAME-WORK    PIC X(20)       VALUE SPACES.
       77  WS-NAME-W1      PIC X(20)       VALUE SPACES.
       77  WS-NAME-W2      PIC X(20)       VALUE SPACES.
       77  WS-NAME-W3      PIC X(20)       VALUE SPACES.
       77  WS-EXC-COUNT    PIC 9(3)        VALUE 0.
       77  WS-EXC-IDX      PIC 9(3)        VALUE 0.
       77  WS-EXC-OVERFLOW PIC 9(5)        VALUE 0.
      * File totals for the RT record and the W-3, and the same
      * figures summed off the four 941 quarters.
       01  WS-W3-TOTALS.
           05  WS-T-WAGES      PIC 9(13)V99    VALUE 0.
           05  WS-T-FED        PIC 9(13)V99    VALUE 0.
           05  WS-T-SS-TAX     PIC 9(13)V99    VALUE 0.
           05  WS-T-MED-TAX    PIC 9(13)V99    VALUE 0.
           05  WS-T-ER-FICA    PIC 9(13)V99    VALUE 0.
           05  WS-T-ER-MED     PIC 9(13)V99    VALUE 0.
       01  WS-941-TOTALS.
           05  WS-Q-WAGES      PIC S9(13)V99   VALUE 0.
           05  WS-Q-FED        PIC S9(13)V99   VALUE 0.
           05  WS-Q-SS-TAX     PIC S9(13)V99   VALUE 0.
           05  WS-Q-MED-TAX    PIC S9(13)V99   VALUE 0.
       77  WS-CMP-FILE     PIC S9(13)V99   VALUE 0.
       77  WS-CMP-941      PIC S9(13)V99   VALUE 0.
       77  WS-CMP-DIFF     PIC S9(13)V99   VALUE 0.
      * Employees whose SSN is missing or badly formed, listed on
      * the W-3 page.
       01  WS-EXC-TABLE.
           05  WS-EXC-ENTRY OCCURS 200 TIMES.
               10  WS-EXC-EMPNUM   PIC 9(4).
               10  WS-EXC-NAME     PIC X(20).
               10  WS-EXC-MASKED   PIC X(11).
               10  WS-EXC-REASON   PIC X(20).

      * EFW2 submission records, 512 bytes each.  Money fields are
      * dollars and cents with no decimal point; fields this payroll
      * does not carry are zero-filled, unused positions blank.
       01  EF-RA-REC.
           05  FILLER      PIC X(2)        VALUE "RA".
           05  RA-EIN      PIC 9(9)        VALUE 0.
           05  RA-USER-ID  PIC X(8)        VALUE SPACES.
           05  FILLER      PIC X(9)        VALUE SPACES.
           05  FILLER      PIC X           VALUE "0".
           05  FILLER      PIC X(6)        VALUE SPACES.
           05  FILLER      PIC X(2)        VALUE "98".
           05  RA-CO-NAME  PIC X(57)       VALUE SPACES.
           05  FILLER      PIC X(22)       VALUE SPACES.
           05  RA-CO-ADDR  PIC X(22)       VALUE SPACES.
           05  RA-CO-CITY  PIC X(22)       VALUE SPACES.
           05  RA-CO-STATE PIC X(2)        VALUE SPACES.
           05  RA-CO-ZIP   PIC X(5)        VALUE SPACES.
           05  FILLER      PIC X(49)       VALUE SPACES.
           05  RA-SUB-NAME PIC X(57)       VALUE SPACES.
           05  FILLER      PIC X(22)       VALUE SPACES.
           05  RA-SUB-ADDR PIC X(22)       VALUE SPACES.
           05  RA-SUB-CITY PIC X(22)       VALUE SPACES.
           05  RA-SUB-STATE PIC X(2)       VALUE SPACES.
           05  RA-SUB-ZIP  PIC X(5)        VALUE SPACES.
           05  FILLER      PIC X(49)       VALUE SPACES.
           05  RA-CONTACT  PIC X(27)       VALUE SPACES.
           05  RA-PHONE    PIC X(15)       VALUE SPACES.
           05  FILLER      PIC X(8)        VALUE SPACES.
           05  RA-EMAIL    PIC X(40)       VALUE SPACES.
           05  FILLER      PIC X(14)       VALUE SPACES.
           05  FILLER      PIC X           VALUE "L".
           05  FILLER      PIC X(12)       VALUE SPACES.
       01  EF-RE-REC.
           05  FILLER      PIC X(2)        VALUE "RE".
           05  RE-YEAR     PIC 9(4)        VALUE 0.
           05  FILLER      PIC X           VALUE SPACE.
           05  RE-EIN      PIC 9(9)        VALUE 0.
           05  FILLER      PIC X(9)        VALUE SPACES.
           05  FILLER      PIC X           VALUE "0".
           05  FILLER      PIC X(13)       VALUE SPACES.
           05  RE-NAME     PIC X(57)       VALUE SPACES.
           05  FILLER      PIC X(22)       VALUE SPACES.
           05  RE-ADDR     PIC X(22)       VALUE SPACES.
           05  RE-CITY     PIC X(22)       VALUE SPACES.
           05  RE-STATE    PIC X(2)        VALUE SPACES.
           05  RE-ZIP      PIC X(5)        VALUE SPACES.
           05  FILLER      PIC X(4)        VALUE SPACES.
           05  FILLER      PIC X           VALUE "N".
           05  FILLER      PIC X(44)       VALUE SPACES.
           05  FILLER      PIC X           VALUE "R".
           05  FILLER      PIC X           VALUE SPACE.
           05  FILLER      PIC X           VALUE "0".
           05  RE-CONTACT  PIC X(27)       VALUE SPACES.
           05  RE-PHONE    PIC X(15)       VALUE SPACES.
           05  FILLER      PIC X(15)       VALUE SPACES.
           05  RE-EMAIL    PIC X(40)       VALUE SPACES.
           05  FILLER      PIC X(194)      VALUE SPACES.
       01  EF-RW-REC.
           05  FILLER      PIC X(2)        VALUE "RW".
           05  RW-SSN      PIC X(9)        VALUE SPACES.
           05  RW-FIRST    PIC X(15)       VALUE SPACES.
           05  RW-MIDDLE   PIC X(15)       VALUE SPACES.
           05  RW-LAST     PIC X(20)       VALUE SPACES.
           05  FILLER      PIC X(126)      VALUE SPACES.
           05  RW-WAGES    PIC 9(9)V99     VALUE 0.
           05  RW-FED      PIC 9(9)V99     VALUE 0.
           05  RW-SS-WAGES PIC 9(9)V99     VALUE 0.
           05  RW-SS-TAX   PIC 9(9)V99     VALUE 0.
           05  RW-MED-WAGES PIC 9(9)V99    VALUE 0.
           05  RW-MED-TAX  PIC 9(9)V99     VALUE 0.
           05  FILLER      PIC X(11)       VALUE ALL "0".
           05  FILLER      PIC X(11)       VALUE SPACES.
           05  FILLER      PIC X(66)       VALUE ALL "0".
           05  FILLER      PIC X(11)       VALUE SPACES.
           05  FILLER      PIC X(44)       VALUE ALL "0".
           05  FILLER      PIC X(11)       VALUE SPACES.
           05  FILLER      PIC X(77)       VALUE ALL "0".
           05  FILLER      PIC X           VALUE SPACE.
           05  FILLER      PIC X           VALUE "0".
           05  FILLER      PIC X           VALUE SPACE.
           05  FILLER      PIC X(2)        VALUE "00".
           05  FILLER      PIC X(23)       VALUE SPACES.
       01  EF-RT-REC.
           05  FILLER      PIC X(2)        VALUE "RT".
           05  RT-COUNT    PIC 9(7)        VALUE 0.
           05  RT-WAGES    PIC 9(13)V99    VALUE 0.
           05  RT-FED      PIC 9(13)V99    VALUE 0.
           05  RT-SS-WAGES PIC 9(13)V99    VALUE 0.
           05  RT-SS-TAX   PIC 9(13)V99    VALUE 0.
           05  RT-MED-WAGES PIC 9(13)V99   VALUE 0.
           05  RT-MED-TAX  PIC 9(13)V99    VALUE 0.
           05  FILLER      PIC X(15)       VALUE ALL "0".
           05  FILLER      PIC X(15)       VALUE SPACES.
           05  FILLER      PIC X(90)       VALUE ALL "0".
           05  FILLER      PIC X(15)       VALUE SPACES.
           05  FILLER      PIC X(180)      VALUE ALL "0".
           05  FILLER      PIC X(98)       VALUE SPACES.
       01  EF-RF-REC.
           05  FILLER      PIC X(2)        VALUE "RF".
           05  FILLER      PIC X(5)        VALUE SPACES.
           05  RF-COUNT    PIC 9(9)        VALUE 0.
           05  FILLER      PIC X(496)      VALUE SPACES.

       01  W2-TITLE.
           05  FILLER      PIC X(44)
           05  FILLER      PIC X(2).
           05  FILLER      PIC X(6)        VALUE "DEPT: ".
           05  W2-DEPT     PIC X(4).
       01  W2-LINE-1A.
           05  FILLER      PIC X(6)        VALUE "SSN:  ".
           05  W2-SSN      PIC X(11).
           05  FILLER      PIC X(3).
           05  FILLER      PIC X(9)        VALUE "TAX YEAR ".
           05  W2-YEAR     PIC 9(4).
       01  W2-SSN-EDIT.
           05  W2-SSN-AREA PIC X(3).
           05  FILLER      PIC X           VALUE "-".
           05  W2-SSN-GROUP PIC X(2).
           05  FILLER      PIC X           VALUE "-".
           05  W2-SSN-SERIAL PIC X(4).
       01  W2-LINE-2.
           05  FILLER      PIC X(6).
           05  FILLER      PIC X(24)   VALUE "BOX 1  WAGES/COMP:     ".
           05  FILLER      PIC X(24)   VALUE "BOX 17 STATE TAX:      ".
           05  W2-ST-TAX   PIC $$,$$$,$$9.99.

      * W-3 reconciliation page
       01  W3-TITLE.
           05  FILLER      PIC X(48)
               VALUE "-------- W-3 TRANSMITTAL / 941 RECONCILIATION ".
           05  FILLER      PIC X(8)        VALUE "--------".
       01  W3-HEAD-1.
           05  FILLER      PIC X(10)       VALUE "TAX YEAR: ".
           05  W3-YEAR     PIC 9(4).
           05  FILLER      PIC X(18)   VALUE "   EMPLOYER EIN:  ".
           05  W3-EIN      PIC 9(9).
           05  FILLER      PIC X(17)   VALUE "   W-2 RECORDS:  ".
           05  W3-COUNT    PIC Z,ZZZ,ZZ9.
       01  W3-QTR-LINE.
           05  FILLER      PIC X(8)        VALUE "QUARTER ".
           05  W3-QTR      PIC 9.
           05  FILLER      PIC X(3)        VALUE SPACES.
           05  W3-QTR-TEXT PIC X(100)      VALUE SPACES.
       01  W3-QTR-FIGS.
           05  FILLER      PIC X(7)        VALUE "WAGES: ".
           05  W3-Q-WAGES  PIC -$$$,$$$,$$9.99.
           05  FILLER      PIC X(7)        VALUE "  FED: ".
           05  W3-Q-FED    PIC -$$,$$$,$$9.99.
           05  FILLER      PIC X(10)       VALUE "  SS TAX: ".
           05  W3-Q-SS     PIC -$$,$$$,$$9.99.
           05  FILLER      PIC X(11)       VALUE "  MED TAX: ".
           05  W3-Q-MED    PIC -$$,$$$,$$9.99.
       01  W3-COL-HEAD.
           05  FILLER      PIC X(26)       VALUE SPACES.
           05  FILLER      PIC X(18)       VALUE "      W-2 FILE    ".
           05  FILLER      PIC X(18)       VALUE "  941 QUARTERS    ".
           05  FILLER      PIC X(18)       VALUE "    DIFFERENCE    ".
       01  W3-CMP-LINE.
           05  W3-CMP-LABEL PIC X(26).
           05  W3-CMP-FILE PIC -$$,$$$,$$$,$$9.99.
           05  W3-CMP-941  PIC -$$,$$$,$$$,$$9.99.
           05  W3-CMP-DIFF PIC -$$,$$$,$$$,$$9.99.
           05  FILLER      PIC X(2)        VALUE SPACES.
           05  W3-CMP-FLAG PIC X(20)       VALUE SPACES.
       01  W3-MSG-LINE.
           05  W3-MSG      PIC X(80)       VALUE SPACES.
       01  W3-EXC-LINE.
           05  FILLER      PIC X(6)        VALUE "EMPL: ".
           05  W3-EXC-EMPNUM PIC 9999.
           05  FILLER      PIC X(3)        VALUE SPACES.
           05  W3-EXC-NAME PIC X(20).
           05  FILLER      PIC X(3)        VALUE SPACES.
           05  FILLER      PIC X(5)        VALUE "SSN: ".
           05  W3-EXC-MASKED PIC X(11).
           05  FILLER      PIC X(3)        VALUE SPACES.
           05  W3-EXC-REASON PIC X(20).

       PROCEDURE DIVISION.
      * Starts the program
       000-MAIN.
           PERFORM 050-SET-TAX-YEAR THRU 050-EXIT.
           OPEN INPUT YTD-FILE.
           OPEN INPUT EMPMASTER-FILE.
           OPEN OUTPUT W2-RPT.
           OPEN OUTPUT EFW2-FILE.
           PERFORM 060-WRITE-HEADERS THRU 060-EXIT.
           PERFORM 100-READ-YTD THRU 100-EXIT.
      * The tax year is the PROCDATE run year; a January run is
      * the year-end run for the year just closed
       050-SET-TAX-YEAR.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       IF PD-RUN-DATE NUMERIC AND PD-RUN-DATE > 0
                           MOVE PD-RUN-DATE TO WS-RUN-DATE
                       END-IF
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
           MOVE WS-RUN-DATE(1:4) TO WS-TAX-YEAR.
           IF WS-RUN-DATE(5:2) = "01"
               SUBTRACT 1 FROM WS-TAX-YEAR.
      * Once YECLOSE has moved the year to history the YTD file
      * holds the next year's pay; W-2s for a closed year are
      * corrected through W2CORR, never regenerated over the
      * transmitted file.
           OPEN INPUT YTDCTL-FILE.
           IF WS-YTDCTL-STATUS = "00"
               READ YTDCTL-FILE
                   NOT AT END
                       IF YC-OPEN-YEAR > WS-TAX-YEAR
                           DISPLAY "TAX YEAR " WS-TAX-YEAR
                               " IS CLOSED - W-2 RUN REFUSED"
                           CLOSE YTDCTL-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
           END-IF.
           CLOSE YTDCTL-FILE.
       050-EXIT.
           EXIT.
      * Reads the submitter/employer control record and writes the
      * RA and RE records that open the EFW2 file.  The company
      * files its own W-2s, so it is both submitter and employer.
       060-WRITE-HEADERS.
           MOVE 0 TO WS-CTL-MISSING.
           OPEN INPUT EFW2CTL-FILE.
           IF WS-EFW2CTL-STATUS = "00"
               READ EFW2CTL-FILE
                   AT END MOVE 1 TO WS-CTL-MISSING
               END-READ
           ELSE
               MOVE 1 TO WS-CTL-MISSING
           END-IF.
           CLOSE EFW2CTL-FILE.
           IF WS-CTL-MISSING = 1
               MOVE SPACES TO EFW2CTL-REC
               MOVE 0 TO CT-EIN
               MOVE "PLATTEVILLE COMPANY" TO CT-NAME.
           IF CT-EIN NOT NUMERIC
               MOVE 0 TO CT-EIN.
           IF CT-EIN = 0 AND WS-CTL-MISSING = 0
               MOVE 2 TO WS-CTL-MISSING.
           MOVE CT-EIN TO RA-EIN.
           MOVE CT-USER-ID TO RA-USER-ID.
           MOVE CT-NAME TO RA-CO-NAME RA-SUB-NAME.
           MOVE CT-ADDR TO RA-CO-ADDR RA-SUB-ADDR.
           MOVE CT-CITY TO RA-CO-CITY RA-SUB-CITY.
           MOVE CT-STATE TO RA-CO-STATE RA-SUB-STATE.
           MOVE CT-ZIP TO RA-CO-ZIP RA-SUB-ZIP.
           MOVE CT-CONTACT TO RA-CONTACT.
           MOVE CT-PHONE TO RA-PHONE.
           MOVE CT-EMAIL TO RA-EMAIL.
           WRITE EFW2-REC FROM EF-RA-REC.
           MOVE WS-TAX-YEAR TO RE-YEAR.
           MOVE CT-EIN TO RE-EIN.
           MOVE CT-NAME TO RE-NAME.
           MOVE CT-ADDR TO RE-ADDR.
           MOVE CT-CITY TO RE-CITY.
           MOVE CT-STATE TO RE-STATE.
           MOVE CT-ZIP TO RE-ZIP.
           MOVE CT-CONTACT TO RE-CONTACT.
           MOVE CT-PHONE TO RE-PHONE.
           MOVE CT-EMAIL TO RE-EMAIL.
           WRITE EFW2-REC FROM EF-RE-REC.
       060-EXIT.
           EXIT.
      * Reads the next YTD record and prints its W-2 statement
       100-READ-YTD.
           READ YTD-FILE AT END PERFORM 999-CLOSE-UP.
           PERFORM 150-LOOKUP-EMPLOYEE THRU 150-EXIT.
           PERFORM 170-CHECK-SSN THRU 170-EXIT.
           PERFORM 200-PRINT-W2 THRU 200-EXIT.
           PERFORM 250-WRITE-RW THRU 250-EXIT.
           PERFORM 100-READ-YTD THRU 100-EXIT.
       100-EXIT.
           EXIT.
      * Looks up the employee's name, department and SSN on the
      * master file for display on the statement
       150-LOOKUP-EMPLOYEE.
           MOVE YTD-EMPNUM TO EM-EMPNUM.
           READ EMPMASTER-FILE
               INVALID KEY
                   MOVE "UNKNOWN EMPLOYEE    " TO WS-EMP-NAME
                   MOVE "????" TO WS-EMP-DEPT
                   MOVE SPACES TO WS-EMP-SSN
               NOT INVALID KEY
                   MOVE EM-NAME TO WS-EMP-NAME
                   MOVE EM-DEPT TO WS-EMP-DEPT
                   MOVE EM-SSN TO WS-EMP-SSN
           END-READ.
       150-EXIT.
           EXIT.
      * Edits the SSN.  A good one prints in full on the W-2 and
      * goes on the RW record; a missing or bad one goes on the RW
      * record as zeros and is listed on the W-3 page
       170-CHECK-SSN.
           CALL "SSNEDIT" USING WS-EMP-SSN, WS-SSN-RESULT,
               WS-SSN-MASKED.
           IF WS-SSN-RESULT = SPACE
               MOVE WS-EMP-SSN(1:3) TO W2-SSN-AREA
               MOVE WS-EMP-SSN(4:2) TO W2-SSN-GROUP
               MOVE WS-EMP-SSN(6:4) TO W2-SSN-SERIAL
               MOVE W2-SSN-EDIT TO W2-SSN
               MOVE WS-EMP-SSN TO RW-SSN
               GO TO 170-EXIT.
           MOVE "000000000" TO RW-SSN.
           IF WS-SSN-RESULT = "M"
               MOVE "NOT ON FILE" TO W2-SSN
           ELSE
               MOVE WS-EMP-SSN TO W2-SSN.
           IF WS-EXC-COUNT NOT < 200
               ADD 1 TO WS-EXC-OVERFLOW
               GO TO 170-EXIT.
           ADD 1 TO WS-EXC-COUNT.
           MOVE YTD-EMPNUM TO WS-EXC-EMPNUM(WS-EXC-COUNT).
           MOVE WS-EMP-NAME TO WS-EXC-NAME(WS-EXC-COUNT).
           MOVE WS-SSN-MASKED TO WS-EXC-MASKED(WS-EXC-COUNT).
           IF WS-SSN-RESULT = "M"
               MOVE "SSN NOT ON FILE" TO WS-EXC-REASON(WS-EXC-COUNT)
           ELSE
               MOVE "SSN BADLY FORMED" TO WS-EXC-REASON(WS-EXC-COUNT).
       170-EXIT.
           EXIT.
      * Formats and writes one employee's W-2 statement
       200-PRINT-W2.
           MOVE W2-TITLE TO OUT-PUT
           MOVE WS-EMP-DEPT TO W2-DEPT.
           MOVE W2-LINE-1 TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE WS-TAX-YEAR TO W2-YEAR.
           MOVE W2-LINE-1A TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           MOVE YTD-GROSS TO W2-WAGES.
           MOVE W2-LINE-2 TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       200-EXIT.
           EXIT.
      * Writes the employee's RW record to the EFW2 file with the
      * same figures the W-2 shows, and adds them to the totals
       250-WRITE-RW.
           PERFORM 260-SPLIT-NAME THRU 260-EXIT.
           MOVE YTD-GROSS TO RW-WAGES RW-SS-WAGES RW-MED-WAGES.
           MOVE YTD-FED-TAX TO RW-FED.
           MOVE YTD-FICA-TAX TO RW-SS-TAX.
           MOVE YTD-MEDICARE-TAX TO RW-MED-TAX.
           WRITE EFW2-REC FROM EF-RW-REC.
           ADD 1 TO WS-RW-COUNT.
           ADD YTD-GROSS TO WS-T-WAGES.
           ADD YTD-FED-TAX TO WS-T-FED.
           ADD YTD-FICA-TAX TO WS-T-SS-TAX.
           ADD YTD-MEDICARE-TAX TO WS-T-MED-TAX.
           ADD YTD-ER-FICA TO WS-T-ER-FICA.
           ADD YTD-ER-MEDICARE TO WS-T-ER-MED.
       250-EXIT.
           EXIT.
      * Splits the master file name into the first, middle and last
      * names the RW record wants.  "LAST, FIRST MIDDLE" is split at
      * the comma; otherwise the last word is taken as the surname
       260-SPLIT-NAME.
           MOVE SPACES TO RW-FIRST RW-MIDDLE RW-LAST WS-NAME-WORK.
           MOVE SPACES TO WS-NAME-W1 WS-NAME-W2 WS-NAME-W3.
           MOVE 0 TO WS-NAME-COMMAS WS-NAME-WORDS WS-NAME-LEAD.
           INSPECT WS-EMP-NAME TALLYING WS-NAME-COMMAS FOR ALL ",".
           IF WS-NAME-COMMAS > 0
               UNSTRING WS-EMP-NAME DELIMITED BY ","
                   INTO RW-LAST WS-NAME-WORK
               INSPECT WS-NAME-WORK TALLYING WS-NAME-LEAD
                   FOR LEADING SPACES
               IF WS-NAME-LEAD < 20
                   UNSTRING WS-NAME-WORK(WS-NAME-LEAD + 1:)
                       DELIMITED BY ALL SPACE
                       INTO RW-FIRST RW-MIDDLE
               END-IF
               GO TO 260-EXIT.
           UNSTRING WS-EMP-NAME DELIMITED BY ALL SPACE
               INTO WS-NAME-W1 WS-NAME-W2 WS-NAME-W3
               TALLYING IN WS-NAME-WORDS.
           IF WS-NAME-W2 = SPACES
               MOVE WS-NAME-W1 TO RW-LAST
               GO TO 260-EXIT.
           MOVE WS-NAME-W1 TO RW-FIRST.
           IF WS-NAME-W3 = SPACES
               MOVE WS-NAME-W2 TO RW-LAST
           ELSE
               MOVE WS-NAME-W2 TO RW-MIDDLE
               MOVE WS-NAME-W3 TO RW-LAST.
       260-EXIT.
           EXIT.
      * Closes the EFW2 file with its RT total and RF final records
       800-WRITE-TOTALS.
           MOVE WS-RW-COUNT TO RT-COUNT.
           MOVE WS-T-WAGES TO RT-WAGES RT-SS-WAGES RT-MED-WAGES.
           MOVE WS-T-FED TO RT-FED.
           MOVE WS-T-SS-TAX TO RT-SS-TAX.
           MOVE WS-T-MED-TAX TO RT-MED-TAX.
           WRITE EFW2-REC FROM EF-RT-REC.
           MOVE WS-RW-COUNT TO RF-COUNT.
           WRITE EFW2-REC FROM EF-RF-REC.
       800-EXIT.
           EXIT.
      * Prints the W-3 page: the file's totals against the four 941
      * quarters, then anything that must be cleared before the
      * file is transmitted
       850-PRINT-W3.
           MOVE W3-TITLE TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           MOVE WS-TAX-YEAR TO W3-YEAR.
           MOVE CT-EIN TO W3-EIN.
           MOVE WS-RW-COUNT TO W3-COUNT.
           MOVE W3-HEAD-1 TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE 0 TO WS-Q941H-OPEN.
           OPEN INPUT Q941HIST-FILE.
           IF WS-Q941H-STATUS = "00"
               MOVE 1 TO WS-Q941H-OPEN.
           MOVE W2-BLANK TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           PERFORM 860-READ-QTR THRU 860-EXIT
               VARYING WS-QTR FROM 1 BY 1 UNTIL WS-QTR > 4.
           CLOSE Q941HIST-FILE.
           MOVE W3-COL-HEAD TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 2 LINES.
           MOVE "WAGES, TIPS, OTHER COMP" TO W3-CMP-LABEL.
           MOVE WS-T-WAGES TO WS-CMP-FILE.
           MOVE WS-Q-WAGES TO WS-CMP-941.
           PERFORM 870-PRINT-CMP THRU 870-EXIT.
           MOVE "FEDERAL INCOME TAX WHLD" TO W3-CMP-LABEL.
           MOVE WS-T-FED TO WS-CMP-FILE.
           MOVE WS-Q-FED TO WS-CMP-941.
           PERFORM 870-PRINT-CMP THRU 870-EXIT.
           MOVE "SOC SEC TAX (EE + ER)" TO W3-CMP-LABEL.
           COMPUTE WS-CMP-FILE = WS-T-SS-TAX + WS-T-ER-FICA.
           MOVE WS-Q-SS-TAX TO WS-CMP-941.
           PERFORM 870-PRINT-CMP THRU 870-EXIT.
           MOVE "MEDICARE TAX (EE + ER)" TO W3-CMP-LABEL.
           COMPUTE WS-CMP-FILE = WS-T-MED-TAX + WS-T-ER-MED.
           MOVE WS-Q-MED-TAX TO WS-CMP-941.
           PERFORM 870-PRINT-CMP THRU 870-EXIT.
           MOVE W2-BLANK TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           IF WS-QTR-MISSING > 0
               MOVE "*** NOT ALL FOUR QUARTERS ARE ON THE 941 QUARTER
      -            " HISTORY ***" TO W3-MSG
               PERFORM 890-PRINT-MSG THRU 890-EXIT.
           IF WS-CTL-MISSING = 1
               MOVE "*** EFW2 CONTROL RECORD MISSING - EMPLOYER NOT SET
      -            " ***" TO W3-MSG
               PERFORM 890-PRINT-MSG THRU 890-EXIT.
           IF WS-CTL-MISSING = 2
               MOVE "*** EMPLOYER EIN NOT SET ON THE EFW2 CONTROL RECORD
      -            " ***" TO W3-MSG
               PERFORM 890-PRINT-MSG THRU 890-EXIT.
           MOVE "SSN EXCEPTIONS:" TO W3-MSG.
           PERFORM 890-PRINT-MSG THRU 890-EXIT.
           IF WS-EXC-COUNT = 0
               MOVE "    NONE" TO W3-MSG
               PERFORM 890-PRINT-MSG THRU 890-EXIT.
           PERFORM 880-PRINT-EXC THRU 880-EXIT
               VARYING WS-EXC-IDX FROM 1 BY 1
               UNTIL WS-EXC-IDX > WS-EXC-COUNT.
           IF WS-EXC-OVERFLOW > 0
               MOVE "    MORE SSN EXCEPTIONS THAN THE LIST HOLDS" TO
                   W3-MSG
               PERFORM 890-PRINT-MSG THRU 890-EXIT.
           MOVE W2-BLANK TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
           IF WS-DIFF-COUNT = 0 AND WS-QTR-MISSING = 0
               AND WS-CTL-MISSING = 0 AND WS-EXC-COUNT = 0
               MOVE "W-3 RECONCILED - EFW2 FILE READY TO TRANSMIT"
                   TO W3-MSG
           ELSE
               MOVE "*** DO NOT TRANSMIT UNTIL THE ITEMS ABOVE ARE CLEA
      -            "RED ***" TO W3-MSG.
           PERFORM 890-PRINT-MSG THRU 890-EXIT.
       850-EXIT.
           EXIT.
      * Reads one of the year's four quarters off the 941 quarter
      * history, prints it, and adds it to the quarter totals
       860-READ-QTR.
           MOVE WS-QTR TO W3-QTR.
           MOVE 0 TO WS-QTR-FOUND.
           IF WS-Q941H-OPEN = 1
               MOVE WS-TAX-YEAR TO Q9-YEAR
               MOVE WS-QTR TO Q9-QTR
               READ Q941HIST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 1 TO WS-QTR-FOUND
               END-READ
           END-IF.
           IF WS-QTR-FOUND = 0
               ADD 1 TO WS-QTR-MISSING
               MOVE "*** NOT ON THE 941 QUARTER HISTORY ***"
                   TO W3-QTR-TEXT
           ELSE
               ADD Q9-WAGES TO WS-Q-WAGES
               ADD Q9-FED TO WS-Q-FED
               ADD Q9-SS-TAX TO WS-Q-SS-TAX
               ADD Q9-MED-TAX TO WS-Q-MED-TAX
               MOVE Q9-WAGES TO W3-Q-WAGES
               MOVE Q9-FED TO W3-Q-FED
               MOVE Q9-SS-TAX TO W3-Q-SS
               MOVE Q9-MED-TAX TO W3-Q-MED
               MOVE W3-QTR-FIGS TO W3-QTR-TEXT.
           MOVE W3-QTR-LINE TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       860-EXIT.
           EXIT.
      * Prints one W-3 comparison line and flags any difference
       870-PRINT-CMP.
           COMPUTE WS-CMP-DIFF = WS-CMP-FILE - WS-CMP-941.
           MOVE WS-CMP-FILE TO W3-CMP-FILE.
           MOVE WS-CMP-941 TO W3-CMP-941.
           MOVE WS-CMP-DIFF TO W3-CMP-DIFF.
           MOVE SPACES TO W3-CMP-FLAG.
           IF WS-CMP-DIFF NOT = 0
               MOVE "*** DIFFERENCE ***" TO W3-CMP-FLAG
               ADD 1 TO WS-DIFF-COUNT.
           MOVE W3-CMP-LINE TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       870-EXIT.
           EXIT.
      * Prints one SSN exception, masked
       880-PRINT-EXC.
           MOVE WS-EXC-EMPNUM(WS-EXC-IDX) TO W3-EXC-EMPNUM.
           MOVE WS-EXC-NAME(WS-EXC-IDX) TO W3-EXC-NAME.
           MOVE WS-EXC-MASKED(WS-EXC-IDX) TO W3-EXC-MASKED.
           MOVE WS-EXC-REASON(WS-EXC-IDX) TO W3-EXC-REASON.
           MOVE W3-EXC-LINE TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       880-EXIT.
           EXIT.
      * Prints one W-3 message line
       890-PRINT-MSG.
           MOVE W3-MSG-LINE TO OUT-PUT
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.
       890-EXIT.
           EXIT.
      * Records that the year's W-2s were produced, with the totals
      * they carried; YECLOSE will not close the year without it
       950-STAMP-W2-RUN.
           MOVE WS-TAX-YEAR TO W2C-TAX-YEAR.
           MOVE WS-RUN-DATE TO W2C-RUN-DATE.
           MOVE WS-RW-COUNT TO W2C-COUNT.
           MOVE WS-T-WAGES TO W2C-WAGES.
           MOVE WS-T-FED TO W2C-FED.
           OPEN OUTPUT W2CTL-FILE.
           WRITE W2CTL-REC.
           CLOSE W2CTL-FILE.
       950-EXIT.
           EXIT.
      * Closes up the program files.
       999-CLOSE-UP.
           PERFORM 800-WRITE-TOTALS THRU 800-EXIT.
           PERFORM 850-PRINT-W3 THRU 850-EXIT.
           PERFORM 950-STAMP-W2-RUN THRU 950-EXIT.
           CLOSE YTD-FILE EMPMASTER-FILE W2-RPT EFW2-FILE.
           STOP RUN.
       END PROGRAM W2GEN.

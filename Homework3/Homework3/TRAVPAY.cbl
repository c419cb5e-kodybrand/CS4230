      *                 AGING BY VENDOR BUCKETED OFF THE DEPARTURE
      *                 DATE, AND APPENDS THE PAYMENT CLEARING
      *                 ENTRIES TO THE TRAVGL EXTRACT FOR GLMERGE.
      * 2026-10-15  KB  AGE OPEN PAYABLES BY EACH VENDOR'S PAYMENT
      *                 TERMS FROM THE TRAVVNDR VENDOR MASTER (DUE
      *                 SO MANY DAYS BEFORE OR AFTER DEPARTURE)
      *                 INSTEAD OF FLAT OFF THE DEPARTURE DATE, AND
      *                 SHOW THE VENDOR'S NAME AND TERMS ON THE
      *                 AGING.

       ENVIRONMENT DIVISION.

               ACCESS IS RANDOM
               RECORD KEY IS AG-CODE
               FILE STATUS IS WS-TRAVAGT-STATUS.
           SELECT OPTIONAL TRAVVNDR-FILE ASSIGN TO UT-S-TRAVVNDR
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS VM-CODE
               FILE STATUS IS WS-TRAVVNDR-STATUS.
           SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           05  AG-SPLIT-AGENT  PIC X(3).
           05  AG-SPLIT-PCT    PIC V999.
           05  AG-EMPNUM       PIC 9(4).
       FD  TRAVVNDR-FILE
           LABEL RECORDS STANDARD
           RECORD CONTAINS 117 CHARACTERS.
       COPY "TRAVVNDR.CPY".
       FD  PROCDATE-FILE.
       01  PROCDATE-REC.
           05  PD-RUN-DATE     PIC 9(8).
       77 UT-S-VENDLGR         PIC X(50) VALUE "C:\Cobol\vendlgr.dat".
       77 UT-S-VPAYTXN         PIC X(50) VALUE "C:\Cobol\vpaytxn.dat".
       77 UT-S-TRAVAGT         PIC X(50) VALUE "C:\Cobol\travagt.dat".
       77 UT-S-TRAVVNDR        PIC X(50) VALUE "C:\Cobol\travvndr.dat".
       77 UT-S-PROCDATE        PIC X(50) VALUE "C:\COBOL\PROCDATE.DAT".
       77 UT-S-TRAVGL          PIC X(50) VALUE "C:\Cobol\travgl.dat".
       77 UT-S-PAYRPT          PIC X(50) VALUE "C:\Cobol\travpay.rpt".
       77 WS-VENDLGR-STATUS    PIC XX    VALUE SPACES.
       77 WS-VPAYTXN-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVAGT-STATUS    PIC XX    VALUE SPACES.
       77 WS-TRAVVNDR-STATUS   PIC XX    VALUE SPACES.
       77 WS-VNDR-OPEN         PIC X     VALUE "N".
       77 WS-PROCDATE-STATUS   PIC XX    VALUE SPACES.
       77 WS-MAST-EOF          PIC X     VALUE "N".
       77 WS-TXN-EOF           PIC X     VALUE "N".
       77 WS-TODAY-NUM         PIC 9(8)  VALUE ZEROS.
       77 WS-TODAY-INT         PIC S9(9) VALUE ZEROS.
       77 WS-DEPART-INT        PIC S9(9) VALUE ZEROS.
       77 WS-DUE-INT           PIC S9(9) VALUE ZEROS.
       77 WS-AGE-DAYS          PIC S9(5) VALUE ZEROS.
       77 WS-TERMS-CODE        PIC X     VALUE "N".
       77 WS-TERMS-DAYS        PIC 9(3)  VALUE ZEROS.
       77 WS-VND-NAME          PIC X(20) VALUE SPACES.
       77 WS-COMM-RATE         PIC V999  VALUE .100.
       77 WS-AGENT-RATE        PIC V999  VALUE ZEROS.
       77 WS-COMMISSION        PIC 9(7)V99  VALUE ZEROS.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  PAY-RESULT      PIC X(28).
       01  AGE-TITLE.
           05  FILLER          PIC X(44)
               VALUE "OPEN VENDOR PAYABLES AGING (BY VENDOR TERMS)".
       01  AGE-HEAD.
           05  FILLER          PIC X(35)
               VALUE "VENDOR                  TERMS".
           05  FILLER          PIC X(16)  VALUE "      NOT DUE".
           05  FILLER          PIC X(16)  VALUE "   1-30 PAST".
           05  FILLER          PIC X(16)  VALUE "  31-60 PAST".
           05  FILLER          PIC X(14)  VALUE "  OVER 60".
       01  AGE-LINE.
           05  AGE-VENDOR      PIC X(6).
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  AGE-NAME        PIC X(15).
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  AGE-TERMS-CODE  PIC X.
           05  FILLER          PIC X(1)   VALUE SPACES.
           05  AGE-TERMS-DAYS  PIC ZZ9.
           05  FILLER          PIC X(6)   VALUE SPACES.
           05  AGE-CURRENT     PIC $$$,$$$,$$9.99.
           05  FILLER          PIC X(2)   VALUE SPACES.
           05  AGE-30          PIC $$$,$$$,$$9.99.
           WRITE RPT-OUT.
           OPEN I-O VENDLGR-FILE.
           OPEN INPUT TRAVAGT-FILE.
           OPEN INPUT TRAVVNDR-FILE.
           IF WS-TRAVVNDR-STATUS = "00"
               MOVE "Y" TO WS-VNDR-OPEN.
           PERFORM 100-REFRESH-LEDGER THRU 100-EXIT.
           PERFORM 200-POST-PAYMENTS THRU 200-EXIT.
           MOVE WS-PAID-COUNT TO PAY-T-COUNT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           PERFORM 400-AGING-PASS THRU 400-EXIT.
           PERFORM 600-GL-CLEARING THRU 600-EXIT.
           CLOSE VENDLGR-FILE TRAVAGT-FILE TRAVVNDR-FILE PAY-RPT.
           STOP RUN.
      * Rebuilds what each booking owes its vendor -- cost net of
      * the agent's commission -- leaving payments already posted
       300-EXIT.
           EXIT.
      * Walks the whole ledger in vendor order and ages each
      * vendor's open balance by how long past its due date under
      * the vendor's terms the booking sits unpaid; the aging
      * replaces the point-in-time remittance report as the thing
      * the bookings stop haunting.
       400-AGING-PASS.
           MOVE AGE-TITLE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 3 LINES.
           MOVE AGE-HEAD TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE LOW-VALUES TO VL-KEY.
           START VENDLGR-FILE KEY IS NOT LESS THAN VL-KEY
               INVALID KEY MOVE "Y" TO WS-LGR-EOF
                   PERFORM 440-VENDOR-LINE THRU 440-EXIT
               END-IF
               MOVE VL-VENDOR TO WS-CUR-VENDOR
               PERFORM 430-VENDOR-TERMS THRU 430-EXIT
               MOVE 1 TO WS-VENDOR-OPEN
               MOVE 0 TO WS-VND-CURRENT
               MOVE 0 TO WS-VND-30
           IF VL-DEPART NUMERIC AND VL-DEPART > 0
               COMPUTE WS-DEPART-INT =
                   FUNCTION INTEGER-OF-DATE(VL-DEPART)
               IF WS-TERMS-CODE = "P"
                   COMPUTE WS-DUE-INT = WS-DEPART-INT - WS-TERMS-DAYS
               ELSE
                   COMPUTE WS-DUE-INT = WS-DEPART-INT + WS-TERMS-DAYS
               END-IF
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-DUE-INT
           ELSE
               MOVE 0 TO WS-AGE-DAYS.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS < 1
                   ADD WS-OPEN-AMT TO WS-VND-CURRENT
               WHEN WS-AGE-DAYS < 31
                   ADD WS-OPEN-AMT TO WS-VND-30
               WHEN WS-AGE-DAYS < 61
                   ADD WS-OPEN-AMT TO WS-VND-60
               WHEN OTHER
                   ADD WS-OPEN-AMT TO WS-VND-90
           END-EVALUATE.
       420-EXIT.
           EXIT.
      * Picks up the vendor's payment terms and name off the
      * vendor master.  A vendor not on the master falls due on
      * the departure date itself.
       430-VENDOR-TERMS.
           MOVE "N" TO WS-TERMS-CODE.
           MOVE 0 TO WS-TERMS-DAYS.
           MOVE "*** NOT ON MASTER" TO WS-VND-NAME.
           IF WS-VNDR-OPEN NOT = "Y"
               GO TO 430-EXIT.
           MOVE VL-VENDOR TO VM-CODE.
           READ TRAVVNDR-FILE
               INVALID KEY
                   GO TO 430-EXIT
           END-READ.
           MOVE VM-NAME TO WS-VND-NAME.
           IF VM-TERMS-PRIOR
               MOVE "P" TO WS-TERMS-CODE.
           MOVE VM-TERMS-DAYS TO WS-TERMS-DAYS.
       430-EXIT.
           EXIT.
       440-VENDOR-LINE.
           MOVE WS-CUR-VENDOR TO AGE-VENDOR.
           MOVE WS-VND-NAME TO AGE-NAME.
           MOVE WS-TERMS-CODE TO AGE-TERMS-CODE.
           MOVE WS-TERMS-DAYS TO AGE-TERMS-DAYS.
           MOVE WS-VND-CURRENT TO AGE-CURRENT.
           MOVE WS-VND-30 TO AGE-30.
           MOVE WS-VND-60 TO AGE-60.

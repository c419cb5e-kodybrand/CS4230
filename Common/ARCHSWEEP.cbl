      * file is re-created empty, and the control record is
      * stamped.  Records are handled as 138-byte images -- the
      * width of the widest listed file, the BANKSTMT extract --
      * so one sweep serves every file on the list.  The entry
      * with file ID SNAPSHOT is different: its path is the SNAPCAT
      * catalog of the nightly job's pre-update master snapshots,
      * and every night each snapshot older than the entry's
      * retention period is dropped from the catalog and listed on
      * SNAPDEL, one path to a line, for the nightly job to delete.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-08-22  KB  ORIGINAL PROGRAM.
      * 2026-08-22  KB  WIDEN THE COPY RECORDS TO 138 BYTES, THE
      *                 BANKSTMT EXTRACT'S WIDTH, SO THE ARCHIVE
      *                 KEEPS WHOLE STATEMENT LINES.
      * 2026-10-15  KB  THE SNAPSHOT ENTRY ON ARCHCTL NAMES THE
      *                 SNAPCAT CATALOG OF THE NIGHTLY JOB'S PRE-
      *                 UPDATE MASTER SNAPSHOTS; DELETE EACH
      *                 SNAPSHOT PAST ITS RETENTION AND DROP IT
      *                 FROM THE CATALOG.
      * 2026-10-15  KB  LIST THE EXPIRED SNAPSHOTS ON SNAPDEL FOR THE
      *                 NIGHTLY JOB TO DELETE INSTEAD OF DELETING
      *                 THEM HERE.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARCHSWEEP.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROCDATE-STATUS.
           SELECT SWEEP-RPT ASSIGN TO UT-S-SWEEPRPT.
           SELECT SNAPDEL-FILE ASSIGN TO UT-S-SNAPDEL
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  OUT-PUT                 PIC X(132).
       FD  SNAPDEL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  SNAPDEL-REC             PIC X(50).

       WORKING-STORAGE SECTION.
       77  UT-S-ARCHCTL        PIC X(50)
       77  WS-CTL-COUNT        PIC 9(2)    VALUE ZEROS.
       77  WS-CTL-IDX          PIC 9(2)    VALUE ZEROS.
       77  WS-REC-COUNT        PIC 9(7)    VALUE ZEROS.
       77  WS-KEPT-COUNT       PIC 9(7)    VALUE ZEROS.
       77  WS-KEPT-SHOW        PIC Z,ZZZ,ZZ9.
       77  UT-S-SNAPDEL        PIC X(50)
               VALUE "C:\COBOL\SNAPDEL.DAT".
       77  UT-S-SNAPWORK       PIC X(50)
               VALUE "C:\COBOL\SNAPCAT.TMP".
      * One SNAPCAT catalog line: processing date, the step the
      * snapshot was taken ahead of, master ID, snapshot path, and
      * live path
       01  WS-SN-DATE-X.
           05  WS-SN-DATE          PIC 9(8).
       77  WS-SN-STEP          PIC X(12)   VALUE SPACES.
       77  WS-SN-ID            PIC X(8)    VALUE SPACES.
       77  WS-SN-PATH          PIC X(50)   VALUE SPACES.
       77  WS-SN-LIVE          PIC X(50)   VALUE SPACES.
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN OUTPUT SWEEP-RPT.
           OPEN OUTPUT SNAPDEL-FILE.
           MOVE RPT-TITLE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING PAGE.
           OPEN INPUT ARCHCTL-FILE.
               MOVE "NO ARCHCTL CONTROL FILE - NOTHING SWEPT"
                   TO OUT-PUT
               WRITE OUT-PUT AFTER ADVANCING 1 LINES
               CLOSE ARCHCTL-FILE SWEEP-RPT SNAPDEL-FILE
               STOP RUN.
           PERFORM 100-LOAD-CONTROL THRU E-100-LOAD-CONTROL
               UNTIL END-OF-FILE = "Y".
           PERFORM 700-WRITE-CONTROL THRU E-700-WRITE-CONTROL
               VARYING WS-CTL-IDX FROM 1 BY 1
               UNTIL WS-CTL-IDX > WS-CTL-COUNT.
           CLOSE ARCHCTL-FILE SWEEP-RPT SNAPDEL-FILE.
           STOP RUN.
       100-LOAD-CONTROL.
           READ ARCHCTL-FILE
       200-SWEEP-ONE.
           MOVE WS-CT-FILE-ID(WS-CTL-IDX) TO RPT-FILE-ID.
           MOVE 0 TO WS-REC-COUNT.
           IF WS-CT-FILE-ID(WS-CTL-IDX) = "SNAPSHOT"
               PERFORM 400-EXPIRE-SNAPSHOTS
                   THRU E-400-EXPIRE-SNAPSHOTS
               GO TO E-200-SWEEP-ONE.
           IF WS-CT-LAST-ARCHIVED(WS-CTL-IDX) NOT = 0
               COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE
                   (WS-CT-LAST-ARCHIVED(WS-CTL-IDX))
           ADD 1 TO WS-REC-COUNT.
       E-300-COPY-ONE.
       EXIT.
      * Lists the snapshots past retention on SNAPDEL and rewrites
      * the catalog with the ones kept (through a work file, then
      * copied back).
       400-EXPIRE-SNAPSHOTS.
           MOVE 0 TO WS-KEPT-COUNT.
           MOVE WS-CT-LIVE-PATH(WS-CTL-IDX) TO UT-S-LIVE.
           MOVE UT-S-SNAPWORK TO UT-S-ARCHIVE.
           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-STATUS NOT = "00"
               CLOSE LIVE-FILE
               MOVE ZEROS TO RPT-RECORDS
               MOVE "NO SNAPSHOT CATALOG - NOTHING EXPIRED"
                   TO RPT-RESULT
               PERFORM 600-SWEEP-LINE THRU E-600-SWEEP-LINE
               GO TO E-400-EXPIRE-SNAPSHOTS.
           OPEN OUTPUT ARCHIVE-FILE.
           MOVE "N" TO WS-LIVE-EOF.
           PERFORM 410-EXPIRE-ONE THRU E-410-EXPIRE-ONE
               UNTIL WS-LIVE-EOF = "Y".
           CLOSE LIVE-FILE ARCHIVE-FILE.
           OPEN INPUT ARCHIVE-FILE.
           OPEN OUTPUT LIVE-FILE.
           MOVE "N" TO WS-LIVE-EOF.
           PERFORM 420-COPY-BACK THRU E-420-COPY-BACK
               UNTIL WS-LIVE-EOF = "Y".
           CLOSE LIVE-FILE ARCHIVE-FILE.
           MOVE WS-RUN-DATE
               TO WS-CT-LAST-ARCHIVED(WS-CTL-IDX).
           MOVE WS-REC-COUNT TO RPT-RECORDS.
           MOVE WS-KEPT-COUNT TO WS-KEPT-SHOW.
           MOVE SPACES TO RPT-RESULT.
           STRING "SNAPSHOTS EXPIRED;" DELIMITED BY SIZE
                  WS-KEPT-SHOW DELIMITED BY SIZE
                  " STILL KEPT" DELIMITED BY SIZE
               INTO RPT-RESULT.
           PERFORM 600-SWEEP-LINE THRU E-600-SWEEP-LINE.
       E-400-EXPIRE-SNAPSHOTS.
       EXIT.
       410-EXPIRE-ONE.
           READ LIVE-FILE
               AT END
                   MOVE "Y" TO WS-LIVE-EOF
                   GO TO E-410-EXPIRE-ONE
           END-READ.
           MOVE SPACES TO WS-SN-DATE-X WS-SN-STEP WS-SN-ID
                          WS-SN-PATH WS-SN-LIVE.
           UNSTRING LIVE-REC DELIMITED BY ALL " "
               INTO WS-SN-DATE-X WS-SN-STEP WS-SN-ID
                    WS-SN-PATH WS-SN-LIVE.
           IF WS-SN-DATE NOT NUMERIC OR WS-SN-DATE = 0
               GO TO E-410-EXPIRE-ONE.
           COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-SN-DATE).
           COMPUTE WS-DAYS-SINCE = WS-RUN-INT - WS-LAST-INT.
           IF WS-DAYS-SINCE < WS-CT-RETENTION(WS-CTL-IDX)
               MOVE LIVE-REC TO ARCHIVE-REC
               WRITE ARCHIVE-REC
               ADD 1 TO WS-KEPT-COUNT
               GO TO E-410-EXPIRE-ONE.
           MOVE WS-SN-PATH TO SNAPDEL-REC.
           WRITE SNAPDEL-REC.
           ADD 1 TO WS-REC-COUNT.
       E-410-EXPIRE-ONE.
       EXIT.
       420-COPY-BACK.
           READ ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-LIVE-EOF
                   GO TO E-420-COPY-BACK
           END-READ.
           MOVE ARCHIVE-REC TO LIVE-REC.
           WRITE LIVE-REC.
       E-420-COPY-BACK.
       EXIT.
       600-SWEEP-LINE.
           MOVE RPT-LINE TO OUT-PUT.
           WRITE OUT-PUT AFTER ADVANCING 1 LINES.

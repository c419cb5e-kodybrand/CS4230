      ***********************************************************
      * SANCTIONS LIST LOAD
      * KODY BRAND
      * This program loads the sanctions list the bank screens
      * customers and wires against.  It is run by compliance
      * whenever a new list is published, not every night.  The
      * published specially-designated-nationals file (SDN.CSV,
      * one comma-separated, quoted line per entry: entry number,
      * name, type, program) gives the primary names; the
      * published alternate-names file (ALT.CSV: entry number,
      * alias number, alias type, alias name) gives the aliases,
      * each carrying its entry's type and program; and the
      * compliance-kept SANCJUR file names the sanctioned
      * jurisdictions an address line is screened against.  The
      * SANCLIST file is rebuilt from the three, and the SANCCTL
      * control record is stamped with the load date and with the
      * rescreen date cleared, which tells OFACSCRN to rescreen the
      * whole customer master against the new list that night.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFACLOAD.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT SDN-FILE ASSIGN TO UT-S-SDNFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SDN-STATUS.
            SELECT OPTIONAL ALT-FILE ASSIGN TO UT-S-ALTFILE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ALT-STATUS.
            SELECT OPTIONAL SANCJUR-FILE ASSIGN TO UT-S-SANCJUR
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SANCJUR-STATUS.
            SELECT SANCLIST-FILE ASSIGN TO UT-S-SANCLIST
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SANCCTL-FILE ASSIGN TO UT-S-SANCCTL
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LOAD-RPT ASSIGN TO UT-S-LOADRPT
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT OPTIONAL PROCDATE-FILE ASSIGN TO UT-S-PROCDATE
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PROCDATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SDN-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  SDN-LINE         PIC X(1000).
       FD  ALT-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  ALT-LINE         PIC X(1000).
       FD  SANCJUR-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  SANCJUR-REC.
           05  JR-NAME      PIC X(40).
           05  JR-PROGRAM   PIC X(12).
       FD  SANCLIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       COPY "SANCLIST.CPY".
       FD  SANCCTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       COPY "SANCCTL.CPY".
       FD  LOAD-RPT
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  RPT-OUT          PIC X(80).
       FD  PROCDATE-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       01  PROCDATE-REC.
           05  PD-RUN-DATE       PIC 9(8).
           05  PD-MONTH-END      PIC X.
               88  PD-IS-MONTH-END    VALUE "Y".
       WORKING-STORAGE SECTION.
       77  UT-S-SDNFILE PIC X(50) VALUE 'C:\CS4230\SDN.CSV'.
       77  UT-S-ALTFILE PIC X(50) VALUE 'C:\CS4230\ALT.CSV'.
       77  UT-S-SANCJUR PIC X(50) VALUE 'C:\CS4230\SANCJUR.DAT'.
       77  UT-S-SANCLIST PIC X(50) VALUE 'C:\CS4230\SANCLIST.DAT'.
       77  UT-S-SANCCTL PIC X(50) VALUE 'C:\CS4230\SANCCTL.DAT'.
       77  UT-S-LOADRPT PIC X(50) VALUE 'C:\CS4230\OFACLOAD.RPT'.
       77  UT-S-PROCDATE PIC X(50) VALUE 'C:\COBOL\PROCDATE.DAT'.
       77  WS-SDN-STATUS PIC XX       VALUE SPACES.
       77  WS-ALT-STATUS PIC XX       VALUE SPACES.
       77  WS-SANCJUR-STATUS PIC XX   VALUE SPACES.
       77  WS-PROCDATE-STATUS PIC XX  VALUE SPACES.
      * Entries the OFACCHK screening table holds; a longer list
      * is loaded but flagged on the report.
       77  SCREEN-TABLE-MAX PIC 9(6)  VALUE 20000.
      * First entry number given to the jurisdiction entries, clear
      * of the published entry numbers.
       77  JUR-UID-BASE PIC 9(6)      VALUE 900000.
       77  WS-EOF       PIC 9         VALUE 0.
       77  WS-SDN-READ  PIC 9(6)      VALUE 0.
       77  WS-PRIMARY-CNT PIC 9(6)    VALUE 0.
       77  WS-ALT-READ  PIC 9(6)      VALUE 0.
       77  WS-ALIAS-CNT PIC 9(6)      VALUE 0.
       77  WS-ORPHAN-CNT PIC 9(6)     VALUE 0.
       77  WS-JUR-CNT   PIC 9(6)      VALUE 0.
       77  WS-BAD-CNT   PIC 9(6)      VALUE 0.
       77  WS-TOTAL-CNT PIC 9(6)      VALUE 0.
       77  WS-UID-COUNT PIC 9(5)      VALUE 0.
       77  WS-UID-ORDER-SW PIC X      VALUE "Y".
           88  WS-UID-IN-ORDER        VALUE "Y".
       77  WS-LAST-UID  PIC 9(6)      VALUE 0.
      * One CSV line split into its first six fields.
       77  WS-CSV-LINE  PIC X(1000)   VALUE SPACES.
       77  WS-CSV-POS   PIC 9(4)      VALUE 0.
       77  WS-CSV-OUT   PIC 9(3)      VALUE 0.
       77  WS-FLD-IDX   PIC 9         VALUE 0.
       77  WS-QUOTE-SW  PIC X         VALUE "N".
           88  WS-IN-QUOTES           VALUE "Y".
       77  WS-CSV-CHAR  PIC X         VALUE SPACE.
       01  CSV-FIELDS.
           05  CSV-FIELD    PIC X(120) OCCURS 6 TIMES.
      * Entry-number text right-justified for the numeric test.
       77  WS-UID-TEXT  PIC X(6)      VALUE SPACES.
       77  WS-UID-LEN   PIC 9(2)      VALUE 0.
       01  WS-UID-JUST  PIC X(6)      JUSTIFIED RIGHT.
       01  WS-UID-NUM   REDEFINES WS-UID-JUST PIC 9(6).
       77  WS-TYPE-TEXT PIC X(12)     VALUE SPACES.
      * Each primary entry's type and program, for its aliases.
       01  UID-TABLE.
           05  UID-ENTRY OCCURS 1 TO 20000 TIMES
                         DEPENDING ON WS-UID-COUNT
                         ASCENDING KEY IS UT-UID
                         INDEXED BY UT-IDX.
               10  UT-UID       PIC 9(6).
               10  UT-TYPE      PIC X.
               10  UT-PROGRAM   PIC X(12).
       01  WS-CURRENT-DATE-FIELDS.
             05  WS-CURRENT-DATE.
                 10  WS-CURRENT-YEAR    PIC  9(4).
                 10  WS-CURRENT-MONTH   PIC  9(2).
                 10  WS-CURRENT-DAY     PIC  9(2).
       01  WS-CURRENT-DATE-NUM     REDEFINES WS-CURRENT-DATE-FIELDS
                                   PIC 9(8).
       01  RPT-TITLE.
           05  FILLER        PIC X(24)  VALUE "SANCTIONS LIST LOAD".
           05  FILLER        PIC X(11)  VALUE "LIST DATE ".
           05  RPT-LIST-DATE PIC 9(8).
       01  RPT-COUNT-LINE.
           05  RPT-LABEL     PIC X(40).
           05  RPT-COUNT     PIC ZZZ,ZZ9.
       01  RPT-MSG-LINE      PIC X(80).
       PROCEDURE DIVISION.
      * Rebuilds the list from the published files and stamps the
      * control record.
       000-MAIN.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-FIELDS.
           PERFORM 020-LOAD-PROC-DATE THRU E-020-LOAD-PROC-DATE.
           OPEN OUTPUT LOAD-RPT.
           MOVE WS-CURRENT-DATE-NUM TO RPT-LIST-DATE.
           MOVE RPT-TITLE TO RPT-OUT.
           WRITE RPT-OUT.
           OPEN INPUT SDN-FILE.
           IF WS-SDN-STATUS NOT = "00"
               MOVE "PUBLISHED SDN FILE NOT AVAILABLE - NOT LOADED"
                   TO RPT-MSG-LINE
               MOVE RPT-MSG-LINE TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 2 LINES
               DISPLAY RPT-MSG-LINE
               CLOSE LOAD-RPT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           OPEN OUTPUT SANCLIST-FILE.
           PERFORM 100-LOAD-SDN THRU E-100-LOAD-SDN.
           CLOSE SDN-FILE.
           PERFORM 200-LOAD-ALT THRU E-200-LOAD-ALT.
           PERFORM 300-LOAD-JUR THRU E-300-LOAD-JUR.
           CLOSE SANCLIST-FILE.
           COMPUTE WS-TOTAL-CNT =
               WS-PRIMARY-CNT + WS-ALIAS-CNT + WS-JUR-CNT.
           OPEN OUTPUT SANCCTL-FILE.
           MOVE WS-CURRENT-DATE-NUM TO SN-LIST-DATE.
           MOVE WS-TOTAL-CNT TO SN-ENTRY-CNT.
           MOVE 0 TO SN-RESCREEN-DATE.
           WRITE SANCCTL-REC.
           CLOSE SANCCTL-FILE.
           PERFORM 800-TOTALS THRU E-800-TOTALS.
           CLOSE LOAD-RPT.
           STOP RUN.
      * Reads the official processing date set by DATEADV, so the
      * list is dated with the business date it takes effect.
       020-LOAD-PROC-DATE.
           OPEN INPUT PROCDATE-FILE.
           IF WS-PROCDATE-STATUS = "00"
               READ PROCDATE-FILE
                   NOT AT END
                       MOVE PD-RUN-DATE TO WS-CURRENT-DATE-FIELDS
               END-READ
           END-IF.
           CLOSE PROCDATE-FILE.
       E-020-LOAD-PROC-DATE.
       EXIT.
      * Writes a list entry for each primary name on the published
      * file and keeps its type and program for the aliases.
       100-LOAD-SDN.
           MOVE 0 TO WS-EOF.
           PERFORM 120-SDN-ONE THRU E-120-SDN-ONE
               UNTIL WS-EOF = 1.
       E-100-LOAD-SDN.
       EXIT.
       120-SDN-ONE.
           READ SDN-FILE
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO E-120-SDN-ONE
           END-READ.
           IF SDN-LINE = SPACES
               GO TO E-120-SDN-ONE.
           ADD 1 TO WS-SDN-READ.
           MOVE SDN-LINE TO WS-CSV-LINE.
           PERFORM 500-SPLIT-CSV THRU E-500-SPLIT-CSV.
           PERFORM 550-GET-UID THRU E-550-GET-UID.
           IF WS-UID-JUST NOT NUMERIC OR CSV-FIELD(2) = SPACES
               ADD 1 TO WS-BAD-CNT
               GO TO E-120-SDN-ONE.
           MOVE SPACES TO SANCLIST-REC.
           MOVE WS-UID-NUM TO SL-UID.
           MOVE CSV-FIELD(3) TO WS-TYPE-TEXT.
           INSPECT WS-TYPE-TEXT CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-TYPE-TEXT = "INDIVIDUAL"
               MOVE "I" TO SL-TYPE
           ELSE
           IF WS-TYPE-TEXT = "VESSEL" OR WS-TYPE-TEXT = "AIRCRAFT"
               MOVE "V" TO SL-TYPE
           ELSE
               MOVE "E" TO SL-TYPE.
           MOVE "P" TO SL-NAME-KIND.
           IF CSV-FIELD(4)(1:3) NOT = "-0-"
               MOVE CSV-FIELD(4) TO SL-PROGRAM.
           MOVE CSV-FIELD(2) TO SL-NAME.
           WRITE SANCLIST-REC.
           ADD 1 TO WS-PRIMARY-CNT.
           IF WS-UID-COUNT < 20000
               IF SL-UID NOT > WS-LAST-UID
                   MOVE "N" TO WS-UID-ORDER-SW
               END-IF
               MOVE SL-UID TO WS-LAST-UID
               ADD 1 TO WS-UID-COUNT
               MOVE SL-UID TO UT-UID(WS-UID-COUNT)
               MOVE SL-TYPE TO UT-TYPE(WS-UID-COUNT)
               MOVE SL-PROGRAM TO UT-PROGRAM(WS-UID-COUNT)
           END-IF.
       E-120-SDN-ONE.
       EXIT.
      * Writes a list entry for each alias on the published
      * alternate-names file, under its primary entry's number,
      * type, and program.  An alias whose entry is not on the
      * primary file is still screened, as an entity.
       200-LOAD-ALT.
           MOVE 0 TO WS-EOF.
           OPEN INPUT ALT-FILE.
           IF WS-ALT-STATUS NOT = "00"
               MOVE 1 TO WS-EOF.
           PERFORM 220-ALT-ONE THRU E-220-ALT-ONE
               UNTIL WS-EOF = 1.
           CLOSE ALT-FILE.
       E-200-LOAD-ALT.
       EXIT.
       220-ALT-ONE.
           READ ALT-FILE
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO E-220-ALT-ONE
           END-READ.
           IF ALT-LINE = SPACES
               GO TO E-220-ALT-ONE.
           ADD 1 TO WS-ALT-READ.
           MOVE ALT-LINE TO WS-CSV-LINE.
           PERFORM 500-SPLIT-CSV THRU E-500-SPLIT-CSV.
           PERFORM 550-GET-UID THRU E-550-GET-UID.
           IF WS-UID-JUST NOT NUMERIC OR CSV-FIELD(4) = SPACES
               OR CSV-FIELD(4)(1:3) = "-0-"
               ADD 1 TO WS-BAD-CNT
               GO TO E-220-ALT-ONE.
           MOVE SPACES TO SANCLIST-REC.
           MOVE WS-UID-NUM TO SL-UID.
           MOVE "K" TO SL-NAME-KIND.
           MOVE CSV-FIELD(4) TO SL-NAME.
           MOVE "E" TO SL-TYPE.
           PERFORM 250-FIND-PRIMARY THRU E-250-FIND-PRIMARY.
           WRITE SANCLIST-REC.
           ADD 1 TO WS-ALIAS-CNT.
       E-220-ALT-ONE.
       EXIT.
      * Finds the alias's primary entry: a binary search when the
      * published file came in entry-number order, as it normally
      * does, a straight search when it did not.
       250-FIND-PRIMARY.
           IF WS-UID-COUNT = 0
               ADD 1 TO WS-ORPHAN-CNT
               GO TO E-250-FIND-PRIMARY.
           IF WS-UID-IN-ORDER
               SEARCH ALL UID-ENTRY
                   AT END
                       ADD 1 TO WS-ORPHAN-CNT
                   WHEN UT-UID(UT-IDX) = SL-UID
                       MOVE UT-TYPE(UT-IDX) TO SL-TYPE
                       MOVE UT-PROGRAM(UT-IDX) TO SL-PROGRAM
               END-SEARCH
           ELSE
               SET UT-IDX TO 1
               SEARCH UID-ENTRY
                   AT END
                       ADD 1 TO WS-ORPHAN-CNT
                   WHEN UT-UID(UT-IDX) = SL-UID
                       MOVE UT-TYPE(UT-IDX) TO SL-TYPE
                       MOVE UT-PROGRAM(UT-IDX) TO SL-PROGRAM
               END-SEARCH.
       E-250-FIND-PRIMARY.
       EXIT.
      * Writes a jurisdiction entry for each line of the
      * compliance-kept SANCJUR file.
       300-LOAD-JUR.
           MOVE 0 TO WS-EOF.
           OPEN INPUT SANCJUR-FILE.
           IF WS-SANCJUR-STATUS NOT = "00"
               MOVE 1 TO WS-EOF.
           PERFORM 320-JUR-ONE THRU E-320-JUR-ONE
               UNTIL WS-EOF = 1.
           CLOSE SANCJUR-FILE.
       E-300-LOAD-JUR.
       EXIT.
       320-JUR-ONE.
           READ SANCJUR-FILE
               AT END
                   MOVE 1 TO WS-EOF
                   GO TO E-320-JUR-ONE
           END-READ.
           IF JR-NAME = SPACES
               GO TO E-320-JUR-ONE.
           ADD 1 TO WS-JUR-CNT.
           MOVE SPACES TO SANCLIST-REC.
           COMPUTE SL-UID = JUR-UID-BASE + WS-JUR-CNT.
           MOVE "A" TO SL-TYPE.
           MOVE "P" TO SL-NAME-KIND.
           MOVE JR-PROGRAM TO SL-PROGRAM.
           MOVE JR-NAME TO SL-NAME.
           WRITE SANCLIST-REC.
       E-320-JUR-ONE.
       EXIT.
      * Splits WS-CSV-LINE into its first six fields.  A comma
      * inside double quotes belongs to the field ("SMITH, John");
      * the quotes themselves are dropped.
       500-SPLIT-CSV.
           MOVE SPACES TO CSV-FIELDS.
           MOVE 1 TO WS-FLD-IDX.
           MOVE 0 TO WS-CSV-OUT.
           MOVE "N" TO WS-QUOTE-SW.
           PERFORM 520-CSV-CHAR THRU E-520-CSV-CHAR
               VARYING WS-CSV-POS FROM 1 BY 1
               UNTIL WS-CSV-POS > 1000 OR WS-FLD-IDX > 6.
       E-500-SPLIT-CSV.
       EXIT.
       520-CSV-CHAR.
           MOVE WS-CSV-LINE(WS-CSV-POS:1) TO WS-CSV-CHAR.
           IF WS-CSV-CHAR = '"'
               IF WS-IN-QUOTES
                   MOVE "N" TO WS-QUOTE-SW
               ELSE
                   MOVE "Y" TO WS-QUOTE-SW
               END-IF
               GO TO E-520-CSV-CHAR.
           IF WS-CSV-CHAR = "," AND NOT WS-IN-QUOTES
               ADD 1 TO WS-FLD-IDX
               MOVE 0 TO WS-CSV-OUT
               GO TO E-520-CSV-CHAR.
           IF WS-CSV-OUT < 120
               ADD 1 TO WS-CSV-OUT
               MOVE WS-CSV-CHAR
                   TO CSV-FIELD(WS-FLD-IDX)(WS-CSV-OUT:1).
       E-520-CSV-CHAR.
       EXIT.
      * Right-justifies the entry number in the first field for the
      * numeric test.
       550-GET-UID.
           MOVE SPACES TO WS-UID-TEXT.
           MOVE 0 TO WS-UID-LEN.
           UNSTRING CSV-FIELD(1) DELIMITED BY ALL SPACE
               INTO WS-UID-TEXT COUNT IN WS-UID-LEN
           END-UNSTRING.
           MOVE SPACES TO WS-UID-JUST.
           IF WS-UID-LEN = 0 OR WS-UID-LEN > 6
               GO TO E-550-GET-UID.
           MOVE WS-UID-TEXT(1:WS-UID-LEN) TO WS-UID-JUST.
           INSPECT WS-UID-JUST REPLACING LEADING SPACE BY "0".
       E-550-GET-UID.
       EXIT.
      * Prints the load counts.
       800-TOTALS.
           MOVE "PUBLISHED SDN LINES READ" TO RPT-LABEL.
           MOVE WS-SDN-READ TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           MOVE "  PRIMARY NAMES LOADED" TO RPT-LABEL.
           MOVE WS-PRIMARY-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "PUBLISHED ALIAS LINES READ" TO RPT-LABEL.
           MOVE WS-ALT-READ TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "  ALIASES LOADED" TO RPT-LABEL.
           MOVE WS-ALIAS-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "  ALIASES WITH NO PRIMARY ENTRY" TO RPT-LABEL.
           MOVE WS-ORPHAN-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "JURISDICTIONS LOADED" TO RPT-LABEL.
           MOVE WS-JUR-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "LINES NOT LOADED (NO NUMBER OR NAME)" TO RPT-LABEL.
           MOVE WS-BAD-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 1 LINES.
           MOVE "TOTAL LIST ENTRIES" TO RPT-LABEL.
           MOVE WS-TOTAL-CNT TO RPT-COUNT.
           MOVE RPT-COUNT-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
           IF WS-TOTAL-CNT > SCREEN-TABLE-MAX
               MOVE "*** LIST OVER SCREENING LIMIT - PART UNSCREENED"
                   TO RPT-MSG-LINE
               MOVE RPT-MSG-LINE TO RPT-OUT
               WRITE RPT-OUT AFTER ADVANCING 2 LINES
               DISPLAY RPT-MSG-LINE.
           MOVE "CUSTOMER MASTER RESCREEN WILL RUN TONIGHT"
               TO RPT-MSG-LINE.
           MOVE RPT-MSG-LINE TO RPT-OUT.
           WRITE RPT-OUT AFTER ADVANCING 2 LINES.
       E-800-TOTALS.
       EXIT.
       END PROGRAM OFACLOAD.

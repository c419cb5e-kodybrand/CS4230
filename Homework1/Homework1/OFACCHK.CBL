      ***********************************************************
      * SANCTIONS NAME SCREENING
      * KODY BRAND
      * This subprogram screens one name or address line against
      * the sanctions list OFACLOAD builds from the published list.
      * The list is read into a table on the first call and kept
      * for the rest of the run.  Both sides are reduced the same
      * way before they are compared: upper case, punctuation to
      * blanks, and single letters and filler words (THE, OF, INC,
      * LLC and the like) dropped, so "O'Brien, John A." and "JOHN
      * OBRIEN" are compared word for word and word order does not
      * matter.  A name is scored against every person, entity,
      * and vessel entry (primary names and aliases) as twice the
      * words in common over the words on both sides, 100 being
      * the same words; an address line is scored against the
      * sanctioned-jurisdiction entries as the share of the
      * jurisdiction's words found in the line.  The best entry
      * comes back with its score, flagged as a possible match
      * when the score reaches the review threshold, so every
      * caller -- account open, the nightly rescreen, the wire
      * review -- holds on the same terms.
      ***********************************************************
      * MODIFICATION HISTORY
      * 2026-10-15  KB  ORIGINAL PROGRAM.
      ***********************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OFACCHK.
       AUTHOR. KODY BRAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT OPTIONAL SANCLIST-FILE ASSIGN TO UT-S-SANCLIST
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SANCLIST-STATUS.
            SELECT OPTIONAL SANCCTL-FILE ASSIGN TO UT-S-SANCCTL
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SANCCTL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SANCLIST-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       COPY "SANCLIST.CPY".
       FD  SANCCTL-FILE
           LABEL RECORDS OMITTED
           RECORDING MODE F.
       COPY "SANCCTL.CPY".
       WORKING-STORAGE SECTION.
       77  UT-S-SANCLIST PIC X(50) VALUE 'C:\CS4230\SANCLIST.DAT'.
       77  UT-S-SANCCTL PIC X(50) VALUE 'C:\CS4230\SANCCTL.DAT'.
       77  WS-SANCLIST-STATUS PIC XX  VALUE SPACES.
       77  WS-SANCCTL-STATUS PIC XX   VALUE SPACES.
      * Review thresholds: a name scoring NAME-MATCH-MIN or better
      * against a list entry, or an address line holding
      * ADDR-MATCH-MIN percent of a jurisdiction's words, is a
      * possible match.
       77  NAME-MATCH-MIN PIC 9(3)    VALUE 80.
       77  ADDR-MATCH-MIN PIC 9(3)    VALUE 100.
       77  LIST-MAX     PIC 9(5)      VALUE 20000.
       77  WS-LOADED    PIC 9         VALUE 0.
       77  WS-LIST-EOF  PIC 9         VALUE 0.
       77  WS-LIST-DATE PIC 9(8)      VALUE 0.
       77  WS-LT-COUNT  PIC 9(5)      VALUE 0.
       77  WS-LT-OVFL   PIC 9(5)      VALUE 0.
       77  LT-SUB       PIC 9(5)      VALUE 0.
       77  WS-TX        PIC 9(2)      VALUE 0.
       77  WS-RX        PIC 9(2)      VALUE 0.
       77  WS-TK-MAX    PIC 9(2)      VALUE 0.
       77  WS-COMMON    PIC 9(2)      VALUE 0.
       77  WS-SCORE     PIC 9(3)      VALUE 0.
       77  WS-BEST-SCORE PIC 9(3)     VALUE 0.
       77  WS-BEST-SUB  PIC 9(5)      VALUE 0.
       77  WS-NORM      PIC X(40)     VALUE SPACES.
       01  LIST-TABLE.
           05  LT-ENTRY OCCURS 20000 TIMES.
               10  LT-UID       PIC 9(6).
               10  LT-TYPE      PIC X.
               10  LT-PROGRAM   PIC X(12).
               10  LT-NAME      PIC X(40).
               10  LT-TOK-CNT   PIC 9.
               10  LT-TOK       PIC X(15) OCCURS 6 TIMES.
      * The words of the text being screened.
       01  IN-TOKENS.
           05  IN-TOK-CNT   PIC 9(2).
           05  IN-TOK       PIC X(15) OCCURS 8 TIMES
                            INDEXED BY IN-IDX.
      * Work words from one UNSTRING, and the words kept from them.
       01  RAW-TOKENS.
           05  RAW-TOK      PIC X(15) OCCURS 10 TIMES.
       01  KEPT-TOKENS.
           05  WS-TK-CNT    PIC 9(2).
           05  WS-TK        PIC X(15) OCCURS 8 TIMES.
      * Filler words dropped from both sides before comparing.
       01  NOISE-VALUES.
           05  FILLER       PIC X(15)  VALUE "THE".
           05  FILLER       PIC X(15)  VALUE "OF".
           05  FILLER       PIC X(15)  VALUE "AND".
           05  FILLER       PIC X(15)  VALUE "INC".
           05  FILLER       PIC X(15)  VALUE "LLC".
           05  FILLER       PIC X(15)  VALUE "LTD".
           05  FILLER       PIC X(15)  VALUE "CO".
           05  FILLER       PIC X(15)  VALUE "CORP".
           05  FILLER       PIC X(15)  VALUE "COMPANY".
           05  FILLER       PIC X(15)  VALUE "LIMITED".
           05  FILLER       PIC X(15)  VALUE "MR".
           05  FILLER       PIC X(15)  VALUE "MRS".
           05  FILLER       PIC X(15)  VALUE "MS".
           05  FILLER       PIC X(15)  VALUE "DR".
       01  NOISE-TABLE REDEFINES NOISE-VALUES.
           05  NOISE-WORD   PIC X(15) OCCURS 14 TIMES
                            INDEXED BY NZ-IDX.
       LINKAGE SECTION.
       COPY "OFACPARM.CPY".
       PROCEDURE DIVISION USING OFAC-PARM.
      * Loads the list on the first call, then screens the text.
       000-MAIN.
           IF WS-LOADED = 0
               PERFORM 100-LOAD-LIST THRU E-100-LOAD-LIST
               MOVE 1 TO WS-LOADED.
           MOVE 0 TO OP-SCORE.
           MOVE 0 TO OP-UID.
           MOVE SPACE TO OP-LIST-TYPE.
           MOVE SPACES TO OP-PROGRAM.
           MOVE SPACES TO OP-LIST-NAME.
           MOVE WS-LIST-DATE TO OP-LIST-DATE.
           IF WS-LT-COUNT = 0
               MOVE "U" TO OP-RESULT
               GOBACK.
           MOVE "N" TO OP-RESULT.
           MOVE OP-TEXT TO WS-NORM.
           MOVE 8 TO WS-TK-MAX.
           PERFORM 200-TOKENIZE THRU E-200-TOKENIZE.
           MOVE KEPT-TOKENS TO IN-TOKENS.
           IF IN-TOK-CNT = 0
               GOBACK.
           MOVE 0 TO WS-BEST-SCORE.
           MOVE 0 TO WS-BEST-SUB.
           PERFORM 300-SCORE-ENTRY THRU E-300-SCORE-ENTRY
               VARYING LT-SUB FROM 1 BY 1
               UNTIL LT-SUB > WS-LT-COUNT.
           IF WS-BEST-SUB = 0
               GOBACK.
           MOVE WS-BEST-SCORE TO OP-SCORE.
           MOVE LT-UID(WS-BEST-SUB) TO OP-UID.
           MOVE LT-TYPE(WS-BEST-SUB) TO OP-LIST-TYPE.
           MOVE LT-PROGRAM(WS-BEST-SUB) TO OP-PROGRAM.
           MOVE LT-NAME(WS-BEST-SUB) TO OP-LIST-NAME.
           IF OP-SCREEN-ADDRESS
               IF WS-BEST-SCORE NOT < ADDR-MATCH-MIN
                   MOVE "Y" TO OP-RESULT
               END-IF
           ELSE
               IF WS-BEST-SCORE NOT < NAME-MATCH-MIN
                   MOVE "Y" TO OP-RESULT
               END-IF
           END-IF.
           GOBACK.
      * Reads the list version from the control record and the
      * entries into the table, each reduced to its words.
       100-LOAD-LIST.
           MOVE 0 TO WS-LIST-DATE.
           OPEN INPUT SANCCTL-FILE.
           IF WS-SANCCTL-STATUS = "00"
               READ SANCCTL-FILE
                   NOT AT END MOVE SN-LIST-DATE TO WS-LIST-DATE
               END-READ
           END-IF.
           CLOSE SANCCTL-FILE.
           MOVE 0 TO WS-LT-COUNT.
           MOVE 0 TO WS-LT-OVFL.
           MOVE 0 TO WS-LIST-EOF.
           OPEN INPUT SANCLIST-FILE.
           IF WS-SANCLIST-STATUS NOT = "00"
               MOVE 1 TO WS-LIST-EOF.
           PERFORM 150-LOAD-ONE THRU E-150-LOAD-ONE
               UNTIL WS-LIST-EOF = 1.
           CLOSE SANCLIST-FILE.
           IF WS-LT-OVFL > 0
               DISPLAY "SANCTIONS LIST OVER TABLE LIMIT - "
                   WS-LT-OVFL " ENTRIES NOT SCREENED".
       E-100-LOAD-LIST.
       EXIT.
       150-LOAD-ONE.
           READ SANCLIST-FILE
               AT END
                   MOVE 1 TO WS-LIST-EOF
                   GO TO E-150-LOAD-ONE
           END-READ.
           IF WS-LT-COUNT NOT < LIST-MAX
               ADD 1 TO WS-LT-OVFL
               GO TO E-150-LOAD-ONE.
           MOVE SL-NAME TO WS-NORM.
           MOVE 6 TO WS-TK-MAX.
           PERFORM 200-TOKENIZE THRU E-200-TOKENIZE.
           IF WS-TK-CNT = 0
               GO TO E-150-LOAD-ONE.
           ADD 1 TO WS-LT-COUNT.
           MOVE SL-UID TO LT-UID(WS-LT-COUNT).
           MOVE SL-TYPE TO LT-TYPE(WS-LT-COUNT).
           MOVE SL-PROGRAM TO LT-PROGRAM(WS-LT-COUNT).
           MOVE SL-NAME TO LT-NAME(WS-LT-COUNT).
           MOVE WS-TK-CNT TO LT-TOK-CNT(WS-LT-COUNT).
           PERFORM 160-STORE-TOKEN THRU E-160-STORE-TOKEN
               VARYING WS-TX FROM 1 BY 1 UNTIL WS-TX > 6.
       E-150-LOAD-ONE.
       EXIT.
       160-STORE-TOKEN.
           MOVE WS-TK(WS-TX) TO LT-TOK(WS-LT-COUNT, WS-TX).
       E-160-STORE-TOKEN.
       EXIT.
      * Reduces the text in WS-NORM to its words in KEPT-TOKENS, at
      * most WS-TK-MAX of them: upper case, punctuation to blanks,
      * single letters and filler words dropped.
       200-TOKENIZE.
           INSPECT WS-NORM CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           INSPECT WS-NORM CONVERTING ".,-/&()#;:*+!?"
               TO "              ".
           INSPECT WS-NORM REPLACING ALL "'" BY SPACE.
           INSPECT WS-NORM REPLACING ALL '"' BY SPACE.
           MOVE SPACES TO RAW-TOKENS.
           UNSTRING WS-NORM DELIMITED BY ALL SPACE
               INTO RAW-TOK(1) RAW-TOK(2) RAW-TOK(3) RAW-TOK(4)
                    RAW-TOK(5) RAW-TOK(6) RAW-TOK(7) RAW-TOK(8)
                    RAW-TOK(9) RAW-TOK(10)
           END-UNSTRING.
           MOVE SPACES TO KEPT-TOKENS.
           MOVE 0 TO WS-TK-CNT.
           PERFORM 210-KEEP-TOKEN THRU E-210-KEEP-TOKEN
               VARYING WS-RX FROM 1 BY 1 UNTIL WS-RX > 10.
       E-200-TOKENIZE.
       EXIT.
       210-KEEP-TOKEN.
           IF RAW-TOK(WS-RX)(2:14) = SPACES
               GO TO E-210-KEEP-TOKEN.
           IF WS-TK-CNT NOT < WS-TK-MAX
               GO TO E-210-KEEP-TOKEN.
           SET NZ-IDX TO 1.
           SEARCH NOISE-WORD
               AT END
                   ADD 1 TO WS-TK-CNT
                   MOVE RAW-TOK(WS-RX) TO WS-TK(WS-TK-CNT)
               WHEN NOISE-WORD(NZ-IDX) = RAW-TOK(WS-RX)
                   CONTINUE
           END-SEARCH.
       E-210-KEEP-TOKEN.
       EXIT.
      * Scores one list entry against the screened words and keeps
      * the best.  Names are screened against every entry but the
      * jurisdictions; address lines against the jurisdictions
      * only.
       300-SCORE-ENTRY.
           IF OP-SCREEN-ADDRESS
               IF LT-TYPE(LT-SUB) NOT = "A"
                   GO TO E-300-SCORE-ENTRY
               END-IF
           ELSE
               IF LT-TYPE(LT-SUB) = "A"
                   GO TO E-300-SCORE-ENTRY
               END-IF
           END-IF.
           MOVE 0 TO WS-COMMON.
           PERFORM 320-MATCH-TOKEN THRU E-320-MATCH-TOKEN
               VARYING WS-TX FROM 1 BY 1
               UNTIL WS-TX > LT-TOK-CNT(LT-SUB).
           IF WS-COMMON = 0
               GO TO E-300-SCORE-ENTRY.
           IF OP-SCREEN-ADDRESS
               COMPUTE WS-SCORE =
                   WS-COMMON * 100 / LT-TOK-CNT(LT-SUB)
           ELSE
               COMPUTE WS-SCORE = WS-COMMON * 200
                   / (LT-TOK-CNT(LT-SUB) + IN-TOK-CNT).
           IF WS-SCORE > 100
               MOVE 100 TO WS-SCORE.
           IF WS-SCORE > WS-BEST-SCORE
               MOVE WS-SCORE TO WS-BEST-SCORE
               MOVE LT-SUB TO WS-BEST-SUB.
       E-300-SCORE-ENTRY.
       EXIT.
      * Counts one list word found among the screened words.
       320-MATCH-TOKEN.
           SET IN-IDX TO 1.
           SEARCH IN-TOK
               AT END
                   CONTINUE
               WHEN IN-TOK(IN-IDX) = LT-TOK(LT-SUB, WS-TX)
                   ADD 1 TO WS-COMMON
           END-SEARCH.
       E-320-MATCH-TOKEN.
       EXIT.
       END PROGRAM OFACCHK.

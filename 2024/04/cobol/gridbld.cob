       IDENTIFICATION DIVISION.
       PROGRAM-ID. GridBuild.

      *> Builds a word-search grid to order instead of laying one out
      *> by hand: plants a word (or the words of an @list file or a
      *> #dictionary category) in the allowed compass directions,
      *> plants the requested number of X-shaped crosses, fills the
      *> remaining cells, and then scans the result the way the
      *> scanner does. A build is kept only when that scan finds
      *> exactly what was planted and nothing else; otherwise the
      *> grid is laid out again from the next random number, up to
      *> ATTEMPT-MAX times. A kept grid is written to disk, registered
      *> in GRIDCAT.DAT, and its expected matches are written in the
      *> scanner's MATCH-RECORD layout, so MatchCompare run against
      *> the scanner's MATCHES for that grid proves the scanner finds
      *> what was planted. The expected file assumes the grid is
      *> scanned PART BOTH with the same word field, casefold N.
      *> Driven by BLDCTL.DAT cards:
      *>   <gridfile>,<rows>,<cols>,<word>,<directions>,<crosses>,
      *>   <seed>,<answer file>
      *> Directions are N S E W NE SE SW NW (or the full names)
      *> separated by "/", blank for all eight. Crosses defaults to
      *> none, the seed to the time of day, the answer file to the
      *> grid name with ".ANS" added. A grid already in the catalog is
      *> refused: unregister it first, so a vendor grid is never
      *> overwritten by accident. Condition code 8 when any card
      *> failed, 12 when the catalog cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLDCTL-FILE ASSIGN TO "BLDCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GRID-FILE ASSIGN TO DYNAMIC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANSWER-FILE ASSIGN TO DYNAMIC-ANSWER-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WORDLIST-FILE ASSIGN TO
               DYNAMIC-WORDLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DICTIONARY-FILE ASSIGN TO "DICTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DICT-KEY
               FILE STATUS IS DICT-STATUS.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "GRIDCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAT-FILENAME
               FILE STATUS IS CAT-STATUS.
           SELECT REPORT-FILE ASSIGN TO "GRIDBLD.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BLDCTL-FILE.
       01 BLDCTL-LINE PIC X(700).

       FD GRID-FILE.
       01 GRID-LINE PIC X(9999).

       FD ANSWER-FILE.
       01 ANSWER-LINE PIC X(400).

       FD WORDLIST-FILE.
       01 WORDLIST-LINE PIC X(64).

      *> Same layout DictionaryMaint maintains; the two must stay in
      *> step.
       FD DICTIONARY-FILE.
       01 DICTIONARY-RECORD.
           05 DICT-KEY.
               10 DICT-CATEGORY PIC X(16).
               10 DICT-WORD PIC X(32).
           05 DICT-EFFECTIVE PIC X(8).
           05 DICT-RETIRE PIC X(8).
           05 DICT-OPERATOR PIC X(30).
           05 DICT-UPDATED PIC X(26).

      *> Same layout GridCatalog maintains; the two must stay in
      *> step.
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-FILENAME PIC X(256).
           05 CAT-ROWS PIC 9(9).
           05 CAT-COLS PIC 9(9).
           05 CAT-CHECKSUM PIC 9(9).
           05 CAT-REGISTERED PIC X(26).
           05 CAT-LAST-SCANNED PIC X(26).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 DYNAMIC-FILE-NAME PIC X(256).
       01 DYNAMIC-ANSWER-NAME PIC X(256).
       01 DYNAMIC-WORDLIST-NAME PIC X(256).
       01 CAT-STATUS PIC XX.
       01 DICT-STATUS PIC XX.
       01 BLDCTL-EOF PIC X VALUE "F".
       01 WORDLIST-EOF PIC X.
       01 DICTIONARY-EOF PIC X.
       01 DICT-CATEGORY-WANTED PIC X(16).
       01 DICT-SCAN-DATE PIC X(8).
       01 ANY-FAILURE PIC X VALUE "N".
       01 CARD-OK PIC X.
       01 FAIL-REASON PIC X(60).
       01 BUILD-OK PIC X.
       01 PLACE-OK PIC X.
       01 MATCH-OK PIC X.
       01 HIT-ACCOUNTED PIC X.
       01 FIELD-TEXT PIC X(10).
       01 FIELD-LEN PIC 9(2).
       01 FIELD-VALUE PIC 9(10).
       01 FIELD-OK PIC X.
       01 CONTENT-STR PIC X(999999).
       01 CONTENT-LEN PIC 9(9).
       01 GRID-ROWS PIC 9(9).
       01 GRID-COLS PIC 9(9).
       01 CELL-TOTAL PIC 9(9).
       01 CROSS-WANTED PIC 9(3).
       01 CROSS-MAX PIC 9(3) VALUE 500.
       01 CROSS-WORD-NUM PIC 9(2).
       01 START-SEED PIC 9(10).
       01 RANDOM-SEED PIC 9(18) COMP.
       01 RANDOM-RANGE PIC 9(9).
       01 RANDOM-PICK PIC 9(9).
       01 ATTEMPT PIC 9(3).
       01 ATTEMPT-MAX PIC 9(3) VALUE 25.
       01 TRY-NUM PIC 9(5).
       01 TRY-MAX PIC 9(5) VALUE 500.
       01 LETTER-SET PIC X(26) VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 FILLER-LETTERS PIC X(26).
       01 FILLER-COUNT PIC 9(2).
       01 LETTER-POS PIC 9(2).
       01 LETTER-TALLY PIC 9(4).
       01 PLACE-LETTER PIC X.
       01 WORD-NUM PIC 9(2).
       01 PLACED-NUM PIC 9(2).
       01 CROSS-NUM PIC 9(3).
       01 PLACED-DIR PIC 9(1).
       01 PLACED-WORD-NUM PIC 9(2).
       01 RUN-STEP PIC S9(9).
       01 WORD-LEN PIC 9(2).
       01 LONGEST-LEN PIC 9(2).
       01 CHAR-POS PIC 9(2).
       01 DIR-NUM PIC 9(1).
       01 PICK-NUM PIC 9(1).
       01 IDX PIC 9(9).
       01 CELL-IDX PIC 9(9).
       01 CUR-ROW PIC S9(9).
       01 CUR-COL PIC S9(9).
       01 TARGET-ROW PIC S9(9).
       01 TARGET-COL PIC S9(9).
       01 TARGET-IDX PIC 9(9).
       01 ROW-LOW PIC S9(9).
       01 ROW-HIGH PIC S9(9).
       01 COL-LOW PIC S9(9).
       01 COL-HIGH PIC S9(9).
       01 ROW-DISTANCE PIC S9(9).
       01 COL-DISTANCE PIC S9(9).
       01 CORNER1-CHAR PIC X.
       01 CENTER-CHAR PIC X.
       01 CORNER2-CHAR PIC X.
       01 NW-CHAR PIC X.
       01 NE-CHAR PIC X.
       01 SW-CHAR PIC X.
       01 SE-CHAR PIC X.
       01 ACTUAL-TEXT PIC X(32).
       01 CHECKSUM-WORK PIC 9(18) COMP.
       01 CHECKSUM-IDX PIC 9(9).
       01 BUILT-TALLY PIC 9(5) VALUE 0.
       01 FAILED-TALLY PIC 9(5) VALUE 0.
       01 PLANTED-TALLY PIC 9(9) VALUE 0.
       01 COUNT-TEXT PIC Z(8)9.
       01 ROWS-TEXT PIC Z(8)9.
       01 COLS-TEXT PIC Z(8)9.
       01 SEED-TEXT PIC Z(9)9.

       01 BLDCTL-RECORD.
           05 CTL-FILENAME PIC X(256).
           05 CTL-ROWS PIC X(10).
           05 CTL-COLS PIC X(10).
           05 CTL-WORD PIC X(32).
           05 CTL-DIRECTIONS PIC X(80).
           05 CTL-CROSSES PIC X(10).
           05 CTL-SEED PIC X(10).
           05 CTL-ANSWER-NAME PIC X(256).

      *> Same eight compass offsets, in the same order and under the
      *> same names, as the scanner's direction table; DIR-ABBREV is
      *> the short form a build card may use.
       01 DIRECTION-TABLE.
           05 DIRECTION-ENTRY OCCURS 8 TIMES INDEXED BY DIR-IDX.
               10 DIR-ROW PIC S9.
               10 DIR-COL PIC S9.
               10 DIR-NAME PIC X(10).
               10 DIR-ABBREV PIC X(2).

       01 DIR-TOKEN-TABLE.
           05 DIR-TOKEN OCCURS 8 TIMES PIC X(10).
       01 DIR-TOKEN-NUM PIC 9(1).
       01 DIR-TOKEN-FOUND PIC X.

       01 ALLOWED-TABLE.
           05 ALLOWED-COUNT PIC 9(1).
           05 ALLOWED-DIR OCCURS 8 TIMES PIC 9(1).

      *> Built the same way as the scanner's word table, cross
      *> letters included, so the verifying scan sees exactly the
      *> crosses the scanner will look for.
       01 WORD-TABLE.
           05 WORD-COUNT PIC 9(2).
           05 WORD-ENTRY OCCURS 64 TIMES.
               10 WT-TEXT PIC X(32).
               10 WT-LEN PIC 9(2).
               10 WT-CROSS-MODE PIC X(1).
               10 WT-CORNER1 PIC X(1).
               10 WT-CENTER PIC X(1).
               10 WT-CORNER2 PIC X(1).

      *> Where each word went. PL-DIR 0 is a one-letter word, which
      *> the scanner records with direction N/A.
       01 PLACED-TABLE.
           05 PLACED-COUNT PIC 9(2).
           05 PLACED-ENTRY OCCURS 64 TIMES.
               10 PL-WORD-NUM PIC 9(2).
               10 PL-ROW PIC 9(6).
               10 PL-COL PIC 9(6).
               10 PL-DIR PIC 9(1).
               10 PL-FOUND PIC X(1).

       01 CROSS-TABLE.
           05 CROSS-COUNT PIC 9(3).
           05 CROSS-ENTRY OCCURS 500 TIMES.
               10 CX-ROW PIC 9(6).
               10 CX-COL PIC 9(6).
               10 CX-FOUND PIC X(1).

      *> Everything the verifying scan found, in the order the
      *> scanner would find it. HIT-PART "1" is a straight run
      *> (HIT-DIR 0 for one letter), "2" a cross with its arm
      *> letters in HIT-ARMS.
       01 HIT-COUNT PIC 9(4).
       01 HIT-MAX PIC 9(4) VALUE 5000.
       01 HIT-OVERFLOW PIC X.
       01 HIT-TABLE.
           05 HIT-ENTRY OCCURS 5000 TIMES INDEXED BY HIT-IDX.
               10 HIT-ROW PIC 9(6).
               10 HIT-COL PIC 9(6).
               10 HIT-PART PIC X(1).
               10 HIT-DIR PIC 9(1).
               10 HIT-ARMS PIC X(4).
               10 HIT-WORD-NUM PIC 9(2).
               10 HIT-ACTUAL PIC X(32).

      *> Same record the scanner's WRITE-MATCH-RECORD-P1/-P2 cut; the
      *> layouts must stay in step. The run identifier is left blank:
      *> MatchCompare crops it off before comparing.
       01 MATCH-RECORD.
           05 MR-FILENAME PIC X(256).
           05 FILLER PIC X VALUE SPACE.
           05 MR-ROW PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 MR-COL PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 MR-PART PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 MR-DIRECTION PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 MR-WORD PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 MR-RUN-ID PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 MR-ACTUAL PIC X(32).

      *> Same record the scanner's WRITE-CURRGEN-POINTER cuts; the
      *> two layouts must stay in step.
       01 CURRGEN-RECORD.
           05 CG-RUN-ID PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 CG-OUTPUT-NAME PIC X(64).
           05 FILLER PIC X VALUE SPACE.
           05 CG-MATCH-NAME PIC X(64).
           05 FILLER PIC X VALUE SPACE.
           05 CG-MASTER-NAME PIC X(64).
           05 FILLER PIC X VALUE SPACE.
           05 CG-EXCEPT-NAME PIC X(64).

      *> One START line as a step begins and one END line on every
      *> way out of it, appended to the shared step ledger JOBLOG.DAT
      *> that StepSummary prints the morning summary from. Every
      *> program in the chain carries this same record; the layouts
      *> must stay in step.
       01 LEDGER-RECORD.
           05 JL-EVENT PIC X(5).
           05 FILLER PIC X VALUE SPACE.
           05 JL-PROGRAM PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 JL-RUN-ID PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 JL-START-STAMP PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 JL-END-STAMP PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 JL-CONDITION PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 JL-OUTCOME PIC X(8).
           05 JL-COUNT-ENTRY OCCURS 3 TIMES.
               10 FILLER PIC X VALUE SPACE.
               10 JL-COUNT-NAME PIC X(10).
               10 FILLER PIC X VALUE SPACE.
               10 JL-COUNT PIC 9(9).
      *> Set only where the step knows better than its condition
      *> code what happened (HELD, REFUSED, SKIPPED); otherwise
      *> WRITE-LEDGER-END grades the code itself.
       01 LEDGER-OUTCOME PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INIT-DIRECTIONS
           PERFORM READ-CURRENT-GEN
           PERFORM WRITE-LEDGER-START
           OPEN I-O CATALOG-FILE
           IF CAT-STATUS NOT = "00" AND CAT-STATUS NOT = "05"
             DISPLAY "CANNOT OPEN GRIDCAT.DAT, STATUS " CAT-STATUS
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "GRID BUILD" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           OPEN INPUT BLDCTL-FILE
           PERFORM UNTIL BLDCTL-EOF = "T"
             READ BLDCTL-FILE INTO BLDCTL-LINE
               AT END
                 MOVE "T" TO BLDCTL-EOF
               NOT AT END
                 PERFORM PROCESS-BLDCTL-RECORD
                   THRU PROCESS-BLDCTL-RECORD-EXIT
             END-READ
           END-PERFORM
           CLOSE BLDCTL-FILE
           CLOSE CATALOG-FILE

           MOVE BUILT-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "GRIDS BUILT: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE FAILED-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "CARDS FAILED: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE

           MOVE BUILT-TALLY TO COUNT-TEXT
           DISPLAY "GRIDS BUILT: " FUNCTION TRIM(COUNT-TEXT)
           IF ANY-FAILURE = "Y"
             MOVE FAILED-TALLY TO COUNT-TEXT
             DISPLAY "CARDS FAILED: " FUNCTION TRIM(COUNT-TEXT)
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-LEDGER-END
           STOP RUN.

       INIT-DIRECTIONS.
           MOVE -1 TO DIR-ROW(1)
           MOVE  0 TO DIR-COL(1)
           MOVE "NORTH" TO DIR-NAME(1)
           MOVE "N" TO DIR-ABBREV(1)
           MOVE  1 TO DIR-ROW(2)
           MOVE  0 TO DIR-COL(2)
           MOVE "SOUTH" TO DIR-NAME(2)
           MOVE "S" TO DIR-ABBREV(2)
           MOVE  0 TO DIR-ROW(3)
           MOVE  1 TO DIR-COL(3)
           MOVE "EAST" TO DIR-NAME(3)
           MOVE "E" TO DIR-ABBREV(3)
           MOVE  0 TO DIR-ROW(4)
           MOVE -1 TO DIR-COL(4)
           MOVE "WEST" TO DIR-NAME(4)
           MOVE "W" TO DIR-ABBREV(4)
           MOVE -1 TO DIR-ROW(5)
           MOVE  1 TO DIR-COL(5)
           MOVE "NORTHEAST" TO DIR-NAME(5)
           MOVE "NE" TO DIR-ABBREV(5)
           MOVE  1 TO DIR-ROW(6)
           MOVE  1 TO DIR-COL(6)
           MOVE "SOUTHEAST" TO DIR-NAME(6)
           MOVE "SE" TO DIR-ABBREV(6)
           MOVE  1 TO DIR-ROW(7)
           MOVE -1 TO DIR-COL(7)
           MOVE "SOUTHWEST" TO DIR-NAME(7)
           MOVE "SW" TO DIR-ABBREV(7)
           MOVE -1 TO DIR-ROW(8)
           MOVE -1 TO DIR-COL(8)
           MOVE "NORTHWEST" TO DIR-NAME(8)
           MOVE "NW" TO DIR-ABBREV(8).

       PROCESS-BLDCTL-RECORD.
           MOVE SPACES TO BLDCTL-RECORD
           UNSTRING BLDCTL-LINE DELIMITED BY ","
             INTO CTL-FILENAME CTL-ROWS CTL-COLS CTL-WORD
                  CTL-DIRECTIONS CTL-CROSSES CTL-SEED
                  CTL-ANSWER-NAME
           END-UNSTRING
           IF CTL-FILENAME = SPACES
             GO TO PROCESS-BLDCTL-RECORD-EXIT
           END-IF
           MOVE CTL-FILENAME TO DYNAMIC-FILE-NAME
           MOVE "Y" TO CARD-OK
           MOVE SPACES TO FAIL-REASON

           PERFORM VALIDATE-BUILD-CARD
             THRU VALIDATE-BUILD-CARD-EXIT
           IF CARD-OK NOT = "Y"
             PERFORM REPORT-CARD-FAILURE
             GO TO PROCESS-BLDCTL-RECORD-EXIT
           END-IF

           MOVE DYNAMIC-FILE-NAME TO CAT-FILENAME
           READ CATALOG-FILE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE "N" TO CARD-OK
               MOVE "grid already registered; unregister it first"
                 TO FAIL-REASON
           END-READ
           IF CARD-OK NOT = "Y"
             PERFORM REPORT-CARD-FAILURE
             GO TO PROCESS-BLDCTL-RECORD-EXIT
           END-IF

           PERFORM LOAD-WORD-TABLE
             THRU LOAD-WORD-TABLE-EXIT
           IF CARD-OK NOT = "Y"
             PERFORM REPORT-CARD-FAILURE
             GO TO PROCESS-BLDCTL-RECORD-EXIT
           END-IF

           PERFORM CHECK-WORDS-FIT
           IF CARD-OK NOT = "Y"
             PERFORM REPORT-CARD-FAILURE
             GO TO PROCESS-BLDCTL-RECORD-EXIT
           END-IF

           PERFORM BUILD-FILLER-LETTERS
           MOVE START-SEED TO RANDOM-SEED
           MOVE "N" TO BUILD-OK
           MOVE 0 TO ATTEMPT
           PERFORM BUILD-ONE-ATTEMPT
             THRU BUILD-ONE-ATTEMPT-EXIT
             UNTIL BUILD-OK = "Y" OR ATTEMPT >= ATTEMPT-MAX
           IF BUILD-OK NOT = "Y"
             MOVE "N" TO CARD-OK
             MOVE "no layout verified clean within the attempt limit"
               TO FAIL-REASON
             PERFORM REPORT-CARD-FAILURE
             GO TO PROCESS-BLDCTL-RECORD-EXIT
           END-IF

           PERFORM WRITE-GRID-FILE
           PERFORM WRITE-ANSWER-FILE
           PERFORM REGISTER-BUILT-GRID
           IF CARD-OK NOT = "Y"
             PERFORM REPORT-CARD-FAILURE
             GO TO PROCESS-BLDCTL-RECORD-EXIT
           END-IF
           ADD 1 TO BUILT-TALLY
           COMPUTE PLANTED-TALLY = PLANTED-TALLY + PLACED-COUNT
             + CROSS-COUNT
           PERFORM REPORT-BUILT-GRID.
       PROCESS-BLDCTL-RECORD-EXIT.
           EXIT.

      *> Size, cross count and seed are whole numbers; the grid must
      *> fit the same 999999-cell buffer and 9999-column row every
      *> reader of grids uses, and a cross needs a cell on every side
      *> of its center.
       VALIDATE-BUILD-CARD.
           MOVE CTL-ROWS TO FIELD-TEXT
           PERFORM PARSE-NUMBER-FIELD
           IF FIELD-OK NOT = "Y" OR FIELD-VALUE < 1
             MOVE "N" TO CARD-OK
             MOVE "row count must be a whole number from 1"
               TO FAIL-REASON
             GO TO VALIDATE-BUILD-CARD-EXIT
           END-IF
           MOVE FIELD-VALUE TO GRID-ROWS
           MOVE CTL-COLS TO FIELD-TEXT
           PERFORM PARSE-NUMBER-FIELD
           IF FIELD-OK NOT = "Y" OR FIELD-VALUE < 1 OR
               FIELD-VALUE > 9999
             MOVE "N" TO CARD-OK
             MOVE "column count must be a whole number 1 to 9999"
               TO FAIL-REASON
             GO TO VALIDATE-BUILD-CARD-EXIT
           END-IF
           MOVE FIELD-VALUE TO GRID-COLS
           IF GRID-ROWS * GRID-COLS > 999999
             MOVE "N" TO CARD-OK
             MOVE "grid exceeds 999999 cells" TO FAIL-REASON
             GO TO VALIDATE-BUILD-CARD-EXIT
           END-IF
           COMPUTE CELL-TOTAL = GRID-ROWS * GRID-COLS
           MOVE CTL-CROSSES TO FIELD-TEXT
           PERFORM PARSE-NUMBER-FIELD
           IF FIELD-OK = "N" OR FIELD-VALUE > CROSS-MAX
             MOVE "N" TO CARD-OK
             MOVE "cross count must be a whole number 0 to 500"
               TO FAIL-REASON
             GO TO VALIDATE-BUILD-CARD-EXIT
           END-IF
           MOVE FIELD-VALUE TO CROSS-WANTED
           IF CROSS-WANTED > 0 AND (GRID-ROWS < 3 OR GRID-COLS < 3)
             MOVE "N" TO CARD-OK
             MOVE "crosses need a grid at least 3 by 3"
               TO FAIL-REASON
             GO TO VALIDATE-BUILD-CARD-EXIT
           END-IF
           MOVE CTL-SEED TO FIELD-TEXT
           PERFORM PARSE-NUMBER-FIELD
           IF FIELD-OK = "N"
             MOVE "N" TO CARD-OK
             MOVE "seed must be a whole number" TO FAIL-REASON
             GO TO VALIDATE-BUILD-CARD-EXIT
           END-IF
      *> The generator cycles on 1 thru 2147483646; a blank or zero
      *> seed is taken from the time of day and printed, so the grid
      *> can be rebuilt from the report.
           IF FIELD-VALUE = 0
             MOVE FUNCTION CURRENT-DATE(9:8) TO FIELD-VALUE
             ADD 1 TO FIELD-VALUE
           END-IF
           MOVE FUNCTION MOD(FIELD-VALUE, 2147483647) TO START-SEED
           IF START-SEED = 0
             MOVE 1 TO START-SEED
           END-IF
           IF CTL-WORD = SPACES
             MOVE "XMAS" TO CTL-WORD
           END-IF
           IF CTL-ANSWER-NAME = SPACES
             STRING FUNCTION TRIM(CTL-FILENAME) DELIMITED BY SIZE
               ".ANS" DELIMITED BY SIZE
               INTO CTL-ANSWER-NAME
           END-IF
           MOVE CTL-ANSWER-NAME TO DYNAMIC-ANSWER-NAME
           PERFORM PARSE-DIRECTIONS
             THRU PARSE-DIRECTIONS-EXIT.
       VALIDATE-BUILD-CARD-EXIT.
           EXIT.

      *> A number field is 1 to 10 digits; FIELD-OK comes back "B"
      *> for a blank field (value 0).
       PARSE-NUMBER-FIELD.
           MOVE "Y" TO FIELD-OK
           MOVE 0 TO FIELD-VALUE
           IF FIELD-TEXT = SPACES
             MOVE "B" TO FIELD-OK
           ELSE
             MOVE 0 TO FIELD-LEN
             INSPECT FIELD-TEXT TALLYING FIELD-LEN
               FOR CHARACTERS BEFORE SPACE
             IF FIELD-LEN < 1
               MOVE "N" TO FIELD-OK
             ELSE
               IF FIELD-LEN < 10
                 IF FIELD-TEXT(FIELD-LEN + 1:) NOT = SPACES
                   MOVE "N" TO FIELD-OK
                 END-IF
               END-IF
               IF FIELD-OK = "Y"
                 IF FIELD-TEXT(1:FIELD-LEN) IS NOT NUMERIC
                   MOVE "N" TO FIELD-OK
                 ELSE
                   COMPUTE FIELD-VALUE = FUNCTION
                     NUMVAL(FIELD-TEXT(1:FIELD-LEN))
                 END-IF
               END-IF
             END-IF
           END-IF.

      *> Each "/"-separated token is a direction's short form or its
      *> full name; blank means all eight. A token repeated is taken
      *> once.
       PARSE-DIRECTIONS.
           INITIALIZE ALLOWED-TABLE
           IF CTL-DIRECTIONS = SPACES OR CTL-DIRECTIONS = "ALL"
             PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > 8
               ADD 1 TO ALLOWED-COUNT
               SET ALLOWED-DIR(ALLOWED-COUNT) TO DIR-IDX
             END-PERFORM
             GO TO PARSE-DIRECTIONS-EXIT
           END-IF
           MOVE SPACES TO DIR-TOKEN-TABLE
           UNSTRING CTL-DIRECTIONS DELIMITED BY "/"
             INTO DIR-TOKEN(1) DIR-TOKEN(2) DIR-TOKEN(3)
                  DIR-TOKEN(4) DIR-TOKEN(5) DIR-TOKEN(6)
                  DIR-TOKEN(7) DIR-TOKEN(8)
           END-UNSTRING
           PERFORM VARYING DIR-TOKEN-NUM FROM 1 BY 1
               UNTIL DIR-TOKEN-NUM > 8 OR CARD-OK NOT = "Y"
             IF DIR-TOKEN(DIR-TOKEN-NUM) NOT = SPACES
               MOVE FUNCTION TRIM(DIR-TOKEN(DIR-TOKEN-NUM))
                 TO DIR-TOKEN(DIR-TOKEN-NUM)
               MOVE "N" TO DIR-TOKEN-FOUND
               PERFORM VARYING DIR-IDX FROM 1 BY 1
                   UNTIL DIR-IDX > 8
                 IF DIR-TOKEN(DIR-TOKEN-NUM) = DIR-ABBREV(DIR-IDX)
                     OR DIR-TOKEN(DIR-TOKEN-NUM) = DIR-NAME(DIR-IDX)
                   MOVE "Y" TO DIR-TOKEN-FOUND
                   SET DIR-NUM TO DIR-IDX
                 END-IF
               END-PERFORM
               IF DIR-TOKEN-FOUND = "N"
                 MOVE "N" TO CARD-OK
                 MOVE SPACES TO FAIL-REASON
                 STRING "unknown direction "
                     DELIMITED BY SIZE
                   FUNCTION TRIM(DIR-TOKEN(DIR-TOKEN-NUM))
                     DELIMITED BY SIZE
                   INTO FAIL-REASON
               ELSE
                 PERFORM ADD-ALLOWED-DIRECTION
               END-IF
             END-IF
           END-PERFORM
           IF CARD-OK = "Y" AND ALLOWED-COUNT = 0
             MOVE "N" TO CARD-OK
             MOVE "no directions allowed" TO FAIL-REASON
           END-IF.
       PARSE-DIRECTIONS-EXIT.
           EXIT.

       ADD-ALLOWED-DIRECTION.
           MOVE "N" TO DIR-TOKEN-FOUND
           PERFORM VARYING PICK-NUM FROM 1 BY 1
               UNTIL PICK-NUM > ALLOWED-COUNT
             IF ALLOWED-DIR(PICK-NUM) = DIR-NUM
               MOVE "Y" TO DIR-TOKEN-FOUND
             END-IF
           END-PERFORM
           IF DIR-TOKEN-FOUND = "N"
             ADD 1 TO ALLOWED-COUNT
             MOVE DIR-NUM TO ALLOWED-DIR(ALLOWED-COUNT)
           END-IF.

      *> Same word field the scanner takes: @filename loads a word
      *> list, #category the dictionary words in effect today, and
      *> anything else is the one word. The cross letters are derived
      *> by the scanner's own DERIVE-WORD-ENTRY rules (scan PART BOTH,
      *> casefold N), and the first word with a cross is the one the
      *> planted crosses spell.
       LOAD-WORD-TABLE.
           INITIALIZE WORD-TABLE
           EVALUATE TRUE
             WHEN CTL-WORD(1:1) = "@"
               MOVE CTL-WORD(2:31) TO DYNAMIC-WORDLIST-NAME
               PERFORM READ-WORDLIST-FILE
               IF CARD-OK = "Y" AND WORD-COUNT = 0
                 MOVE "N" TO CARD-OK
                 MOVE "word list file empty or not found"
                   TO FAIL-REASON
               END-IF
             WHEN CTL-WORD(1:1) = "#"
               MOVE CTL-WORD(2:16) TO DICT-CATEGORY-WANTED
               PERFORM READ-DICTIONARY-CATEGORY
               IF CARD-OK = "Y" AND WORD-COUNT = 0
                 MOVE "N" TO CARD-OK
                 MOVE "dictionary category has no words in effect"
                   TO FAIL-REASON
               END-IF
             WHEN OTHER
               MOVE 1 TO WORD-COUNT
               MOVE CTL-WORD TO WT-TEXT(1)
           END-EVALUATE
           IF CARD-OK NOT = "Y"
             GO TO LOAD-WORD-TABLE-EXIT
           END-IF
           MOVE 0 TO CROSS-WORD-NUM
           PERFORM VARYING WORD-NUM FROM 1 BY 1
               UNTIL WORD-NUM > WORD-COUNT
             PERFORM DERIVE-WORD-ENTRY
             IF CROSS-WORD-NUM = 0 AND
                 WT-CROSS-MODE(WORD-NUM) NOT = "N"
               MOVE WORD-NUM TO CROSS-WORD-NUM
             END-IF
           END-PERFORM
           IF CROSS-WANTED > 0 AND CROSS-WORD-NUM = 0
             MOVE "N" TO CARD-OK
             MOVE "crosses asked for but no 3-letter word in the list"
               TO FAIL-REASON
           END-IF.
       LOAD-WORD-TABLE-EXIT.
           EXIT.

       READ-WORDLIST-FILE.
           MOVE "F" TO WORDLIST-EOF
           OPEN INPUT WORDLIST-FILE
           PERFORM UNTIL WORDLIST-EOF = "T" OR CARD-OK NOT = "Y"
             READ WORDLIST-FILE INTO WORDLIST-LINE
               AT END
                 MOVE "T" TO WORDLIST-EOF
               NOT AT END
                 IF WORDLIST-LINE NOT = SPACES
                   IF WORDLIST-LINE(33:32) NOT = SPACES
                     MOVE "N" TO CARD-OK
                     MOVE "word list entry exceeds 32 characters"
                       TO FAIL-REASON
                   ELSE
                     IF WORD-COUNT >= 64
                       MOVE "N" TO CARD-OK
                       MOVE "word list exceeds 64 words"
                         TO FAIL-REASON
                     ELSE
                       ADD 1 TO WORD-COUNT
                       MOVE WORDLIST-LINE(1:32)
                         TO WT-TEXT(WORD-COUNT)
                     END-IF
                   END-IF
                 END-IF
           END-PERFORM
           CLOSE WORDLIST-FILE.

      *> Same in-effect rule as the scanner's READ-DICTIONARY-CATEGORY.
       READ-DICTIONARY-CATEGORY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DICT-SCAN-DATE
           OPEN INPUT DICTIONARY-FILE
           MOVE "F" TO DICTIONARY-EOF
           IF DICT-STATUS NOT = "00"
             MOVE "T" TO DICTIONARY-EOF
           ELSE
             MOVE DICT-CATEGORY-WANTED TO DICT-CATEGORY
             MOVE LOW-VALUES TO DICT-WORD
             START DICTIONARY-FILE KEY NOT < DICT-KEY
             IF DICT-STATUS NOT = "00"
               MOVE "T" TO DICTIONARY-EOF
             END-IF
           END-IF
           PERFORM UNTIL DICTIONARY-EOF = "T" OR CARD-OK NOT = "Y"
             READ DICTIONARY-FILE NEXT
               AT END
                 MOVE "T" TO DICTIONARY-EOF
               NOT AT END
                 IF DICT-CATEGORY NOT = DICT-CATEGORY-WANTED
                   MOVE "T" TO DICTIONARY-EOF
                 ELSE
                   IF DICT-EFFECTIVE <= DICT-SCAN-DATE AND
                       (DICT-RETIRE = SPACES OR
                        DICT-RETIRE > DICT-SCAN-DATE)
                     IF WORD-COUNT >= 64
                       MOVE "N" TO CARD-OK
                       MOVE "dictionary category exceeds 64 words"
                         TO FAIL-REASON
                     ELSE
                       ADD 1 TO WORD-COUNT
                       MOVE DICT-WORD TO WT-TEXT(WORD-COUNT)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DICTIONARY-FILE.

       DERIVE-WORD-ENTRY.
           MOVE 0 TO WT-LEN(WORD-NUM)
           INSPECT WT-TEXT(WORD-NUM) TALLYING WT-LEN(WORD-NUM)
             FOR CHARACTERS BEFORE SPACE
           IF WT-LEN(WORD-NUM) < 32
             MOVE SPACES
               TO WT-TEXT(WORD-NUM)(WT-LEN(WORD-NUM) + 1:)
           END-IF
           IF WT-LEN(WORD-NUM) = 3
             MOVE "O" TO WT-CROSS-MODE(WORD-NUM)
             MOVE WT-TEXT(WORD-NUM)(1:1) TO WT-CORNER1(WORD-NUM)
             MOVE WT-TEXT(WORD-NUM)(2:1) TO WT-CENTER(WORD-NUM)
             MOVE WT-TEXT(WORD-NUM)(3:1) TO WT-CORNER2(WORD-NUM)
           ELSE
             MOVE "M" TO WT-CORNER1(WORD-NUM)
             MOVE "A" TO WT-CENTER(WORD-NUM)
             MOVE "S" TO WT-CORNER2(WORD-NUM)
             IF WORD-COUNT = 1
               MOVE "D" TO WT-CROSS-MODE(WORD-NUM)
             ELSE
               MOVE "N" TO WT-CROSS-MODE(WORD-NUM)
             END-IF
           END-IF.

      *> A word must fit the grid along at least one allowed
      *> direction, or no number of attempts will ever place it.
       CHECK-WORDS-FIT.
           PERFORM VARYING WORD-NUM FROM 1 BY 1
               UNTIL WORD-NUM > WORD-COUNT OR CARD-OK NOT = "Y"
             MOVE "N" TO PLACE-OK
             PERFORM VARYING PICK-NUM FROM 1 BY 1
                 UNTIL PICK-NUM > ALLOWED-COUNT
               MOVE ALLOWED-DIR(PICK-NUM) TO DIR-NUM
               IF (DIR-ROW(DIR-NUM) = 0 OR
                   WT-LEN(WORD-NUM) <= GRID-ROWS) AND
                  (DIR-COL(DIR-NUM) = 0 OR
                   WT-LEN(WORD-NUM) <= GRID-COLS)
                 MOVE "Y" TO PLACE-OK
               END-IF
             END-PERFORM
             IF WT-LEN(WORD-NUM) = 1
               MOVE "Y" TO PLACE-OK
             END-IF
             IF PLACE-OK = "N"
               MOVE "N" TO CARD-OK
               MOVE SPACES TO FAIL-REASON
               STRING "word " DELIMITED BY SIZE
                 FUNCTION TRIM(WT-TEXT(WORD-NUM)) DELIMITED BY SIZE
                 " does not fit the grid" DELIMITED BY SIZE
                 INTO FAIL-REASON
             END-IF
           END-PERFORM.

      *> Filler comes only from letters no word or cross uses, so a
      *> filled cell can never start or extend an unplanted match.
      *> A word set that uses every letter falls back to the whole
      *> alphabet and leans on the verifying scan.
       BUILD-FILLER-LETTERS.
           MOVE SPACES TO FILLER-LETTERS
           MOVE 0 TO FILLER-COUNT
           PERFORM VARYING LETTER-POS FROM 1 BY 1
               UNTIL LETTER-POS > 26
             MOVE 0 TO LETTER-TALLY
             PERFORM VARYING WORD-NUM FROM 1 BY 1
                 UNTIL WORD-NUM > WORD-COUNT
               INSPECT WT-TEXT(WORD-NUM) TALLYING LETTER-TALLY
                 FOR ALL LETTER-SET(LETTER-POS:1)
               IF WT-CROSS-MODE(WORD-NUM) NOT = "N" AND
                   (WT-CORNER1(WORD-NUM) = LETTER-SET(LETTER-POS:1) OR
                    WT-CENTER(WORD-NUM) = LETTER-SET(LETTER-POS:1) OR
                    WT-CORNER2(WORD-NUM) = LETTER-SET(LETTER-POS:1))
                 ADD 1 TO LETTER-TALLY
               END-IF
             END-PERFORM
             IF LETTER-TALLY = 0
               ADD 1 TO FILLER-COUNT
               MOVE LETTER-SET(LETTER-POS:1)
                 TO FILLER-LETTERS(FILLER-COUNT:1)
             END-IF
           END-PERFORM
           IF FILLER-COUNT = 0
             MOVE LETTER-SET TO FILLER-LETTERS
             MOVE 26 TO FILLER-COUNT
           END-IF.

      *> Park-Miller minimal standard generator: the next seed, then
      *> a pick from 1 thru RANDOM-RANGE.
       NEXT-RANDOM.
           COMPUTE RANDOM-SEED =
             FUNCTION MOD(RANDOM-SEED * 16807, 2147483647)
           COMPUTE RANDOM-PICK =
             FUNCTION MOD(RANDOM-SEED, RANDOM-RANGE) + 1.

      *> One complete layout: crosses first (they need five free
      *> cells), then the words longest first, then the filler, then
      *> the verifying scan.
       BUILD-ONE-ATTEMPT.
           ADD 1 TO ATTEMPT
           MOVE SPACES TO CONTENT-STR(1:CELL-TOTAL)
           COMPUTE CONTENT-LEN = CELL-TOTAL + 1
           MOVE 0 TO PLACED-COUNT
           MOVE 0 TO CROSS-COUNT
           MOVE "Y" TO PLACE-OK
           PERFORM PLANT-ONE-CROSS
             THRU PLANT-ONE-CROSS-EXIT
             UNTIL CROSS-COUNT >= CROSS-WANTED OR PLACE-OK = "N"
           IF PLACE-OK = "N"
             GO TO BUILD-ONE-ATTEMPT-EXIT
           END-IF
           MOVE 0 TO LONGEST-LEN
           PERFORM VARYING WORD-NUM FROM 1 BY 1
               UNTIL WORD-NUM > WORD-COUNT
             IF WT-LEN(WORD-NUM) > LONGEST-LEN
               MOVE WT-LEN(WORD-NUM) TO LONGEST-LEN
             END-IF
           END-PERFORM
           PERFORM VARYING WORD-LEN FROM LONGEST-LEN BY -1
               UNTIL WORD-LEN < 1 OR PLACE-OK = "N"
             PERFORM VARYING WORD-NUM FROM 1 BY 1
                 UNTIL WORD-NUM > WORD-COUNT OR PLACE-OK = "N"
               IF WT-LEN(WORD-NUM) = WORD-LEN
                 PERFORM PLANT-ONE-WORD
                   THRU PLANT-ONE-WORD-EXIT
               END-IF
             END-PERFORM
           END-PERFORM
           IF PLACE-OK = "N"
             GO TO BUILD-ONE-ATTEMPT-EXIT
           END-IF
           PERFORM FILL-EMPTY-CELLS
           PERFORM VERIFY-SCAN
           PERFORM CHECK-HITS-AGAINST-PLANTED
             THRU CHECK-HITS-AGAINST-PLANTED-EXIT.
       BUILD-ONE-ATTEMPT-EXIT.
           EXIT.

      *> A cross goes on five empty cells around an interior center,
      *> each diagonal reading corner-center-corner in a random one
      *> of its two orders (the scanner accepts either).
       PLANT-ONE-CROSS.
           MOVE "N" TO PLACE-OK
           MOVE WT-CORNER1(CROSS-WORD-NUM) TO CORNER1-CHAR
           MOVE WT-CENTER(CROSS-WORD-NUM) TO CENTER-CHAR
           MOVE WT-CORNER2(CROSS-WORD-NUM) TO CORNER2-CHAR
           PERFORM VARYING TRY-NUM FROM 1 BY 1
               UNTIL TRY-NUM > TRY-MAX OR PLACE-OK = "Y"
             COMPUTE RANDOM-RANGE = GRID-ROWS - 2
             PERFORM NEXT-RANDOM
             COMPUTE CUR-ROW = RANDOM-PICK + 1
             COMPUTE RANDOM-RANGE = GRID-COLS - 2
             PERFORM NEXT-RANDOM
             COMPUTE CUR-COL = RANDOM-PICK + 1
             MOVE "Y" TO PLACE-OK
             PERFORM VARYING ROW-DISTANCE FROM -1 BY 1
                 UNTIL ROW-DISTANCE > 1
               PERFORM VARYING COL-DISTANCE FROM -1 BY 1
                   UNTIL COL-DISTANCE > 1
                 IF ROW-DISTANCE * COL-DISTANCE NOT = 0 OR
                     (ROW-DISTANCE = 0 AND COL-DISTANCE = 0)
                   COMPUTE CELL-IDX =
                     (CUR-ROW + ROW-DISTANCE - 1) * GRID-COLS
                     + CUR-COL + COL-DISTANCE
                   IF CONTENT-STR(CELL-IDX:1) NOT = SPACE
                     MOVE "N" TO PLACE-OK
                   END-IF
                 END-IF
               END-PERFORM
             END-PERFORM
           END-PERFORM
           IF PLACE-OK = "N"
             GO TO PLANT-ONE-CROSS-EXIT
           END-IF
           ADD 1 TO CROSS-COUNT
           MOVE CUR-ROW TO CX-ROW(CROSS-COUNT)
           MOVE CUR-COL TO CX-COL(CROSS-COUNT)
           MOVE CENTER-CHAR TO PLACE-LETTER
           MOVE 0 TO ROW-DISTANCE
           MOVE 0 TO COL-DISTANCE
           PERFORM PUT-CROSS-LETTER
           MOVE 2 TO RANDOM-RANGE
           PERFORM NEXT-RANDOM
           MOVE -1 TO ROW-DISTANCE
           MOVE -1 TO COL-DISTANCE
           IF RANDOM-PICK = 1
             MOVE CORNER1-CHAR TO PLACE-LETTER
             PERFORM PUT-CROSS-LETTER
             MOVE CORNER2-CHAR TO PLACE-LETTER
           ELSE
             MOVE CORNER2-CHAR TO PLACE-LETTER
             PERFORM PUT-CROSS-LETTER
             MOVE CORNER1-CHAR TO PLACE-LETTER
           END-IF
           MOVE 1 TO ROW-DISTANCE
           MOVE 1 TO COL-DISTANCE
           PERFORM PUT-CROSS-LETTER
           MOVE 2 TO RANDOM-RANGE
           PERFORM NEXT-RANDOM
           MOVE -1 TO ROW-DISTANCE
           MOVE 1 TO COL-DISTANCE
           IF RANDOM-PICK = 1
             MOVE CORNER1-CHAR TO PLACE-LETTER
             PERFORM PUT-CROSS-LETTER
             MOVE CORNER2-CHAR TO PLACE-LETTER
           ELSE
             MOVE CORNER2-CHAR TO PLACE-LETTER
             PERFORM PUT-CROSS-LETTER
             MOVE CORNER1-CHAR TO PLACE-LETTER
           END-IF
           MOVE 1 TO ROW-DISTANCE
           MOVE -1 TO COL-DISTANCE
           PERFORM PUT-CROSS-LETTER.
       PLANT-ONE-CROSS-EXIT.
           EXIT.

      *> A "?" in a cross word matches any letter, so its cell gets a
      *> filler letter like any other free cell.
       PUT-CROSS-LETTER.
           COMPUTE CELL-IDX = (CUR-ROW + ROW-DISTANCE - 1) * GRID-COLS
             + CUR-COL + COL-DISTANCE
           IF PLACE-LETTER = "?"
             MOVE FILLER-COUNT TO RANDOM-RANGE
             PERFORM NEXT-RANDOM
             MOVE FILLER-LETTERS(RANDOM-PICK:1) TO PLACE-LETTER
           END-IF
           MOVE PLACE-LETTER TO CONTENT-STR(CELL-IDX:1).

      *> A word goes where every one of its cells is either free or
      *> already holds its letter, so words may cross on a shared
      *> letter. A "?" position takes whatever ends up in the cell.
       PLANT-ONE-WORD.
           MOVE "N" TO PLACE-OK
           PERFORM VARYING TRY-NUM FROM 1 BY 1
               UNTIL TRY-NUM > TRY-MAX OR PLACE-OK = "Y"
             PERFORM PICK-WORD-START
             IF PLACE-OK = "Y"
               PERFORM CHECK-WORD-CELLS
             END-IF
           END-PERFORM
           IF PLACE-OK = "N"
             GO TO PLANT-ONE-WORD-EXIT
           END-IF
           PERFORM VARYING CHAR-POS FROM 1 BY 1
               UNTIL CHAR-POS > WT-LEN(WORD-NUM)
             PERFORM LOCATE-WORD-CELL
             IF WT-TEXT(WORD-NUM)(CHAR-POS:1) NOT = "?"
               MOVE WT-TEXT(WORD-NUM)(CHAR-POS:1)
                 TO CONTENT-STR(CELL-IDX:1)
             END-IF
           END-PERFORM
           ADD 1 TO PLACED-COUNT
           MOVE WORD-NUM TO PL-WORD-NUM(PLACED-COUNT)
           MOVE CUR-ROW TO PL-ROW(PLACED-COUNT)
           MOVE CUR-COL TO PL-COL(PLACED-COUNT)
           MOVE DIR-NUM TO PL-DIR(PLACED-COUNT).
       PLANT-ONE-WORD-EXIT.
           EXIT.

      *> Picks an allowed direction, then a start cell from which the
      *> whole word stays inside the grid in that direction.
       PICK-WORD-START.
           MOVE "Y" TO PLACE-OK
           IF WT-LEN(WORD-NUM) = 1
             MOVE 0 TO DIR-NUM
           ELSE
             MOVE ALLOWED-COUNT TO RANDOM-RANGE
             PERFORM NEXT-RANDOM
             MOVE ALLOWED-DIR(RANDOM-PICK) TO DIR-NUM
           END-IF
           MOVE 1 TO ROW-LOW
           MOVE GRID-ROWS TO ROW-HIGH
           MOVE 1 TO COL-LOW
           MOVE GRID-COLS TO COL-HIGH
           IF DIR-NUM > 0
             EVALUATE DIR-ROW(DIR-NUM)
               WHEN 1
                 COMPUTE ROW-HIGH = GRID-ROWS - WT-LEN(WORD-NUM) + 1
               WHEN -1
                 MOVE WT-LEN(WORD-NUM) TO ROW-LOW
             END-EVALUATE
             EVALUATE DIR-COL(DIR-NUM)
               WHEN 1
                 COMPUTE COL-HIGH = GRID-COLS - WT-LEN(WORD-NUM) + 1
               WHEN -1
                 MOVE WT-LEN(WORD-NUM) TO COL-LOW
             END-EVALUATE
           END-IF
           IF ROW-HIGH < ROW-LOW OR COL-HIGH < COL-LOW
             MOVE "N" TO PLACE-OK
           ELSE
             COMPUTE RANDOM-RANGE = ROW-HIGH - ROW-LOW + 1
             PERFORM NEXT-RANDOM
             COMPUTE CUR-ROW = ROW-LOW + RANDOM-PICK - 1
             COMPUTE RANDOM-RANGE = COL-HIGH - COL-LOW + 1
             PERFORM NEXT-RANDOM
             COMPUTE CUR-COL = COL-LOW + RANDOM-PICK - 1
           END-IF.

       CHECK-WORD-CELLS.
           PERFORM VARYING CHAR-POS FROM 1 BY 1
               UNTIL CHAR-POS > WT-LEN(WORD-NUM) OR PLACE-OK = "N"
             PERFORM LOCATE-WORD-CELL
             IF CONTENT-STR(CELL-IDX:1) NOT = SPACE AND
                 WT-TEXT(WORD-NUM)(CHAR-POS:1) NOT = "?" AND
                 CONTENT-STR(CELL-IDX:1) NOT =
                   WT-TEXT(WORD-NUM)(CHAR-POS:1)
               MOVE "N" TO PLACE-OK
             END-IF
           END-PERFORM.

       LOCATE-WORD-CELL.
           IF DIR-NUM = 0
             MOVE CUR-ROW TO TARGET-ROW
             MOVE CUR-COL TO TARGET-COL
           ELSE
             COMPUTE TARGET-ROW = CUR-ROW +
               DIR-ROW(DIR-NUM) * (CHAR-POS - 1)
             COMPUTE TARGET-COL = CUR-COL +
               DIR-COL(DIR-NUM) * (CHAR-POS - 1)
           END-IF
           COMPUTE CELL-IDX = (TARGET-ROW - 1) * GRID-COLS
             + TARGET-COL.

       FILL-EMPTY-CELLS.
           MOVE FILLER-COUNT TO RANDOM-RANGE
           PERFORM VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELL-TOTAL
             IF CONTENT-STR(CELL-IDX:1) = SPACE
               PERFORM NEXT-RANDOM
               MOVE FILLER-LETTERS(RANDOM-PICK:1)
                 TO CONTENT-STR(CELL-IDX:1)
             END-IF
           END-PERFORM.

      *> The scanner's own tests, cell by cell: every word along all
      *> eight directions (whatever the card allowed for placement),
      *> then every cross-capable word as an X around the cell.
       VERIFY-SCAN.
           MOVE 0 TO HIT-COUNT
           MOVE "N" TO HIT-OVERFLOW
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > CELL-TOTAL OR HIT-OVERFLOW = "Y"
             COMPUTE CUR-ROW = (IDX - 1) / GRID-COLS + 1
             COMPUTE CUR-COL = IDX - (CUR-ROW - 1) * GRID-COLS
             PERFORM VARYING WORD-NUM FROM 1 BY 1
                 UNTIL WORD-NUM > WORD-COUNT
               IF CONTENT-STR(IDX:1) = WT-TEXT(WORD-NUM)(1:1) OR
                   WT-TEXT(WORD-NUM)(1:1) = "?"
                 PERFORM VERIFY-WORD-AT-CELL
               END-IF
             END-PERFORM
             PERFORM VARYING WORD-NUM FROM 1 BY 1
                 UNTIL WORD-NUM > WORD-COUNT
               IF WT-CROSS-MODE(WORD-NUM) NOT = "N"
                 PERFORM VERIFY-CROSS-AT-CELL
               END-IF
             END-PERFORM
           END-PERFORM.

       VERIFY-WORD-AT-CELL.
           IF WT-LEN(WORD-NUM) = 1
             MOVE SPACES TO ACTUAL-TEXT
             MOVE CONTENT-STR(IDX:1) TO ACTUAL-TEXT(1:1)
             MOVE 0 TO DIR-NUM
             PERFORM ADD-STRAIGHT-HIT
           ELSE
             PERFORM VARYING DIR-NUM FROM 1 BY 1 UNTIL DIR-NUM > 8
               MOVE "Y" TO MATCH-OK
               MOVE SPACES TO ACTUAL-TEXT
               MOVE CONTENT-STR(IDX:1) TO ACTUAL-TEXT(1:1)
               PERFORM VARYING CHAR-POS FROM 2 BY 1
                   UNTIL CHAR-POS > WT-LEN(WORD-NUM) OR
                     MATCH-OK = "N"
                 COMPUTE TARGET-ROW = CUR-ROW +
                   DIR-ROW(DIR-NUM) * (CHAR-POS - 1)
                 COMPUTE TARGET-COL = CUR-COL +
                   DIR-COL(DIR-NUM) * (CHAR-POS - 1)
                 IF TARGET-ROW < 1 OR TARGET-ROW > GRID-ROWS OR
                     TARGET-COL < 1 OR TARGET-COL > GRID-COLS
                   MOVE "N" TO MATCH-OK
                 ELSE
                   COMPUTE TARGET-IDX = (TARGET-ROW - 1) * GRID-COLS
                     + TARGET-COL
                   MOVE CONTENT-STR(TARGET-IDX:1)
                     TO ACTUAL-TEXT(CHAR-POS:1)
                   IF CONTENT-STR(TARGET-IDX:1) NOT =
                       WT-TEXT(WORD-NUM)(CHAR-POS:1) AND
                       WT-TEXT(WORD-NUM)(CHAR-POS:1) NOT = "?"
                     MOVE "N" TO MATCH-OK
                   END-IF
                 END-IF
               END-PERFORM
               IF MATCH-OK = "Y"
                 PERFORM ADD-STRAIGHT-HIT
               END-IF
             END-PERFORM
           END-IF.

       ADD-STRAIGHT-HIT.
           IF HIT-COUNT >= HIT-MAX
             MOVE "Y" TO HIT-OVERFLOW
           ELSE
             ADD 1 TO HIT-COUNT
             MOVE CUR-ROW TO HIT-ROW(HIT-COUNT)
             MOVE CUR-COL TO HIT-COL(HIT-COUNT)
             MOVE "1" TO HIT-PART(HIT-COUNT)
             MOVE DIR-NUM TO HIT-DIR(HIT-COUNT)
             MOVE SPACES TO HIT-ARMS(HIT-COUNT)
             MOVE WORD-NUM TO HIT-WORD-NUM(HIT-COUNT)
             MOVE ACTUAL-TEXT TO HIT-ACTUAL(HIT-COUNT)
           END-IF.

      *> Same test as the scanner's COUNT-X-MAS-WORD: center on an
      *> interior cell, each diagonal corner-center-corner in either
      *> order, "?" matching anything.
       VERIFY-CROSS-AT-CELL.
           MOVE WT-CORNER1(WORD-NUM) TO CORNER1-CHAR
           MOVE WT-CENTER(WORD-NUM) TO CENTER-CHAR
           MOVE WT-CORNER2(WORD-NUM) TO CORNER2-CHAR
           IF (CONTENT-STR(IDX:1) = CENTER-CHAR OR
               CENTER-CHAR = "?") AND
               CUR-ROW > 1 AND CUR-ROW < GRID-ROWS AND
               CUR-COL > 1 AND CUR-COL < GRID-COLS
             MOVE CONTENT-STR(IDX - GRID-COLS - 1:1) TO NW-CHAR
             MOVE CONTENT-STR(IDX - GRID-COLS + 1:1) TO NE-CHAR
             MOVE CONTENT-STR(IDX + GRID-COLS - 1:1) TO SW-CHAR
             MOVE CONTENT-STR(IDX + GRID-COLS + 1:1) TO SE-CHAR
             IF (((NW-CHAR = CORNER1-CHAR OR CORNER1-CHAR = "?") AND
                  (SE-CHAR = CORNER2-CHAR OR CORNER2-CHAR = "?"))
                 OR
                 ((NW-CHAR = CORNER2-CHAR OR CORNER2-CHAR = "?") AND
                  (SE-CHAR = CORNER1-CHAR OR CORNER1-CHAR = "?")))
               AND
               (((NE-CHAR = CORNER1-CHAR OR CORNER1-CHAR = "?") AND
                  (SW-CHAR = CORNER2-CHAR OR CORNER2-CHAR = "?"))
                 OR
                 ((NE-CHAR = CORNER2-CHAR OR CORNER2-CHAR = "?") AND
                  (SW-CHAR = CORNER1-CHAR OR CORNER1-CHAR = "?")))
               IF HIT-COUNT >= HIT-MAX
                 MOVE "Y" TO HIT-OVERFLOW
               ELSE
                 ADD 1 TO HIT-COUNT
                 MOVE CUR-ROW TO HIT-ROW(HIT-COUNT)
                 MOVE CUR-COL TO HIT-COL(HIT-COUNT)
                 MOVE "2" TO HIT-PART(HIT-COUNT)
                 MOVE 0 TO HIT-DIR(HIT-COUNT)
                 STRING NW-CHAR NE-CHAR SW-CHAR SE-CHAR
                   DELIMITED BY SIZE INTO HIT-ARMS(HIT-COUNT)
                 MOVE WORD-NUM TO HIT-WORD-NUM(HIT-COUNT)
                 MOVE SPACES TO HIT-ACTUAL(HIT-COUNT)
                 STRING CONTENT-STR(IDX:1) NW-CHAR NE-CHAR
                   SW-CHAR SE-CHAR
                   DELIMITED BY SIZE INTO HIT-ACTUAL(HIT-COUNT)
               END-IF
             END-IF
           END-IF.

      *> The layout is kept only when every planted word and cross
      *> was found and every hit is accounted for. A straight run
      *> lying wholly inside one planted word or cross (MAS inside a
      *> planted XMAS, or read down a diagonal of a MAS cross) is
      *> part of what was planted, not a stray: the scanner will find
      *> it too, so it stays in the expected matches.
       CHECK-HITS-AGAINST-PLANTED.
           MOVE "N" TO BUILD-OK
           IF HIT-OVERFLOW = "Y"
             GO TO CHECK-HITS-AGAINST-PLANTED-EXIT
           END-IF
           PERFORM VARYING PLACED-NUM FROM 1 BY 1
               UNTIL PLACED-NUM > PLACED-COUNT
             MOVE "N" TO PL-FOUND(PLACED-NUM)
           END-PERFORM
           PERFORM VARYING CROSS-NUM FROM 1 BY 1
               UNTIL CROSS-NUM > CROSS-COUNT
             MOVE "N" TO CX-FOUND(CROSS-NUM)
           END-PERFORM
           PERFORM VARYING HIT-IDX FROM 1 BY 1
               UNTIL HIT-IDX > HIT-COUNT
             PERFORM ACCOUNT-FOR-HIT
               THRU ACCOUNT-FOR-HIT-EXIT
             IF HIT-ACCOUNTED = "N"
               GO TO CHECK-HITS-AGAINST-PLANTED-EXIT
             END-IF
           END-PERFORM
           PERFORM VARYING PLACED-NUM FROM 1 BY 1
               UNTIL PLACED-NUM > PLACED-COUNT
             IF PL-FOUND(PLACED-NUM) = "N"
               GO TO CHECK-HITS-AGAINST-PLANTED-EXIT
             END-IF
           END-PERFORM
           PERFORM VARYING CROSS-NUM FROM 1 BY 1
               UNTIL CROSS-NUM > CROSS-COUNT
             IF CX-FOUND(CROSS-NUM) = "N"
               GO TO CHECK-HITS-AGAINST-PLANTED-EXIT
             END-IF
           END-PERFORM
           MOVE "Y" TO BUILD-OK.
       CHECK-HITS-AGAINST-PLANTED-EXIT.
           EXIT.

       ACCOUNT-FOR-HIT.
           MOVE "N" TO HIT-ACCOUNTED
           IF HIT-PART(HIT-IDX) = "2"
             IF HIT-WORD-NUM(HIT-IDX) = CROSS-WORD-NUM
               PERFORM VARYING CROSS-NUM FROM 1 BY 1
                   UNTIL CROSS-NUM > CROSS-COUNT
                 IF CX-ROW(CROSS-NUM) = HIT-ROW(HIT-IDX) AND
                     CX-COL(CROSS-NUM) = HIT-COL(HIT-IDX) AND
                     CX-FOUND(CROSS-NUM) = "N"
                   MOVE "Y" TO CX-FOUND(CROSS-NUM)
                   MOVE "Y" TO HIT-ACCOUNTED
                 END-IF
               END-PERFORM
             END-IF
             GO TO ACCOUNT-FOR-HIT-EXIT
           END-IF
           PERFORM VARYING PLACED-NUM FROM 1 BY 1
               UNTIL PLACED-NUM > PLACED-COUNT OR HIT-ACCOUNTED = "Y"
             IF PL-WORD-NUM(PLACED-NUM) = HIT-WORD-NUM(HIT-IDX) AND
                 PL-ROW(PLACED-NUM) = HIT-ROW(HIT-IDX) AND
                 PL-COL(PLACED-NUM) = HIT-COL(HIT-IDX) AND
                 PL-DIR(PLACED-NUM) = HIT-DIR(HIT-IDX) AND
                 PL-FOUND(PLACED-NUM) = "N"
               MOVE "Y" TO PL-FOUND(PLACED-NUM)
               MOVE "Y" TO HIT-ACCOUNTED
             END-IF
           END-PERFORM
           IF HIT-ACCOUNTED = "N"
             PERFORM VARYING PLACED-NUM FROM 1 BY 1
                 UNTIL PLACED-NUM > PLACED-COUNT OR
                   HIT-ACCOUNTED = "Y"
               PERFORM CHECK-RUN-IN-WORD
             END-PERFORM
           END-IF
           IF HIT-ACCOUNTED = "N"
             PERFORM VARYING CROSS-NUM FROM 1 BY 1
                 UNTIL CROSS-NUM > CROSS-COUNT OR
                   HIT-ACCOUNTED = "Y"
               PERFORM CHECK-RUN-IN-CROSS
             END-PERFORM
           END-IF.
       ACCOUNT-FOR-HIT-EXIT.
           EXIT.

       CHECK-RUN-IN-CROSS.
           MOVE "Y" TO MATCH-OK
           MOVE HIT-DIR(HIT-IDX) TO DIR-NUM
           MOVE HIT-ROW(HIT-IDX) TO CUR-ROW
           MOVE HIT-COL(HIT-IDX) TO CUR-COL
           MOVE HIT-WORD-NUM(HIT-IDX) TO WORD-NUM
           PERFORM VARYING CHAR-POS FROM 1 BY 1
               UNTIL CHAR-POS > WT-LEN(WORD-NUM) OR MATCH-OK = "N"
             PERFORM LOCATE-WORD-CELL
             COMPUTE ROW-DISTANCE = TARGET-ROW - CX-ROW(CROSS-NUM)
             COMPUTE COL-DISTANCE = TARGET-COL - CX-COL(CROSS-NUM)
             IF FUNCTION ABS(ROW-DISTANCE) NOT =
                 FUNCTION ABS(COL-DISTANCE) OR
                 FUNCTION ABS(ROW-DISTANCE) > 1
               MOVE "N" TO MATCH-OK
             END-IF
           END-PERFORM
           IF MATCH-OK = "Y"
             MOVE "Y" TO HIT-ACCOUNTED
           END-IF.

      *> Every cell of the hit must be one of the planted word's own
      *> cells: step RUN-STEP along the planted direction from its
      *> start, within the planted word's length.
       CHECK-RUN-IN-WORD.
           MOVE "Y" TO MATCH-OK
           MOVE PL-DIR(PLACED-NUM) TO PLACED-DIR
           MOVE PL-WORD-NUM(PLACED-NUM) TO PLACED-WORD-NUM
           MOVE HIT-DIR(HIT-IDX) TO DIR-NUM
           MOVE HIT-ROW(HIT-IDX) TO CUR-ROW
           MOVE HIT-COL(HIT-IDX) TO CUR-COL
           MOVE HIT-WORD-NUM(HIT-IDX) TO WORD-NUM
           PERFORM VARYING CHAR-POS FROM 1 BY 1
               UNTIL CHAR-POS > WT-LEN(WORD-NUM) OR MATCH-OK = "N"
             PERFORM LOCATE-WORD-CELL
             COMPUTE ROW-DISTANCE = TARGET-ROW - PL-ROW(PLACED-NUM)
             COMPUTE COL-DISTANCE = TARGET-COL - PL-COL(PLACED-NUM)
             EVALUATE TRUE
               WHEN PLACED-DIR = 0
                 MOVE 0 TO RUN-STEP
               WHEN DIR-ROW(PLACED-DIR) NOT = 0
                 COMPUTE RUN-STEP =
                   ROW-DISTANCE * DIR-ROW(PLACED-DIR)
               WHEN OTHER
                 COMPUTE RUN-STEP =
                   COL-DISTANCE * DIR-COL(PLACED-DIR)
             END-EVALUATE
             IF RUN-STEP < 0 OR
                 RUN-STEP >= WT-LEN(PLACED-WORD-NUM)
               MOVE "N" TO MATCH-OK
             ELSE
               IF PLACED-DIR = 0
                 IF ROW-DISTANCE NOT = 0 OR COL-DISTANCE NOT = 0
                   MOVE "N" TO MATCH-OK
                 END-IF
               ELSE
                 IF ROW-DISTANCE NOT =
                     DIR-ROW(PLACED-DIR) * RUN-STEP OR
                     COL-DISTANCE NOT =
                     DIR-COL(PLACED-DIR) * RUN-STEP
                   MOVE "N" TO MATCH-OK
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           IF MATCH-OK = "Y"
             MOVE "Y" TO HIT-ACCOUNTED
           END-IF.

       WRITE-GRID-FILE.
           OPEN OUTPUT GRID-FILE
           PERFORM VARYING CELL-IDX FROM 1 BY GRID-COLS
               UNTIL CELL-IDX > CELL-TOTAL
             MOVE SPACES TO GRID-LINE
             MOVE CONTENT-STR(CELL-IDX:GRID-COLS)
               TO GRID-LINE(1:GRID-COLS)
             WRITE GRID-LINE
           END-PERFORM
           CLOSE GRID-FILE.

      *> One MATCH-RECORD per verified hit, exactly as the scanner
      *> would cut it for this grid.
       WRITE-ANSWER-FILE.
           OPEN OUTPUT ANSWER-FILE
           PERFORM VARYING HIT-IDX FROM 1 BY 1
               UNTIL HIT-IDX > HIT-COUNT
             MOVE SPACES TO MATCH-RECORD
             MOVE DYNAMIC-FILE-NAME TO MR-FILENAME
             MOVE HIT-ROW(HIT-IDX) TO MR-ROW
             MOVE HIT-COL(HIT-IDX) TO MR-COL
             MOVE HIT-PART(HIT-IDX) TO MR-PART
             MOVE HIT-DIR(HIT-IDX) TO DIR-NUM
             MOVE HIT-WORD-NUM(HIT-IDX) TO WORD-NUM
             EVALUATE TRUE
               WHEN HIT-PART(HIT-IDX) = "2"
                 MOVE HIT-ARMS(HIT-IDX) TO MR-DIRECTION
               WHEN HIT-DIR(HIT-IDX) = 0
                 MOVE "N/A" TO MR-DIRECTION
               WHEN OTHER
                 MOVE DIR-NAME(DIR-NUM) TO MR-DIRECTION
             END-EVALUATE
             MOVE WT-TEXT(WORD-NUM) TO MR-WORD
             MOVE HIT-ACTUAL(HIT-IDX) TO MR-ACTUAL
             MOVE MATCH-RECORD TO ANSWER-LINE
             WRITE ANSWER-LINE
           END-PERFORM
           CLOSE ANSWER-FILE.

      *> Registered with the same checksum GridCatalog computes, so
      *> the scanner's catalog check passes on the first scan.
       REGISTER-BUILT-GRID.
           MOVE 0 TO CHECKSUM-WORK
           PERFORM VARYING CHECKSUM-IDX FROM 1 BY 1
               UNTIL CHECKSUM-IDX >= CONTENT-LEN
             COMPUTE CHECKSUM-WORK = FUNCTION MOD(
               CHECKSUM-WORK * 31 +
               FUNCTION ORD(CONTENT-STR(CHECKSUM-IDX:1)), 999999937)
           END-PERFORM
           MOVE DYNAMIC-FILE-NAME TO CAT-FILENAME
           MOVE GRID-ROWS TO CAT-ROWS
           MOVE GRID-COLS TO CAT-COLS
           MOVE CHECKSUM-WORK TO CAT-CHECKSUM
           MOVE FUNCTION CURRENT-DATE TO CAT-REGISTERED
           MOVE SPACES TO CAT-LAST-SCANNED
           WRITE CATALOG-RECORD
           IF CAT-STATUS NOT = "00"
             MOVE "N" TO CARD-OK
             MOVE SPACES TO FAIL-REASON
             STRING "grid written but catalog register failed, "
                 DELIMITED BY SIZE
               "status " DELIMITED BY SIZE
               CAT-STATUS DELIMITED BY SIZE
               INTO FAIL-REASON
           END-IF.

       REPORT-CARD-FAILURE.
           MOVE "Y" TO ANY-FAILURE
           ADD 1 TO FAILED-TALLY
           DISPLAY "BUILD FAILED: " FUNCTION TRIM(DYNAMIC-FILE-NAME)
             " - " FUNCTION TRIM(FAIL-REASON)
           MOVE SPACES TO REPORT-LINE
           STRING "GRID: " DELIMITED BY SIZE
             FUNCTION TRIM(DYNAMIC-FILE-NAME) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "  FAILED: " DELIMITED BY SIZE
             FUNCTION TRIM(FAIL-REASON) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> The seed printed is the one the card started from: the same
      *> card with that seed lays out the same grid again.
       REPORT-BUILT-GRID.
           DISPLAY "BUILT " FUNCTION TRIM(DYNAMIC-FILE-NAME)
           MOVE GRID-ROWS TO ROWS-TEXT
           MOVE GRID-COLS TO COLS-TEXT
           MOVE START-SEED TO SEED-TEXT
           MOVE ATTEMPT TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "GRID: " DELIMITED BY SIZE
             FUNCTION TRIM(DYNAMIC-FILE-NAME) DELIMITED BY SIZE
             "  SIZE: " DELIMITED BY SIZE
             FUNCTION TRIM(ROWS-TEXT) DELIMITED BY SIZE
             " X " DELIMITED BY SIZE
             FUNCTION TRIM(COLS-TEXT) DELIMITED BY SIZE
             "  SEED: " DELIMITED BY SIZE
             FUNCTION TRIM(SEED-TEXT) DELIMITED BY SIZE
             "  ATTEMPTS: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING PLACED-NUM FROM 1 BY 1
               UNTIL PLACED-NUM > PLACED-COUNT
             MOVE PL-ROW(PLACED-NUM) TO ROWS-TEXT
             MOVE PL-COL(PLACED-NUM) TO COLS-TEXT
             MOVE PL-WORD-NUM(PLACED-NUM) TO WORD-NUM
             MOVE PL-DIR(PLACED-NUM) TO DIR-NUM
             MOVE SPACES TO REPORT-LINE
             STRING "  WORD " DELIMITED BY SIZE
               WT-TEXT(WORD-NUM) DELIMITED BY SIZE
               " ROW " DELIMITED BY SIZE
               FUNCTION TRIM(ROWS-TEXT) DELIMITED BY SIZE
               " COL " DELIMITED BY SIZE
               FUNCTION TRIM(COLS-TEXT) DELIMITED BY SIZE
               INTO REPORT-LINE
             IF DIR-NUM = 0
               MOVE "N/A" TO REPORT-LINE(70:10)
             ELSE
               MOVE DIR-NAME(DIR-NUM) TO REPORT-LINE(70:10)
             END-IF
             WRITE REPORT-LINE
           END-PERFORM
           PERFORM VARYING CROSS-NUM FROM 1 BY 1
               UNTIL CROSS-NUM > CROSS-COUNT
             MOVE CX-ROW(CROSS-NUM) TO ROWS-TEXT
             MOVE CX-COL(CROSS-NUM) TO COLS-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "  CROSS " DELIMITED BY SIZE
               FUNCTION TRIM(WT-TEXT(CROSS-WORD-NUM))
                 DELIMITED BY SIZE
               " CENTER ROW " DELIMITED BY SIZE
               FUNCTION TRIM(ROWS-TEXT) DELIMITED BY SIZE
               " COL " DELIMITED BY SIZE
               FUNCTION TRIM(COLS-TEXT) DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE REPORT-LINE
           END-PERFORM
           MOVE HIT-COUNT TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "  EXPECTED MATCHES: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             "  ANSWER FILE: " DELIMITED BY SIZE
             FUNCTION TRIM(DYNAMIC-ANSWER-NAME) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "  REGISTERED IN GRIDCAT.DAT" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> This step reads no generation files itself; the pointer is
      *> read only so its ledger lines carry the current run id.
       READ-CURRENT-GEN.
           MOVE SPACES TO CURRGEN-RECORD
           OPEN INPUT CURRGEN-FILE
           READ CURRGEN-FILE INTO CURRGEN-LINE
             AT END
               CONTINUE
             NOT AT END
               MOVE CURRGEN-LINE TO CURRGEN-RECORD
           END-READ
           CLOSE CURRGEN-FILE.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "GridBuild" TO JL-PROGRAM
           MOVE CG-RUN-ID TO JL-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO JL-START-STAMP
           MOVE 0 TO JL-CONDITION
           PERFORM SET-LEDGER-COUNTS
           PERFORM APPEND-LEDGER-LINE.

       WRITE-LEDGER-END.
           MOVE "END" TO JL-EVENT
           MOVE FUNCTION CURRENT-DATE TO JL-END-STAMP
           MOVE RETURN-CODE TO JL-CONDITION
           IF LEDGER-OUTCOME = SPACES
             EVALUATE RETURN-CODE
               WHEN 0
                 MOVE "OK" TO LEDGER-OUTCOME
               WHEN 4
                 MOVE "WARNING" TO LEDGER-OUTCOME
               WHEN 8
                 MOVE "ERRORS" TO LEDGER-OUTCOME
               WHEN OTHER
                 MOVE "FAILED" TO LEDGER-OUTCOME
             END-EVALUATE
           END-IF
           MOVE LEDGER-OUTCOME TO JL-OUTCOME
           PERFORM SET-LEDGER-COUNTS
           PERFORM APPEND-LEDGER-LINE.

       APPEND-LEDGER-LINE.
           OPEN EXTEND LEDGER-FILE
           MOVE LEDGER-RECORD TO LEDGER-LINE
           WRITE LEDGER-LINE
           CLOSE LEDGER-FILE.

       SET-LEDGER-COUNTS.
           MOVE "BUILT" TO JL-COUNT-NAME(1)
           MOVE BUILT-TALLY TO JL-COUNT(1)
           MOVE "FAILED" TO JL-COUNT-NAME(2)
           MOVE FAILED-TALLY TO JL-COUNT(2)
           MOVE "PLANTED" TO JL-COUNT-NAME(3)
           MOVE PLANTED-TALLY TO JL-COUNT(3).

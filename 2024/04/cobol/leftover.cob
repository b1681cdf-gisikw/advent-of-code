       IDENTIFICATION DIVISION.
       PROGRAM-ID. LeftoverReport.

      *> For each control card, lists every cell of the grid that no
      *> match of that card's word or word list covers, in row-major
      *> order with its coordinates, then strings the leftover letters
      *> together in the same order as the recovered message. Puzzle
      *> grids hide their message in exactly those cells, so the
      *> message reads straight off the report. Coverage for each card
      *> (cells, covered, left over, percent covered) also goes to
      *> LEFTSTAT.DAT, one fixed-column record per card, for whatever
      *> picks the figures up downstream.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> OPTIONAL for the same reason the scanner reads its grids
      *> OPTIONAL: a control card naming a grid that is not on disk
      *> skips that card instead of taking the report run down.
           SELECT OPTIONAL GRID-FILE ASSIGN TO DYNAMIC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-FILE ASSIGN TO "CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WORDLIST-FILE ASSIGN TO
               DYNAMIC-WORDLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DICTIONARY-FILE ASSIGN TO "DICTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DICT-KEY
               FILE STATUS IS DICT-STATUS.
      *> The match master is STARTed on each grid's key range, the
      *> same way OverlayReport reads it.
           SELECT OPTIONAL MATCH-MASTER ASSIGN TO MASTER-GEN-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-KEY
               FILE STATUS IS MST-STATUS.
      *> The scanner's shape templates, so a shape match can be laid
      *> out from its anchor cell.
           SELECT OPTIONAL SHAPE-FILE ASSIGN TO "SHAPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "LEFTOVER.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATS-FILE ASSIGN TO "LEFTSTAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "RUNMANIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GRID-FILE.
       01 GRID-LINE PIC A(9999).

       FD CONTROL-FILE.
       01 CONTROL-LINE PIC X(350).

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

      *> Same layout the scanner's LOAD-MATCH-MASTER writes; the two
      *> must stay in step.
       FD MATCH-MASTER.
       01 MASTER-RECORD.
           05 MM-KEY.
               10 MM-FILENAME PIC X(256).
               10 MM-PART PIC X(4).
               10 MM-ROW PIC 9(6).
               10 MM-COL PIC 9(6).
               10 MM-SEQ PIC 9(9).
           05 MM-DIRECTION PIC X(10).
           05 MM-WORD PIC X(32).
           05 MM-RUN-ID PIC X(14).
           05 MM-ACTUAL PIC X(32).

       FD SHAPE-FILE.
       01 SHAPE-LINE PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(140).

       FD STATS-FILE.
       01 STATS-LINE PIC X(400).

       FD MANIFEST-FILE.
       01 MANIFEST-LINE PIC X(150).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 DYNAMIC-FILE-NAME PIC X(256).
       01 DYNAMIC-WORDLIST-NAME PIC X(256).
       01 MASTER-GEN-NAME PIC X(64) VALUE "MATCHMST.DAT".
       01 MST-STATUS PIC XX.
       01 DICT-STATUS PIC XX.
       01 CONTROL-EOF PIC X VALUE "F".
       01 MATCH-EOF PIC X VALUE "F".
       01 GRID-EOF PIC X VALUE "F".
       01 WORDLIST-EOF PIC X VALUE "F".
       01 DICTIONARY-EOF PIC X VALUE "F".
       01 GRID-OK PIC X VALUE "Y".
       01 WORDS-OK PIC X VALUE "Y".
       01 WORDS-ERROR-MSG PIC X(60).
       01 WORD-WANTED PIC X VALUE "N".
       01 CARD-SHAPE PIC X VALUE "N".
       01 DICT-CATEGORY-WANTED PIC X(16).
       01 DICT-SCAN-DATE PIC X(8).
       01 CONTENT-STR PIC A(999999).
       01 CONTENT-LEN PIC 9(9) VALUE 1.
       01 CONTENT-MAX-LEN PIC 9(9) VALUE 999999.
       01 LINE-LEN PIC 9(9).
       01 FIRST-LINE-LEN PIC 9(9) VALUE 0.
       01 LINE-NUM PIC 9(9) VALUE 0.
       01 NUM-ROWS PIC 9(9).
       01 WORD-LEN PIC 9(2).
       01 CHAR-POS PIC 9(2).
       01 CELL-ROW PIC S9(9).
       01 CELL-COL PIC S9(9).
       01 CELL-IDX PIC 9(9).
       01 CELL-TOTAL PIC 9(9).
       01 COVERED-TALLY PIC 9(9).
       01 LEFTOVER-TALLY PIC 9(9).
       01 LEFTOVER-GRAND PIC 9(9) VALUE 0.
       01 COVER-PERCENT PIC 9(3)V99.
       01 MATCH-TALLY PIC 9(9) VALUE 0.
       01 STRAY-TALLY PIC 9(9) VALUE 0.
       01 GRID-TALLY PIC 9(5) VALUE 0.
       01 SKIP-TALLY PIC 9(5) VALUE 0.
       01 ROW-NUM PIC 9(9).
       01 COL-NUM PIC 9(9).
       01 LINE-POS PIC 9(3).
       01 CELLS-PER-LINE PIC 9(3) VALUE 8.
       01 CELLS-ON-LINE PIC 9(3).
       01 MESSAGE-WIDTH PIC 9(3) VALUE 100.
       01 COUNT-TEXT PIC Z(8)9.
       01 CELLS-TEXT PIC Z(8)9.
       01 COVERED-TEXT PIC Z(8)9.
       01 PERCENT-TEXT PIC ZZ9.99.

      *> The words whose matches count as covering a cell for the
      *> card in hand: the card's one word, or every word of its
      *> @list file or #dictionary category, loaded the way the
      *> scanner loads its word table for the same card.
       01 WANT-WORD-TABLE.
           05 WANT-WORD-COUNT PIC 9(2) VALUE 0.
           05 WANT-WORD OCCURS 64 TIMES INDEXED BY WANT-IDX
               PIC X(32).

      *> "Y" in a cell's byte when a wanted match covers it.
       01 COVER-MAP PIC X(999999).

       01 CELL-ENTRY.
           05 CE-ROW PIC 9(6).
           05 FILLER PIC X VALUE ",".
           05 CE-COL PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 CE-LETTER PIC X(1).

       01 CONTROL-RECORD.
           05 CTL-FILENAME PIC X(256).
           05 CTL-PART PIC X(4).
           05 CTL-WORD PIC X(32).
           05 CTL-RESTART PIC X(1).
           05 CTL-CASEFOLD PIC X(1).
           05 CTL-FAST PIC X(1).

      *> One record per control card reported on. Fixed columns,
      *> single-space separated, the same way the scanner's OUTPUT
      *> records are cut.
       01 STATS-RECORD.
           05 LS-FILENAME PIC X(256).
           05 FILLER PIC X VALUE SPACE.
           05 LS-PART PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LS-WORD PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 LS-CELLS PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 LS-COVERED PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 LS-LEFTOVER PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 LS-PERCENT PIC 9(3).99.
           05 FILLER PIC X VALUE SPACE.
           05 LS-RUN-ID PIC X(14).

      *> Same record the scanner's WRITE-RUN-MANIFEST cuts; the two
      *> layouts must stay in step.
       01 MANIFEST-RECORD.
           05 MAN-RUN-ID PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-START-STAMP PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-END-STAMP PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-JOB-COUNT PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-MATCH-TALLY PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-OUTPUT-TALLY PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-EXCEPT-TALLY PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-HISTORY-TALLY PIC 9(9).
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

       01 MANIFEST-FOUND PIC X VALUE "N".
       01 BAD-RUN-ID PIC X(14).
       01 BAD-RUN-FILE PIC X(12).

      *> Shape templates read back from SHAPES.DAT: the cell offsets
      *> of each shape from its anchor. Same file and limits as the
      *> scanner's SHAPE-TABLE; the two must stay in step. A line the
      *> scanner would fault is simply passed over here - a faulty
      *> shape is never scanned, so it has no matches to lay out.
       01 SHAPE-TABLE.
           05 SHAPE-COUNT PIC 9(3) VALUE 0.
           05 SHAPE-ENTRY OCCURS 50 TIMES.
               10 SH-NAME PIC X(4).
               10 SH-CELL-COUNT PIC 9(2).
               10 SH-CELL OCCURS 32 TIMES.
                   15 SH-ROW-OFF PIC S9(2).
                   15 SH-COL-OFF PIC S9(2).
       01 SHAPE-CARD.
           05 SC-NAME PIC X(8).
           05 SC-ROW-TEXT PIC X(8).
           05 SC-COL-TEXT PIC X(8).
           05 SC-LETTER PIC X(8).
       01 SHAPE-EOF PIC X.
       01 SHAPE-NUM PIC 9(3).
       01 SHAPE-SCAN PIC 9(3).
       01 CELL-NUM PIC 9(2).
       01 OFFSET-TEXT PIC X(8).
       01 OFFSET-DIGITS PIC X(8).
       01 OFFSET-LEN PIC 9(1).
       01 OFFSET-OK PIC X(1).
       01 OFFSET-VALUE PIC S9(2).
       01 SHAPE-ROW-OFF PIC S9(2).
       01 SHAPE-COL-OFF PIC S9(2).

       01 DIRECTION-TABLE.
           05 DIRECTION-ENTRY OCCURS 8 TIMES INDEXED BY DIR-IDX.
               10 DIR-ROW PIC S9.
               10 DIR-COL PIC S9.
               10 DIR-NAME PIC X(10).

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
           PERFORM INIT-DIRECTIONS.
           PERFORM LOAD-SHAPE-TABLE.
           PERFORM READ-CURRENT-GEN.
           PERFORM WRITE-LEDGER-START.
           PERFORM READ-RUN-MANIFEST.
           OPEN INPUT CONTROL-FILE
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT STATS-FILE

           PERFORM UNTIL CONTROL-EOF = "T"
             READ CONTROL-FILE INTO CONTROL-LINE
               AT END
                 MOVE "T" TO CONTROL-EOF
               NOT AT END
                 PERFORM PROCESS-CONTROL-RECORD
                   THRU PROCESS-CONTROL-RECORD-EXIT
             END-READ
           END-PERFORM.

           CLOSE CONTROL-FILE
           CLOSE REPORT-FILE
           CLOSE STATS-FILE
           MOVE GRID-TALLY TO COUNT-TEXT
           DISPLAY "GRIDS REPORTED: " FUNCTION TRIM(COUNT-TEXT)
           MOVE LEFTOVER-GRAND TO COUNT-TEXT
           DISPLAY "LEFTOVER CELLS: " FUNCTION TRIM(COUNT-TEXT)
           IF SKIP-TALLY > 0
             MOVE SKIP-TALLY TO COUNT-TEXT
             DISPLAY "CARDS SKIPPED: " FUNCTION TRIM(COUNT-TEXT)
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> The scanner writes its outputs under run-stamped generation
      *> names and leaves CURRGEN.DAT pointing at the current
      *> generation; this step follows the pointer by default and
      *> falls back to the flat legacy names when no pointer exists.
       READ-CURRENT-GEN.
           MOVE SPACES TO CURRGEN-RECORD
           OPEN INPUT CURRGEN-FILE
           READ CURRGEN-FILE INTO CURRGEN-LINE
             AT END
               CONTINUE
             NOT AT END
               MOVE CURRGEN-LINE TO CURRGEN-RECORD
           END-READ
           CLOSE CURRGEN-FILE
           IF CG-MASTER-NAME NOT = SPACES
             MOVE CG-MASTER-NAME TO MASTER-GEN-NAME
           END-IF.

      *> The run manifest names the run every input of this step must
      *> come from. No manifest means the scan never ran to
      *> completion under the current files; a record stamped with a
      *> different run identifier means someone mixed files from two
      *> runs. Either way this step refuses (condition code 12)
      *> rather than print a plausible-looking report off mismatched
      *> inputs.
       READ-RUN-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           READ MANIFEST-FILE INTO MANIFEST-LINE
             AT END
               CONTINUE
             NOT AT END
               MOVE MANIFEST-LINE TO MANIFEST-RECORD
               IF MAN-RUN-ID NOT = SPACES
                 MOVE "Y" TO MANIFEST-FOUND
               END-IF
           END-READ
           CLOSE MANIFEST-FILE
           IF MANIFEST-FOUND = "N"
             DISPLAY "RUN MANIFEST MISSING OR EMPTY - RUN NOT "
               "VERIFIABLE, REPORT REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF.

       REFUSE-RUN-MISMATCH.
           DISPLAY "RUN ID MISMATCH: MANIFEST " MAN-RUN-ID " BUT "
             FUNCTION TRIM(BAD-RUN-FILE) " RECORD CARRIES "
             BAD-RUN-ID
           DISPLAY "INPUTS ARE FROM DIFFERENT RUNS, REPORT REFUSED"
           MOVE 12 TO RETURN-CODE
           MOVE "REFUSED" TO LEDGER-OUTCOME
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> Same eight compass offsets the scanner uses, walked from a
      *> recorded match back out to the cells it covered.
       INIT-DIRECTIONS.
           MOVE -1 TO DIR-ROW(1)
           MOVE  0 TO DIR-COL(1)
           MOVE "NORTH" TO DIR-NAME(1)
           MOVE  1 TO DIR-ROW(2)
           MOVE  0 TO DIR-COL(2)
           MOVE "SOUTH" TO DIR-NAME(2)
           MOVE  0 TO DIR-ROW(3)
           MOVE  1 TO DIR-COL(3)
           MOVE "EAST" TO DIR-NAME(3)
           MOVE  0 TO DIR-ROW(4)
           MOVE -1 TO DIR-COL(4)
           MOVE "WEST" TO DIR-NAME(4)
           MOVE -1 TO DIR-ROW(5)
           MOVE  1 TO DIR-COL(5)
           MOVE "NORTHEAST" TO DIR-NAME(5)
           MOVE  1 TO DIR-ROW(6)
           MOVE  1 TO DIR-COL(6)
           MOVE "SOUTHEAST" TO DIR-NAME(6)
           MOVE  1 TO DIR-ROW(7)
           MOVE -1 TO DIR-COL(7)
           MOVE "SOUTHWEST" TO DIR-NAME(7)
           MOVE -1 TO DIR-ROW(8)
           MOVE -1 TO DIR-COL(8)
           MOVE "NORTHWEST" TO DIR-NAME(8).

       LOAD-SHAPE-TABLE.
           MOVE 0 TO SHAPE-COUNT
           MOVE "F" TO SHAPE-EOF
           OPEN INPUT SHAPE-FILE
           PERFORM UNTIL SHAPE-EOF = "T"
             READ SHAPE-FILE
               AT END
                 MOVE "T" TO SHAPE-EOF
               NOT AT END
                 IF SHAPE-LINE NOT = SPACES
                   PERFORM ADD-SHAPE-CELL THRU ADD-SHAPE-CELL-EXIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SHAPE-FILE.

       ADD-SHAPE-CELL.
           MOVE SPACES TO SHAPE-CARD
           UNSTRING SHAPE-LINE DELIMITED BY ","
             INTO SC-NAME SC-ROW-TEXT SC-COL-TEXT SC-LETTER
           END-UNSTRING
           MOVE FUNCTION TRIM(SC-NAME) TO SC-NAME
           IF SC-NAME = SPACES OR SC-NAME(5:) NOT = SPACES
             GO TO ADD-SHAPE-CELL-EXIT
           END-IF
           MOVE SC-ROW-TEXT TO OFFSET-TEXT
           PERFORM PARSE-SHAPE-OFFSET
           IF OFFSET-OK = "N"
             GO TO ADD-SHAPE-CELL-EXIT
           END-IF
           MOVE OFFSET-VALUE TO SHAPE-ROW-OFF
           MOVE SC-COL-TEXT TO OFFSET-TEXT
           PERFORM PARSE-SHAPE-OFFSET
           IF OFFSET-OK = "N"
             GO TO ADD-SHAPE-CELL-EXIT
           END-IF
           MOVE OFFSET-VALUE TO SHAPE-COL-OFF

           MOVE 0 TO SHAPE-NUM
           PERFORM VARYING SHAPE-SCAN FROM 1 BY 1
               UNTIL SHAPE-SCAN > SHAPE-COUNT OR SHAPE-NUM > 0
             IF SH-NAME(SHAPE-SCAN) = SC-NAME
               MOVE SHAPE-SCAN TO SHAPE-NUM
             END-IF
           END-PERFORM
           IF SHAPE-NUM = 0
             IF SHAPE-COUNT >= 50
               GO TO ADD-SHAPE-CELL-EXIT
             END-IF
             ADD 1 TO SHAPE-COUNT
             MOVE SHAPE-COUNT TO SHAPE-NUM
             INITIALIZE SHAPE-ENTRY(SHAPE-NUM)
             MOVE SC-NAME TO SH-NAME(SHAPE-NUM)
           END-IF
           IF SH-CELL-COUNT(SHAPE-NUM) >= 32
             GO TO ADD-SHAPE-CELL-EXIT
           END-IF
           ADD 1 TO SH-CELL-COUNT(SHAPE-NUM)
           MOVE SH-CELL-COUNT(SHAPE-NUM) TO CELL-NUM
           MOVE SHAPE-ROW-OFF TO SH-ROW-OFF(SHAPE-NUM, CELL-NUM)
           MOVE SHAPE-COL-OFF TO SH-COL-OFF(SHAPE-NUM, CELL-NUM).
       ADD-SHAPE-CELL-EXIT.
           EXIT.

      *> A shape offset: optional sign, then one or two digits and
      *> nothing else.
       PARSE-SHAPE-OFFSET.
           MOVE "N" TO OFFSET-OK
           MOVE 0 TO OFFSET-VALUE
           MOVE FUNCTION TRIM(OFFSET-TEXT) TO OFFSET-TEXT
           MOVE OFFSET-TEXT TO OFFSET-DIGITS
           IF OFFSET-TEXT(1:1) = "-" OR OFFSET-TEXT(1:1) = "+"
             MOVE OFFSET-TEXT(2:) TO OFFSET-DIGITS
           END-IF
           MOVE 0 TO OFFSET-LEN
           INSPECT OFFSET-DIGITS TALLYING OFFSET-LEN
             FOR CHARACTERS BEFORE SPACE
           IF OFFSET-LEN >= 1 AND OFFSET-LEN <= 2
             IF OFFSET-DIGITS(OFFSET-LEN + 1:) = SPACES AND
                 OFFSET-DIGITS(1:OFFSET-LEN) IS NUMERIC
               MOVE "Y" TO OFFSET-OK
               COMPUTE OFFSET-VALUE =
                 FUNCTION NUMVAL(OFFSET-DIGITS(1:OFFSET-LEN))
               IF OFFSET-TEXT(1:1) = "-"
                 COMPUTE OFFSET-VALUE = 0 - OFFSET-VALUE
               END-IF
             END-IF
           END-IF.

       FIND-MATCH-SHAPE.
           MOVE 0 TO SHAPE-NUM
           PERFORM VARYING SHAPE-SCAN FROM 1 BY 1
               UNTIL SHAPE-SCAN > SHAPE-COUNT OR SHAPE-NUM > 0
             IF SH-NAME(SHAPE-SCAN) = MR-PART
               MOVE SHAPE-SCAN TO SHAPE-NUM
             END-IF
           END-PERFORM.

       PARSE-CONTROL-LINE.
           MOVE SPACES TO CONTROL-RECORD
           UNSTRING CONTROL-LINE DELIMITED BY ","
             INTO CTL-FILENAME CTL-PART
                  CTL-WORD CTL-RESTART CTL-CASEFOLD CTL-FAST
           END-UNSTRING
           IF CTL-PART = SPACES
             MOVE "BOTH" TO CTL-PART
           END-IF
           IF CTL-WORD = SPACES
             MOVE "XMAS" TO CTL-WORD
           END-IF
           IF CTL-RESTART = SPACE
             MOVE "N" TO CTL-RESTART
           END-IF
           IF CTL-CASEFOLD = SPACE
             MOVE "N" TO CTL-CASEFOLD
           END-IF.

      *> One report section and one statistics record per card, not
      *> per grid: the same grid scanned for two words on two cards
      *> hides a different message behind each, so each card's
      *> leftovers are its own.
       PROCESS-CONTROL-RECORD.
           PERFORM PARSE-CONTROL-LINE

           IF CTL-FILENAME = SPACES
             GO TO PROCESS-CONTROL-RECORD-EXIT
           END-IF

           PERFORM LOAD-WANTED-WORDS
           IF WORDS-OK NOT = "Y"
             DISPLAY "CARD SKIPPED: " FUNCTION TRIM(CTL-FILENAME)
               " " FUNCTION TRIM(CTL-WORD) " - "
               FUNCTION TRIM(WORDS-ERROR-MSG)
             ADD 1 TO SKIP-TALLY
             GO TO PROCESS-CONTROL-RECORD-EXIT
           END-IF

           MOVE CTL-FILENAME TO DYNAMIC-FILE-NAME
           PERFORM READ-GRID-TO-STR
           IF GRID-OK NOT = "Y"
             DISPLAY "GRID SKIPPED: " FUNCTION TRIM(DYNAMIC-FILE-NAME)
             ADD 1 TO SKIP-TALLY
             GO TO PROCESS-CONTROL-RECORD-EXIT
           END-IF

           PERFORM MARK-COVERED-CELLS
           PERFORM COUNT-COVERAGE
           PERFORM PRINT-LEFTOVER-SECTION
           PERFORM WRITE-STATS-RECORD
           ADD LEFTOVER-TALLY TO LEFTOVER-GRAND
           ADD 1 TO GRID-TALLY.
       PROCESS-CONTROL-RECORD-EXIT.
           EXIT.

      *> A CTL-WORD of @filename names a word-list file and one of
      *> #category a dictionary category (words in effect today);
      *> anything else is the one search word. Words are cut at their
      *> first blank and upper-cased on a casefold card, exactly as
      *> the scanner stores them in the match records. A card whose
      *> part names a shape has no words: the scanner ignores its
      *> word field, and so does this report.
       LOAD-WANTED-WORDS.
           INITIALIZE WANT-WORD-TABLE
           MOVE "Y" TO WORDS-OK
           MOVE SPACES TO WORDS-ERROR-MSG
           MOVE "N" TO CARD-SHAPE
           EVALUATE TRUE
             WHEN CTL-PART NOT = "1" AND CTL-PART NOT = "2" AND
                 CTL-PART NOT = "BOTH"
               MOVE "Y" TO CARD-SHAPE
               MOVE SPACES TO CTL-WORD
             WHEN CTL-WORD(1:1) = "@"
               MOVE CTL-WORD(2:31) TO DYNAMIC-WORDLIST-NAME
               PERFORM READ-WORDLIST-FILE
               IF WORDS-OK = "Y" AND WANT-WORD-COUNT = 0
                 MOVE "N" TO WORDS-OK
                 MOVE "word list file empty or not found"
                   TO WORDS-ERROR-MSG
               END-IF
             WHEN CTL-WORD(1:1) = "#"
               MOVE CTL-WORD(2:16) TO DICT-CATEGORY-WANTED
               PERFORM READ-DICTIONARY-CATEGORY
               IF WORDS-OK = "Y" AND WANT-WORD-COUNT = 0
                 MOVE "N" TO WORDS-OK
                 MOVE "dictionary category has no words in effect"
                   TO WORDS-ERROR-MSG
               END-IF
             WHEN OTHER
               MOVE 1 TO WANT-WORD-COUNT
               MOVE CTL-WORD TO WANT-WORD(1)
           END-EVALUATE
           IF WORDS-OK = "Y"
             PERFORM VARYING WANT-IDX FROM 1 BY 1
                 UNTIL WANT-IDX > WANT-WORD-COUNT
               IF CTL-CASEFOLD = "Y"
                 MOVE FUNCTION UPPER-CASE(WANT-WORD(WANT-IDX))
                   TO WANT-WORD(WANT-IDX)
               END-IF
               MOVE 0 TO WORD-LEN
               INSPECT WANT-WORD(WANT-IDX) TALLYING WORD-LEN
                 FOR CHARACTERS BEFORE SPACE
               IF WORD-LEN < 32
                 MOVE SPACES TO WANT-WORD(WANT-IDX)(WORD-LEN + 1:)
               END-IF
             END-PERFORM
           END-IF.

       READ-WORDLIST-FILE.
           MOVE "F" TO WORDLIST-EOF
           OPEN INPUT WORDLIST-FILE
           PERFORM UNTIL WORDLIST-EOF = "T" OR WORDS-OK NOT = "Y"
             READ WORDLIST-FILE INTO WORDLIST-LINE
               AT END
                 MOVE "T" TO WORDLIST-EOF
               NOT AT END
                 IF WORDLIST-LINE NOT = SPACES
                   IF WANT-WORD-COUNT >= 64
                     MOVE "N" TO WORDS-OK
                     MOVE "word list exceeds 64 words"
                       TO WORDS-ERROR-MSG
                   ELSE
                     ADD 1 TO WANT-WORD-COUNT
                     MOVE WORDLIST-LINE(1:32)
                       TO WANT-WORD(WANT-WORD-COUNT)
                   END-IF
                 END-IF
           END-PERFORM
           CLOSE WORDLIST-FILE.

      *> Same in-effect rule as the scanner's READ-DICTIONARY-CATEGORY:
      *> from the effective date up to the day before the retire date.
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
           PERFORM UNTIL DICTIONARY-EOF = "T" OR WORDS-OK NOT = "Y"
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
                     IF WANT-WORD-COUNT >= 64
                       MOVE "N" TO WORDS-OK
                       MOVE "dictionary category exceeds 64 words"
                         TO WORDS-ERROR-MSG
                     ELSE
                       ADD 1 TO WANT-WORD-COUNT
                       MOVE DICT-WORD TO WANT-WORD(WANT-WORD-COUNT)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DICTIONARY-FILE.

      *> Same shape as the scanner's READ-FILE-TO-STR: every row must
      *> match the width of row 1 and the whole grid must fit
      *> CONTENT-STR. A grid the scanner rejected has no matches to
      *> report against anyway, so a bad grid is skipped.
       READ-GRID-TO-STR.
           MOVE "Y" TO GRID-OK
           MOVE "F" TO GRID-EOF
           MOVE 1 TO CONTENT-LEN
           MOVE 0 TO FIRST-LINE-LEN
           MOVE 0 TO LINE-NUM
           OPEN INPUT GRID-FILE
           PERFORM UNTIL GRID-EOF = "T" OR GRID-OK = "N"
             READ GRID-FILE INTO GRID-LINE
               AT END
                 MOVE "T" TO GRID-EOF
               NOT AT END
                 ADD 1 TO LINE-NUM
                 SET LINE-LEN TO 0
                 INSPECT GRID-LINE
                   TALLYING LINE-LEN FOR CHARACTERS BEFORE " "
                 IF LINE-LEN = FUNCTION LENGTH(GRID-LINE)
                   MOVE "N" TO GRID-OK
                 ELSE
                   IF LINE-NUM = 1
                     MOVE LINE-LEN TO FIRST-LINE-LEN
                   ELSE
                     IF LINE-LEN NOT = FIRST-LINE-LEN
                       MOVE "N" TO GRID-OK
                     END-IF
                   END-IF
                   IF GRID-OK = "Y"
                     IF CONTENT-LEN + LINE-LEN - 1 > CONTENT-MAX-LEN
                       MOVE "N" TO GRID-OK
                     ELSE
                       MOVE GRID-LINE
                         TO CONTENT-STR(CONTENT-LEN:LINE-LEN)
                       ADD LINE-LEN TO CONTENT-LEN
                     END-IF
                   END-IF
                 END-IF
           END-PERFORM
           CLOSE GRID-FILE
           IF LINE-NUM = 0 OR FIRST-LINE-LEN = 0
             MOVE "N" TO GRID-OK
           END-IF
           IF GRID-OK = "Y"
             MOVE FIRST-LINE-LEN TO LINE-LEN
             COMPUTE NUM-ROWS = (CONTENT-LEN - 1) / LINE-LEN
             COMPUTE CELL-TOTAL = CONTENT-LEN - 1
           END-IF.

      *> STARTs the match master on this grid's key range and marks
      *> every cell covered by a match of this card's part and words.
      *> Matches of other words on the same grid belong to other
      *> cards and are passed over. A coordinate outside the grid is
      *> tallied and skipped rather than trusted.
       MARK-COVERED-CELLS.
           MOVE SPACES TO COVER-MAP
           MOVE 0 TO MATCH-TALLY
           MOVE 0 TO STRAY-TALLY
           MOVE "F" TO MATCH-EOF
           OPEN INPUT MATCH-MASTER
           IF MST-STATUS NOT = "00" AND MST-STATUS NOT = "05"
             MOVE "T" TO MATCH-EOF
           ELSE
             MOVE LOW-VALUES TO MM-KEY
             MOVE DYNAMIC-FILE-NAME TO MM-FILENAME
             START MATCH-MASTER KEY NOT < MM-KEY
             IF MST-STATUS NOT = "00"
               MOVE "T" TO MATCH-EOF
             END-IF
           END-IF
           PERFORM UNTIL MATCH-EOF = "T"
             READ MATCH-MASTER NEXT
               AT END
                 MOVE "T" TO MATCH-EOF
               NOT AT END
                 IF MM-FILENAME NOT = DYNAMIC-FILE-NAME
                   MOVE "T" TO MATCH-EOF
                 ELSE
                   IF MM-RUN-ID NOT = MAN-RUN-ID
                     MOVE MM-RUN-ID TO BAD-RUN-ID
                     MOVE "MATCHMST.DAT" TO BAD-RUN-FILE
                     PERFORM REFUSE-RUN-MISMATCH
                   END-IF
                   PERFORM CHECK-MATCH-WANTED
                   IF WORD-WANTED = "Y"
                     ADD 1 TO MATCH-TALLY
                     PERFORM APPLY-MASTER-MATCH
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE MATCH-MASTER.

      *> A shape card wants every match of its shape. A word card
      *> wants matches of its words under its part, or under either
      *> part 1 or 2 for BOTH - never a shape's matches, whose
      *> pattern could happen to spell one of the words.
       CHECK-MATCH-WANTED.
           MOVE "N" TO WORD-WANTED
           EVALUATE TRUE
             WHEN CARD-SHAPE = "Y"
               IF MM-PART = CTL-PART
                 MOVE "Y" TO WORD-WANTED
               END-IF
             WHEN CTL-PART = "BOTH" AND MM-PART NOT = "1" AND
                 MM-PART NOT = "2"
               CONTINUE
             WHEN CTL-PART NOT = "BOTH" AND MM-PART NOT = CTL-PART
               CONTINUE
             WHEN OTHER
               PERFORM VARYING WANT-IDX FROM 1 BY 1
                   UNTIL WANT-IDX > WANT-WORD-COUNT
                 IF WANT-WORD(WANT-IDX) = MM-WORD
                   MOVE "Y" TO WORD-WANTED
                 END-IF
               END-PERFORM
           END-EVALUATE.

      *> The apply paragraphs read the MATCH-RECORD fields, so each
      *> master record's key and detail are copied across first.
       APPLY-MASTER-MATCH.
           MOVE MM-FILENAME TO MR-FILENAME
           MOVE MM-ROW TO MR-ROW
           MOVE MM-COL TO MR-COL
           MOVE MM-PART TO MR-PART
           MOVE MM-DIRECTION TO MR-DIRECTION
           MOVE MM-WORD TO MR-WORD
           EVALUATE MR-PART
             WHEN "2"
               PERFORM APPLY-MATCH-P2
             WHEN "1"
               PERFORM APPLY-MATCH-P1
             WHEN OTHER
               PERFORM APPLY-MATCH-SHAPE
           END-EVALUATE.

      *> A straight-line match covers the cells of its own recorded
      *> word, running from the anchor along the recorded direction
      *> ("N/A" is the one-letter case: just the anchor).
       APPLY-MATCH-P1.
           MOVE 0 TO WORD-LEN
           INSPECT MR-WORD TALLYING WORD-LEN
             FOR CHARACTERS BEFORE SPACE
           IF WORD-LEN = 0
             MOVE 1 TO WORD-LEN
           END-IF
           IF MR-DIRECTION = "N/A"
             MOVE MR-ROW TO CELL-ROW
             MOVE MR-COL TO CELL-COL
             PERFORM MARK-CELL
           ELSE
             PERFORM VARYING DIR-IDX FROM 1 BY 1 UNTIL DIR-IDX > 8
               IF DIR-NAME(DIR-IDX) = MR-DIRECTION
                 PERFORM VARYING CHAR-POS FROM 1 BY 1
                     UNTIL CHAR-POS > WORD-LEN
                   COMPUTE CELL-ROW = MR-ROW +
                     DIR-ROW(DIR-IDX) * (CHAR-POS - 1)
                   COMPUTE CELL-COL = MR-COL +
                     DIR-COL(DIR-IDX) * (CHAR-POS - 1)
                   PERFORM MARK-CELL
                 END-PERFORM
               END-IF
             END-PERFORM
           END-IF.

      *> An X-shaped match covers its center and the four diagonal
      *> corners.
       APPLY-MATCH-P2.
           MOVE MR-ROW TO CELL-ROW
           MOVE MR-COL TO CELL-COL
           PERFORM MARK-CELL
           COMPUTE CELL-ROW = MR-ROW - 1
           COMPUTE CELL-COL = MR-COL - 1
           PERFORM MARK-CELL
           COMPUTE CELL-COL = MR-COL + 1
           PERFORM MARK-CELL
           COMPUTE CELL-ROW = MR-ROW + 1
           COMPUTE CELL-COL = MR-COL - 1
           PERFORM MARK-CELL
           COMPUTE CELL-COL = MR-COL + 1
           PERFORM MARK-CELL.

      *> A shape match covers every cell of its shape, laid out from
      *> the anchor the match was recorded at. A shape since dropped
      *> from SHAPES.DAT gets its anchor marked and nothing else, as
      *> an old-format straight-line record does.
       APPLY-MATCH-SHAPE.
           PERFORM FIND-MATCH-SHAPE
           IF SHAPE-NUM = 0
             MOVE MR-ROW TO CELL-ROW
             MOVE MR-COL TO CELL-COL
             PERFORM MARK-CELL
           ELSE
             PERFORM VARYING CELL-NUM FROM 1 BY 1
                 UNTIL CELL-NUM > SH-CELL-COUNT(SHAPE-NUM)
               COMPUTE CELL-ROW =
                 MR-ROW + SH-ROW-OFF(SHAPE-NUM, CELL-NUM)
               COMPUTE CELL-COL =
                 MR-COL + SH-COL-OFF(SHAPE-NUM, CELL-NUM)
               PERFORM MARK-CELL
             END-PERFORM
           END-IF.

       MARK-CELL.
           IF CELL-ROW < 1 OR CELL-ROW > NUM-ROWS OR
               CELL-COL < 1 OR CELL-COL > LINE-LEN
             ADD 1 TO STRAY-TALLY
           ELSE
             COMPUTE CELL-IDX = (CELL-ROW - 1) * LINE-LEN + CELL-COL
             MOVE "Y" TO COVER-MAP(CELL-IDX:1)
           END-IF.

       COUNT-COVERAGE.
           MOVE 0 TO COVERED-TALLY
           INSPECT COVER-MAP(1:CELL-TOTAL)
             TALLYING COVERED-TALLY FOR ALL "Y"
           COMPUTE LEFTOVER-TALLY = CELL-TOTAL - COVERED-TALLY
           COMPUTE COVER-PERCENT ROUNDED =
             COVERED-TALLY * 100 / CELL-TOTAL.

      *> The card heading, the leftover cells as ROW,COL LETTER eight
      *> to a line, the recovered message in lines of MESSAGE-WIDTH
      *> letters, then the coverage figures.
       PRINT-LEFTOVER-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "LEFTOVER LETTERS  GRID: " DELIMITED BY SIZE
             FUNCTION TRIM(DYNAMIC-FILE-NAME) DELIMITED BY SIZE
             "  PART: " DELIMITED BY SIZE
             FUNCTION TRIM(CTL-PART) DELIMITED BY SIZE
             "  WORDS: " DELIMITED BY SIZE
             FUNCTION TRIM(CTL-WORD) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "UNCOVERED CELLS (ROW,COL LETTER):" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 0 TO CELLS-ON-LINE
           PERFORM VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELL-TOTAL
             IF COVER-MAP(CELL-IDX:1) NOT = "Y"
               DIVIDE LINE-LEN INTO CELL-IDX GIVING ROW-NUM
                 REMAINDER COL-NUM
               IF COL-NUM = 0
                 MOVE LINE-LEN TO COL-NUM
               ELSE
                 ADD 1 TO ROW-NUM
               END-IF
               MOVE ROW-NUM TO CE-ROW
               MOVE COL-NUM TO CE-COL
               MOVE CONTENT-STR(CELL-IDX:1) TO CE-LETTER
               COMPUTE LINE-POS = CELLS-ON-LINE * 16 + 3
               MOVE CELL-ENTRY TO REPORT-LINE(LINE-POS:15)
               ADD 1 TO CELLS-ON-LINE
               IF CELLS-ON-LINE = CELLS-PER-LINE
                 WRITE REPORT-LINE
                 MOVE SPACES TO REPORT-LINE
                 MOVE 0 TO CELLS-ON-LINE
               END-IF
             END-IF
           END-PERFORM
           IF CELLS-ON-LINE > 0
             WRITE REPORT-LINE
           END-IF
           IF LEFTOVER-TALLY = 0
             MOVE "  (NONE - EVERY CELL IS COVERED)" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "RECOVERED MESSAGE:" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           MOVE 0 TO CELLS-ON-LINE
           PERFORM VARYING CELL-IDX FROM 1 BY 1
               UNTIL CELL-IDX > CELL-TOTAL
             IF COVER-MAP(CELL-IDX:1) NOT = "Y"
               ADD 1 TO CELLS-ON-LINE
               MOVE CONTENT-STR(CELL-IDX:1)
                 TO REPORT-LINE(CELLS-ON-LINE + 2:1)
               IF CELLS-ON-LINE = MESSAGE-WIDTH
                 WRITE REPORT-LINE
                 MOVE SPACES TO REPORT-LINE
                 MOVE 0 TO CELLS-ON-LINE
               END-IF
             END-IF
           END-PERFORM
           IF CELLS-ON-LINE > 0
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM PRINT-SECTION-TRAILER.

       PRINT-SECTION-TRAILER.
           MOVE CELL-TOTAL TO CELLS-TEXT
           MOVE COVERED-TALLY TO COVERED-TEXT
           MOVE LEFTOVER-TALLY TO COUNT-TEXT
           MOVE COVER-PERCENT TO PERCENT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "CELLS: " DELIMITED BY SIZE
             FUNCTION TRIM(CELLS-TEXT) DELIMITED BY SIZE
             "  COVERED: " DELIMITED BY SIZE
             FUNCTION TRIM(COVERED-TEXT) DELIMITED BY SIZE
             "  LEFT OVER: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             "  COVERAGE: " DELIMITED BY SIZE
             FUNCTION TRIM(PERCENT-TEXT) DELIMITED BY SIZE
             "%" DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE MATCH-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "MATCHES APPLIED: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           IF STRAY-TALLY > 0
             MOVE STRAY-TALLY TO COUNT-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "CELLS OUTSIDE GRID (IGNORED): " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-STATS-RECORD.
           MOVE DYNAMIC-FILE-NAME TO LS-FILENAME
           MOVE CTL-PART TO LS-PART
           MOVE CTL-WORD TO LS-WORD
           MOVE CELL-TOTAL TO LS-CELLS
           MOVE COVERED-TALLY TO LS-COVERED
           MOVE LEFTOVER-TALLY TO LS-LEFTOVER
           MOVE COVER-PERCENT TO LS-PERCENT
           MOVE MAN-RUN-ID TO LS-RUN-ID
           MOVE STATS-RECORD TO STATS-LINE
           WRITE STATS-LINE.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "LeftoverReport" TO JL-PROGRAM
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
           MOVE "GRIDS" TO JL-COUNT-NAME(1)
           MOVE GRID-TALLY TO JL-COUNT(1)
           MOVE "LEFTOVER" TO JL-COUNT-NAME(2)
           MOVE LEFTOVER-GRAND TO JL-COUNT(2)
           MOVE "SKIPPED" TO JL-COUNT-NAME(3)
           MOVE SKIP-TALLY TO JL-COUNT(3).

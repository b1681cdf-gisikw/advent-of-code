           SELECT OPTIONAL WORDLIST-FILE ASSIGN TO
               DYNAMIC-WORDLIST-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
      *> The desk's shape templates: a control card naming one of
      *> these in place of PART 1 or 2 scans for that shape.
           SELECT OPTIONAL SHAPE-FILE ASSIGN TO "SHAPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> The run's own outputs are generation-named (run-stamped
      *> file names built in BUILD-GENERATION-NAMES), so a rerun can
      *> never truncate the prior run's files before anyone has
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "GRIDCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-FILENAME
               FILE STATUS IS CAT-STATUS.
      *> The controlled search-word dictionary DictionaryMaint
      *> keeps; a control card naming #category loads from it.
           SELECT OPTIONAL DICTIONARY-FILE ASSIGN TO "DICTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DICT-KEY
               FILE STATUS IS DICT-STATUS.
      *> The keyed twin of MATCHES.DAT, rebuilt from it at end of
      *> scan: the overlay, analysis, and reconciliation steps START
      *> on a grid's key range instead of re-reading the sequential
       FD WORDLIST-FILE.
       01 WORDLIST-LINE PIC X(64).

       FD SHAPE-FILE.
       01 SHAPE-LINE PIC X(80).

       FD MATCH-FILE.
       01 MATCH-LINE PIC X(400).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-FILENAME PIC X(256).
           05 CAT-REGISTERED PIC X(26).
           05 CAT-LAST-SCANNED PIC X(26).

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

      *> One master record per MATCH-RECORD. Grid file / part / row /
      *> column alone is not unique (two words, or two directions of
      *> one word, can anchor on the same cell), so the load sequence
      *> number rides along as the low-order key field purely to keep
      *> every record addressable; readers range on the leading key
      *> fields and never care about the sequence itself. The part
      *> is the full MR-PART: "1", "2", or a shape template name.
       FD MATCH-MASTER.
       01 MASTER-RECORD.
           05 MM-KEY.
               10 MM-FILENAME PIC X(256).
               10 MM-PART PIC X(4).
               10 MM-ROW PIC 9(6).
               10 MM-COL PIC 9(6).
               10 MM-SEQ PIC 9(9).
       01 WORD-MISMATCH-FLAG PIC X(1) VALUE "N".
       01 GRID-CHANGED-FLAG PIC X(1) VALUE "N".
       01 CAT-STATUS PIC XX.
       01 DICT-STATUS PIC XX.
       01 DICTIONARY-EOF PIC X.
       01 DICT-CATEGORY-WANTED PIC X(16).
       01 DICT-SCAN-DATE PIC X(8).
       01 MST-STATUS PIC XX.
       01 MATCH-EOF PIC X.
       01 MASTER-SEQ PIC 9(9).
      *> One entry per word being searched this job. A plain word on
      *> the control card loads a single entry; a CTL-WORD of the
      *> form @filename loads one entry per line of that word-list
      *> file (#category, one per word of that dictionary category
      *> in effect), and the whole dictionary is checked in a single
      *> pass over CONTENT-STR. WT-CROSS-MODE says how the X-shaped scan
      *> treats the word: "O" = the word's own 3 letters, "D" = the
      *> legacy default MAS cross, "N" = not scanned for part 2.
       01 WORD-NUM PIC 9(3).
      *> row and column for every character.
               10 DIR-STEP PIC S9(9).

      *> Shape templates from SHAPES.DAT, loaded once per run. Each
      *> line of the file is one cell of one shape:
      *>   <shape name>,<row offset>,<column offset>,<letter>
      *> The offsets are signed whole numbers (-99 to 99) from the
      *> anchor cell, which every shape must include at 0,0 and
      *> which is the row/column its matches are recorded at. The
      *> letter is the one expected in that cell, or "?" for any.
      *> A shape's lines need not be together in the file; the
      *> cells keep the order they were read in, and the expected
      *> letters in that order make up SH-PATTERN, which is the
      *> "word" a shape match and its counts are written under.
      *> Shapes are matched as drawn - a desk that wants a rotation
      *> or mirror image defines it as a shape of its own. A name
      *> goes in the 4-character part field, so it is 1 to 4
      *> characters and may not be 1, 2 or BOTH. A shape with a bad
      *> line carries the reason in SH-ERROR, and a control card
      *> naming it is rejected with that reason.
       01 SHAPE-MAX PIC 9(3) VALUE 50.
       01 SHAPE-CELL-MAX PIC 9(2) VALUE 32.
       01 SHAPE-TABLE.
           05 SHAPE-COUNT PIC 9(3) VALUE 0.
           05 SHAPE-ENTRY OCCURS 50 TIMES.
               10 SH-NAME PIC X(4).
               10 SH-CELL-COUNT PIC 9(2).
               10 SH-ANCHOR-CELL PIC 9(2).
               10 SH-MIN-ROW PIC S9(2).
               10 SH-MAX-ROW PIC S9(2).
               10 SH-MIN-COL PIC S9(2).
               10 SH-MAX-COL PIC S9(2).
               10 SH-PATTERN PIC X(32).
               10 SH-ERROR PIC X(60).
               10 SH-CELL OCCURS 32 TIMES.
                   15 SH-ROW-OFF PIC S9(2).
                   15 SH-COL-OFF PIC S9(2).
       01 SHAPE-CARD.
           05 SC-NAME PIC X(8).
           05 SC-ROW-TEXT PIC X(8).
           05 SC-COL-TEXT PIC X(8).
           05 SC-LETTER PIC X(8).
       01 SHAPE-EOF PIC X.
       01 SHAPE-LINE-NUM PIC 9(5).
       01 SHAPE-LINE-TEXT PIC Z(4)9.
       01 SHAPE-NUM PIC 9(3).
       01 SHAPE-SCAN PIC 9(3).
       01 CELL-NUM PIC 9(2).
       01 CELL-SCAN PIC 9(2).
       01 OFFSET-TEXT PIC X(8).
       01 OFFSET-DIGITS PIC X(8).
       01 OFFSET-LEN PIC 9(1).
       01 OFFSET-OK PIC X(1).
       01 OFFSET-VALUE PIC S9(2).
       01 SHAPE-REASON PIC X(40).
       01 SHAPE-ROW-OFF PIC S9(2).
       01 SHAPE-COL-OFF PIC S9(2).
      *> How far each cell of this job's shape lies from the anchor
      *> through the flattened CONTENT-STR; like DIR-STEP, it depends
      *> on the grid width, so it is recomputed per job.
       01 SHAPE-STEP-TABLE.
           05 SHAPE-STEP OCCURS 32 TIMES PIC S9(9).

       01 CONTROL-RECORD.
           05 CTL-FILENAME PIC X(256).
           05 CTL-PART PIC X(4).
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
           PERFORM INIT-DIRECTIONS.
           PERFORM LOAD-SHAPE-TABLE.
           PERFORM PRESCAN-CONTROL-FILE.
           PERFORM ALLOCATE-RUN-ID.
           PERFORM WRITE-LEDGER-START.
           PERFORM TAKE-RUN-LOCK.
           PERFORM BUILD-GENERATION-NAMES.
           PERFORM OPEN-RUN-FILES.
           PERFORM RELEASE-RUN-LOCK.
           PERFORM SET-BATCH-CONDITION.
           MOVE BATCH-CONDITION TO RETURN-CODE.
           PERFORM WRITE-LEDGER-END.
           STOP RUN.

      *> Grades the whole batch for the scheduler: 0 = every job OK,
           EVALUATE TRUE
             WHEN JOB-COUNT = 0
               MOVE 12 TO BATCH-CONDITION
               MOVE "SKIPPED" TO LEDGER-OUTCOME
             WHEN REJECT-JOB-TALLY > 0 AND OK-JOB-TALLY = 0
                 AND WARN-JOB-TALLY = 0
               MOVE 12 TO BATCH-CONDITION
           MOVE -1 TO DIR-COL(8)
           MOVE "NORTHWEST" TO DIR-NAME(8).

      *> Loads SHAPES.DAT into SHAPE-TABLE (layout and rules there).
      *> No file simply means no shapes are defined. A line whose
      *> shape name is unusable cannot be pinned on any one shape,
      *> so it is reported and ignored; any other bad line spoils
      *> its shape, which is reported here once and refused on every
      *> card that names it.
       LOAD-SHAPE-TABLE.
           MOVE 0 TO SHAPE-COUNT
           MOVE 0 TO SHAPE-LINE-NUM
           MOVE "F" TO SHAPE-EOF
           OPEN INPUT SHAPE-FILE
           PERFORM UNTIL SHAPE-EOF = "T"
             READ SHAPE-FILE
               AT END
                 MOVE "T" TO SHAPE-EOF
               NOT AT END
                 ADD 1 TO SHAPE-LINE-NUM
                 IF SHAPE-LINE NOT = SPACES
                   PERFORM ADD-SHAPE-CELL THRU ADD-SHAPE-CELL-EXIT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SHAPE-FILE
           PERFORM VARYING SHAPE-NUM FROM 1 BY 1
               UNTIL SHAPE-NUM > SHAPE-COUNT
             IF SH-ERROR(SHAPE-NUM) = SPACES AND
                 SH-ANCHOR-CELL(SHAPE-NUM) = 0
               MOVE "SHAPES.DAT: shape has no anchor cell at 0,0"
                 TO SH-ERROR(SHAPE-NUM)
             END-IF
             IF SH-ERROR(SHAPE-NUM) NOT = SPACES
               DISPLAY "WARNING: SHAPE "
                 FUNCTION TRIM(SH-NAME(SHAPE-NUM)) " UNUSABLE - "
                 FUNCTION TRIM(SH-ERROR(SHAPE-NUM))
             END-IF
           END-PERFORM
           MOVE 0 TO SHAPE-NUM.

      *> One SHAPES.DAT line: finds (or starts) its shape and adds
      *> the cell, keeping the shape's row/column extent so the scan
      *> can tell at once whether the shape fits at a given anchor.
       ADD-SHAPE-CELL.
           MOVE SPACES TO SHAPE-CARD
           UNSTRING SHAPE-LINE DELIMITED BY ","
             INTO SC-NAME SC-ROW-TEXT SC-COL-TEXT SC-LETTER
           END-UNSTRING
           MOVE FUNCTION TRIM(SC-NAME) TO SC-NAME
           MOVE SHAPE-LINE-NUM TO SHAPE-LINE-TEXT
           IF SC-NAME = SPACES OR SC-NAME(5:) NOT = SPACES OR
               SC-NAME = "1" OR SC-NAME = "2" OR SC-NAME = "BOTH"
             DISPLAY "WARNING: SHAPES.DAT LINE "
               FUNCTION TRIM(SHAPE-LINE-TEXT) " IGNORED - SHAPE "
               "NAME MUST BE 1-4 CHARACTERS AND NOT 1, 2 OR BOTH"
             GO TO ADD-SHAPE-CELL-EXIT
           END-IF

           MOVE 0 TO SHAPE-NUM
           PERFORM VARYING SHAPE-SCAN FROM 1 BY 1
               UNTIL SHAPE-SCAN > SHAPE-COUNT OR SHAPE-NUM > 0
             IF SH-NAME(SHAPE-SCAN) = SC-NAME
               MOVE SHAPE-SCAN TO SHAPE-NUM
             END-IF
           END-PERFORM
           IF SHAPE-NUM = 0
             IF SHAPE-COUNT >= SHAPE-MAX
               DISPLAY "WARNING: SHAPES.DAT LINE "
                 FUNCTION TRIM(SHAPE-LINE-TEXT) " IGNORED - MORE "
                 "THAN 50 SHAPES"
               GO TO ADD-SHAPE-CELL-EXIT
             END-IF
             ADD 1 TO SHAPE-COUNT
             MOVE SHAPE-COUNT TO SHAPE-NUM
             INITIALIZE SHAPE-ENTRY(SHAPE-NUM)
             MOVE SC-NAME TO SH-NAME(SHAPE-NUM)
           END-IF
      *> The first fault is the one reported; later lines of a shape
      *> already spoiled add nothing.
           IF SH-ERROR(SHAPE-NUM) NOT = SPACES
             GO TO ADD-SHAPE-CELL-EXIT
           END-IF

           MOVE SC-ROW-TEXT TO OFFSET-TEXT
           PERFORM PARSE-SHAPE-OFFSET
           IF OFFSET-OK = "N"
             MOVE "row offset is not a number -99 to 99"
               TO SHAPE-REASON
             PERFORM SET-SHAPE-ERROR
             GO TO ADD-SHAPE-CELL-EXIT
           END-IF
           MOVE OFFSET-VALUE TO SHAPE-ROW-OFF
           MOVE SC-COL-TEXT TO OFFSET-TEXT
           PERFORM PARSE-SHAPE-OFFSET
           IF OFFSET-OK = "N"
             MOVE "column offset is not a number -99 to 99"
               TO SHAPE-REASON
             PERFORM SET-SHAPE-ERROR
             GO TO ADD-SHAPE-CELL-EXIT
           END-IF
           MOVE OFFSET-VALUE TO SHAPE-COL-OFF
           MOVE FUNCTION TRIM(SC-LETTER) TO SC-LETTER
           IF SC-LETTER = SPACES OR SC-LETTER(2:) NOT = SPACES
             MOVE "letter must be one character or ?"
               TO SHAPE-REASON
             PERFORM SET-SHAPE-ERROR
             GO TO ADD-SHAPE-CELL-EXIT
           END-IF
           IF SH-CELL-COUNT(SHAPE-NUM) >= SHAPE-CELL-MAX
             MOVE "shape has more than 32 cells" TO SHAPE-REASON
             PERFORM SET-SHAPE-ERROR
             GO TO ADD-SHAPE-CELL-EXIT
           END-IF
           MOVE SPACES TO SHAPE-REASON
           PERFORM VARYING CELL-SCAN FROM 1 BY 1
               UNTIL CELL-SCAN > SH-CELL-COUNT(SHAPE-NUM)
             IF SH-ROW-OFF(SHAPE-NUM, CELL-SCAN) = SHAPE-ROW-OFF AND
                 SH-COL-OFF(SHAPE-NUM, CELL-SCAN) = SHAPE-COL-OFF
               MOVE "cell offset given twice" TO SHAPE-REASON
             END-IF
           END-PERFORM
           IF SHAPE-REASON NOT = SPACES
             PERFORM SET-SHAPE-ERROR
             GO TO ADD-SHAPE-CELL-EXIT
           END-IF

           ADD 1 TO SH-CELL-COUNT(SHAPE-NUM)
           MOVE SH-CELL-COUNT(SHAPE-NUM) TO CELL-NUM
           MOVE SHAPE-ROW-OFF TO SH-ROW-OFF(SHAPE-NUM, CELL-NUM)
           MOVE SHAPE-COL-OFF TO SH-COL-OFF(SHAPE-NUM, CELL-NUM)
           MOVE SC-LETTER TO SH-PATTERN(SHAPE-NUM)(CELL-NUM:1)
           IF SHAPE-ROW-OFF = 0 AND SHAPE-COL-OFF = 0
             MOVE CELL-NUM TO SH-ANCHOR-CELL(SHAPE-NUM)
           END-IF
           IF SHAPE-ROW-OFF < SH-MIN-ROW(SHAPE-NUM)
             MOVE SHAPE-ROW-OFF TO SH-MIN-ROW(SHAPE-NUM)
           END-IF
           IF SHAPE-ROW-OFF > SH-MAX-ROW(SHAPE-NUM)
             MOVE SHAPE-ROW-OFF TO SH-MAX-ROW(SHAPE-NUM)
           END-IF
           IF SHAPE-COL-OFF < SH-MIN-COL(SHAPE-NUM)
             MOVE SHAPE-COL-OFF TO SH-MIN-COL(SHAPE-NUM)
           END-IF
           IF SHAPE-COL-OFF > SH-MAX-COL(SHAPE-NUM)
             MOVE SHAPE-COL-OFF TO SH-MAX-COL(SHAPE-NUM)
           END-IF.
       ADD-SHAPE-CELL-EXIT.
           EXIT.

       SET-SHAPE-ERROR.
           STRING "SHAPES.DAT line " DELIMITED BY SIZE
                  FUNCTION TRIM(SHAPE-LINE-TEXT) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(SHAPE-REASON) DELIMITED BY SIZE
             INTO SH-ERROR(SHAPE-NUM)
           END-STRING.

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

      *> A fresh batch takes its identifier from the clock; a genuine
      *> restart (PRESCAN-CONTROL-FILE matched a checkpoint and the
      *> MATCHES.DAT it extends already carries that run's stamps)
               DISPLAY "IF THAT RUN IS DEAD, CLEAR RUNLOCK.DAT AND "
                 "RESUBMIT"
               MOVE 12 TO RETURN-CODE
               MOVE "REFUSED" TO LEDGER-OUTCOME
               PERFORM WRITE-LEDGER-END
               STOP RUN
             END-IF
           END-IF
       WRITE-MASTER-RECORD.
           ADD 1 TO MASTER-SEQ
           MOVE MR-FILENAME TO MM-FILENAME
           MOVE MR-PART TO MM-PART
           MOVE MR-ROW TO MM-ROW
           MOVE MR-COL TO MM-COL
           MOVE MASTER-SEQ TO MM-SEQ
           END-IF.

      *> One control card drives one grid scan: file name, PART
      *> ("1", "2", "BOTH"/blank for the combined report, or the name
      *> of a shape in SHAPES.DAT), the search word (blank defaults
      *> to XMAS; unused by a shape), and a restart flag.
       PROCESS-CONTROL-RECORD.
           PERFORM PARSE-CONTROL-LINE

               COMPUTE DIR-STEP(DIR-IDX) =
                 DIR-ROW(DIR-IDX) * LINE-LEN + DIR-COL(DIR-IDX)
             END-PERFORM
             IF SHAPE-NUM > 0
               PERFORM VARYING CELL-NUM FROM 1 BY 1
                   UNTIL CELL-NUM > WT-LEN(1)
                 COMPUTE SHAPE-STEP(CELL-NUM) =
                   SH-ROW-OFF(SHAPE-NUM, CELL-NUM) * LINE-LEN
                   + SH-COL-OFF(SHAPE-NUM, CELL-NUM)
               END-PERFORM
             END-IF

             MOVE 1 TO START-IDX
      *> Checkpointing predates the word-list runs and its record
      *> only has room for one word's counts, so a multi-word job
      *> always scans from the top and never writes a checkpoint.
      *> Shape jobs are likewise always scanned whole.
             IF RESTART-FLAG = "Y" AND WORD-COUNT = 1 AND
                 SHAPE-NUM = 0
               PERFORM LOAD-CHECKPOINT
             END-IF

                   PERFORM COUNT-XMAS
                 WHEN "2"
                   PERFORM COUNT-X-MAS
                 WHEN "BOTH"
                   PERFORM COUNT-XMAS
                   PERFORM COUNT-X-MAS
                 WHEN OTHER
                   PERFORM COUNT-SHAPE
               END-EVALUATE
               IF WORD-COUNT = 1 AND SHAPE-NUM = 0 AND
                   FUNCTION MOD(IDX, CHECKPOINT-INTERVAL) = 0
                 PERFORM SAVE-CHECKPOINT
               END-IF

      *> Builds this job's word table. A CTL-WORD of @filename loads
      *> the named word-list file, one word per line (blank lines
      *> skipped); a CTL-WORD of #category loads that category's
      *> words in effect today from the dictionary master; anything
      *> else is the single search word, exactly as before. A shape
      *> job has no words of its own: its one entry is the shape's
      *> pattern, and the card's word field is not used.
       LOAD-WORD-TABLE.
           INITIALIZE WORD-TABLE
           PERFORM FIND-JOB-SHAPE
           EVALUATE TRUE
             WHEN JOB-STATUS NOT = "OK"
               CONTINUE
             WHEN SHAPE-NUM > 0
               PERFORM LOAD-SHAPE-ENTRY
             WHEN SEARCH-WORD(1:1) = "@"
               MOVE SEARCH-WORD(2:31) TO DYNAMIC-WORDLIST-NAME
               PERFORM READ-WORDLIST-FILE
               IF JOB-STATUS = "OK" AND WORD-COUNT = 0
                 MOVE "ERROR" TO JOB-STATUS
                 MOVE "word list file empty or not found"
                   TO JOB-ERROR-MSG
               END-IF
             WHEN SEARCH-WORD(1:1) = "#"
               MOVE SEARCH-WORD(2:16) TO DICT-CATEGORY-WANTED
               PERFORM READ-DICTIONARY-CATEGORY
               IF JOB-STATUS = "OK" AND WORD-COUNT = 0
                 MOVE "ERROR" TO JOB-STATUS
                 MOVE "dictionary category has no words in effect"
                   TO JOB-ERROR-MSG
               END-IF
             WHEN OTHER
               MOVE 1 TO WORD-COUNT
               MOVE SEARCH-WORD TO WT-TEXT(1)
           END-EVALUATE
           IF JOB-STATUS = "OK" AND SHAPE-NUM = 0
             PERFORM VARYING WORD-NUM FROM 1 BY 1
                 UNTIL WORD-NUM > WORD-COUNT
               PERFORM DERIVE-WORD-ENTRY
             DISPLAY "JOB REJECTED: " FUNCTION TRIM(JOB-ERROR-MSG)
           END-IF.

      *> Any PART other than 1, 2 or BOTH must name a usable shape
      *> from SHAPES.DAT; SHAPE-NUM is left at 0 for a word job.
       FIND-JOB-SHAPE.
           MOVE 0 TO SHAPE-NUM
           IF PART NOT = "1" AND PART NOT = "2" AND PART NOT = "BOTH"
             PERFORM VARYING SHAPE-SCAN FROM 1 BY 1
                 UNTIL SHAPE-SCAN > SHAPE-COUNT OR SHAPE-NUM > 0
               IF SH-NAME(SHAPE-SCAN) = PART
                 MOVE SHAPE-SCAN TO SHAPE-NUM
               END-IF
             END-PERFORM
             EVALUATE TRUE
               WHEN SHAPE-NUM = 0
                 MOVE "ERROR" TO JOB-STATUS
                 MOVE "part is not 1, 2, BOTH or a shape in SHAPES.DAT"
                   TO JOB-ERROR-MSG
               WHEN SH-ERROR(SHAPE-NUM) NOT = SPACES
                 MOVE "ERROR" TO JOB-STATUS
                 MOVE SH-ERROR(SHAPE-NUM) TO JOB-ERROR-MSG
             END-EVALUATE
           END-IF.

      *> The shape's pattern stands in for the search word from here
      *> on, so the output, history and match records carry it.
       LOAD-SHAPE-ENTRY.
           MOVE 1 TO WORD-COUNT
           MOVE SH-PATTERN(SHAPE-NUM) TO WT-TEXT(1)
           IF CASEFOLD-OPTION = "Y"
             MOVE FUNCTION UPPER-CASE(WT-TEXT(1)) TO WT-TEXT(1)
           END-IF
           MOVE SH-CELL-COUNT(SHAPE-NUM) TO WT-LEN(1)
           MOVE "N" TO WT-CROSS-MODE(1)
           MOVE WT-TEXT(1) TO SEARCH-WORD.

       READ-WORDLIST-FILE.
           MOVE "F" TO WORDLIST-EOF
           MOVE 0 TO WORDLIST-LINE-NUM
           END-PERFORM
           CLOSE WORDLIST-FILE.

      *> A word is in effect from its effective date up to the day
      *> before its retire date (a blank retire date never ends).
      *> DictionaryMaint already holds a category to the 64-word
      *> table, but a word coming into effect on the scan date can
      *> still tip a category over, so the limit is checked here too
      *> and rejects the job the same way an over-long list does.
       READ-DICTIONARY-CATEGORY.
           MOVE FUNCTION CURRENT-DATE(1:8) TO DICT-SCAN-DATE
           MOVE 0 TO EXC-ROW-NUM
           MOVE SPACES TO EXC-ROW-TEXT
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
           PERFORM UNTIL DICTIONARY-EOF = "T" OR JOB-STATUS NOT = "OK"
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
                       MOVE "ERROR" TO JOB-STATUS
                       MOVE "dictionary category exceeds 64 words"
                         TO JOB-ERROR-MSG
                       MOVE DICT-WORD TO EXC-ROW-TEXT
                     ELSE
                       ADD 1 TO WORD-COUNT
                       MOVE DICT-WORD TO WT-TEXT(WORD-COUNT)
                     END-IF
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE DICTIONARY-FILE.

      *> The X-shape (PART 2) only has room for three letters, so it
      *> only takes its corners/center from the word when the caller
      *> supplied exactly a 3-letter word. A lone word on the control
           MOVE MATCH-RECORD TO MATCH-LINE
           WRITE MATCH-LINE.

      *> Shape-template search: the job's shape is anchored at IDX
      *> when its anchor letter is there, the whole shape lies inside
      *> the grid, and every cell holds its letter ("?" matches any
      *> letter). Shape hits count in the entry's XMAS count.
       COUNT-SHAPE.
           MOVE SH-ANCHOR-CELL(SHAPE-NUM) TO CELL-NUM
           IF CONTENT-STR(IDX:1) = WT-TEXT(1)(CELL-NUM:1) OR
               WT-TEXT(1)(CELL-NUM:1) = "?"
             COMPUTE CUR-ROW = FUNCTION INTEGER((IDX - 1) / LINE-LEN)
                               + 1
             COMPUTE CUR-COL = FUNCTION MOD(IDX - 1, LINE-LEN) + 1
             IF CUR-ROW + SH-MIN-ROW(SHAPE-NUM) >= 1 AND
                 CUR-ROW + SH-MAX-ROW(SHAPE-NUM) <= NUM-ROWS AND
                 CUR-COL + SH-MIN-COL(SHAPE-NUM) >= 1 AND
                 CUR-COL + SH-MAX-COL(SHAPE-NUM) <= LINE-LEN
               PERFORM CHECK-SHAPE-AT-CELL
             END-IF
           END-IF.

      *> The shape fits, so each cell is reached from IDX by its
      *> precomputed SHAPE-STEP with no bounds test, as in
      *> CHECK-DIRECTION-FAST. ACTUAL-TEXT takes the letters in cell
      *> order, lining up with the pattern in the match record.
       CHECK-SHAPE-AT-CELL.
           MOVE "Y" TO MATCH-OK
           MOVE SPACES TO ACTUAL-TEXT
           PERFORM VARYING CELL-NUM FROM 1 BY 1
               UNTIL CELL-NUM > WT-LEN(1) OR MATCH-OK = "N"
             COMPUTE TARGET-IDX = IDX + SHAPE-STEP(CELL-NUM)
             MOVE CONTENT-STR(TARGET-IDX:1)
               TO ACTUAL-TEXT(CELL-NUM:1)
             IF CONTENT-STR(TARGET-IDX:1) NOT =
                 WT-TEXT(1)(CELL-NUM:1) AND
                 WT-TEXT(1)(CELL-NUM:1) NOT = "?"
               MOVE "N" TO MATCH-OK
             END-IF
           END-PERFORM
           IF MATCH-OK = "Y"
             ADD 1 TO WT-XMAS-COUNT(1)
             PERFORM WRITE-MATCH-RECORD-SH
           END-IF.

      *> A shape match is recorded at its anchor cell under the
      *> shape name as its part and the pattern as its word.
       WRITE-MATCH-RECORD-SH.
           MOVE DYNAMIC-FILE-NAME TO MR-FILENAME
           MOVE CUR-ROW TO MR-ROW
           MOVE CUR-COL TO MR-COL
           MOVE PART TO MR-PART
           MOVE "SHAPE" TO MR-DIRECTION
           MOVE WT-TEXT(1) TO MR-WORD
           MOVE RUN-ID TO MR-RUN-ID
           MOVE ACTUAL-TEXT TO MR-ACTUAL
           ADD 1 TO MATCH-WRITE-TALLY
           MOVE MATCH-RECORD TO MATCH-LINE
           WRITE MATCH-LINE.

      *> Resumes a scan that was interrupted mid-grid. Falls back to
      *> starting over if no checkpoint matches the current job's
      *> file, part, search word, and grid size (a checkpoint left
             WHEN "2"
               DISPLAY "  " FUNCTION TRIM(WT-TEXT(WORD-NUM))
                 " X-MAS COUNT: " FUNCTION TRIM(X-MAS-COUNT-TEXT)
             WHEN "BOTH"
               DISPLAY "  " FUNCTION TRIM(WT-TEXT(WORD-NUM))
                 " COUNT: " FUNCTION TRIM(XMAS-COUNT-TEXT)
               DISPLAY "  " FUNCTION TRIM(WT-TEXT(WORD-NUM))
                 " X-MAS COUNT: " FUNCTION TRIM(X-MAS-COUNT-TEXT)
             WHEN OTHER
               DISPLAY "  " FUNCTION TRIM(WT-TEXT(WORD-NUM)) " "
                 FUNCTION TRIM(PART) " SHAPE COUNT: "
                 FUNCTION TRIM(XMAS-COUNT-TEXT)
           END-EVALUATE.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "Solution" TO JL-PROGRAM
           MOVE RUN-ID TO JL-RUN-ID
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
           MOVE "JOBS" TO JL-COUNT-NAME(1)
           MOVE JOB-COUNT TO JL-COUNT(1)
           MOVE "MATCHES" TO JL-COUNT-NAME(2)
           MOVE MATCH-WRITE-TALLY TO JL-COUNT(2)
           MOVE "REJECTED" TO JL-COUNT-NAME(3)
           MOVE REJECT-JOB-TALLY TO JL-COUNT(3).

               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-KEY
               FILE STATUS IS MST-STATUS.
      *> The scanner's shape templates, so a shape match can be laid
      *> out from its anchor cell.
           SELECT OPTIONAL SHAPE-FILE ASSIGN TO "SHAPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "OVERLAY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "RUNMANIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       01 MASTER-RECORD.
           05 MM-KEY.
               10 MM-FILENAME PIC X(256).
               10 MM-PART PIC X(4).
               10 MM-ROW PIC 9(6).
               10 MM-COL PIC 9(6).
               10 MM-SEQ PIC 9(9).
           05 MM-RUN-ID PIC X(14).
           05 MM-ACTUAL PIC X(32).

       FD SHAPE-FILE.
       01 SHAPE-LINE PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(140).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 DYNAMIC-FILE-NAME PIC X(256).
       01 MASTER-GEN-NAME PIC X(64) VALUE "MATCHMST.DAT".
       01 HIT-TABLE.
           05 HIT-COUNT OCCURS 999999 TIMES PIC 9(4) COMP.

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
           CLOSE REPORT-FILE
           MOVE GRID-TALLY TO COUNT-TEXT
           DISPLAY "GRIDS PRINTED: " FUNCTION TRIM(COUNT-TEXT)
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> The scanner writes its outputs under run-stamped generation
             DISPLAY "RUN MANIFEST MISSING OR EMPTY - RUN NOT "
               "VERIFIABLE, REPORT REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF.

             BAD-RUN-ID
           DISPLAY "INPUTS ARE FROM DIFFERENT RUNS, REPORT REFUSED"
           MOVE 12 TO RETURN-CODE
           MOVE "REFUSED" TO LEDGER-OUTCOME
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> Same eight compass offsets the scanner uses; the overlay
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
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "OverlayReport" TO JL-PROGRAM
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
           MOVE SPACES TO JL-COUNT-NAME(2)
           MOVE 0 TO JL-COUNT(2)
           MOVE SPACES TO JL-COUNT-NAME(3)
           MOVE 0 TO JL-COUNT(3).

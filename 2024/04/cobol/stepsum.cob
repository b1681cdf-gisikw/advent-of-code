       IDENTIFICATION DIVISION.
       PROGRAM-ID. StepSummary.

      *> The morning operations summary, printed from JOBLOG.DAT, the
      *> step ledger every program in the chain appends a START line
      *> to as it begins and an END line to on every way out (with
      *> its condition code, outcome and key counts). Replaces the
      *> night operator's rebuild of the picture from console
      *> scrollback. Driven by optional STEPCTL.DAT cards:
      *>   PERIOD,<from YYYYMMDD>,<thru YYYYMMDD>
      *>   EXPECT,<program>
      *> PERIOD picks the days to print (default today; a blank thru
      *> date means the one day). Each EXPECT card names a step the
      *> chain owes every day; with no EXPECT cards the daily chain
      *> ScanSchedule, Solution, Reconcile, Handoff is expected.
      *> STEPSUM.RPT gets one page per day:
      *>   every step that started that day, with run id, start and
      *>   end times, condition code, outcome and counts;
      *>   SKIPPED OR HELD   steps that ran but did no work, or were
      *>                     held or refused (Handoff on a HELD
      *>                     RECONFLG.DAT, an audit step on a run id
      *>                     mismatch);
      *>   NEVER ENDED       a START with no END - the step died
      *>                     without reaching any of its exits;
      *>   NEVER RAN         expected steps with no ledger line at
      *>                     all that day.
      *> Condition code 8 when an expected step never ran or a step
      *> never ended, 4 when anything was skipped, held, refused or
      *> failed, 12 on a bad PERIOD card or a day too busy for the
      *> step table.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STEPCTL-FILE ASSIGN TO "STEPCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "STEPSUM.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STEPCTL-FILE.
       01 STEPCTL-LINE PIC X(80).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       WORKING-STORAGE SECTION.
       01 STEPCTL-EOF PIC X VALUE "F".
       01 LEDGER-EOF PIC X.
       01 CARD-BAD PIC X VALUE "N".
       01 TABLE-OVERFLOW PIC X VALUE "N".
       01 TODAY-STAMP PIC X(26).
       01 FROM-DATE PIC 9(8).
       01 THRU-DATE PIC 9(8).
       01 FROM-INT PIC 9(9).
       01 THRU-INT PIC 9(9).
       01 DAY-INT PIC 9(9).
       01 DAY-DATE PIC 9(8).
       01 DAY-DATE-X REDEFINES DAY-DATE PIC X(8).
       01 DAY-TALLY PIC 9(5) VALUE 0.
       01 RAN-TALLY PIC 9(5) VALUE 0.
       01 HELD-TALLY PIC 9(5) VALUE 0.
       01 OPEN-TALLY PIC 9(5) VALUE 0.
       01 MISSING-TALLY PIC 9(5) VALUE 0.
       01 FAILED-TALLY PIC 9(5) VALUE 0.
       01 DAY-HELD-TALLY PIC 9(5).
       01 DAY-OPEN-TALLY PIC 9(5).
       01 DAY-MISSING-TALLY PIC 9(5).
       01 ENTRY-FOUND PIC X.
       01 STEP-SCAN PIC 9(5).
       01 STEP-POS PIC 9(5).
       01 EXPECT-POS PIC 9(3).
       01 COUNT-POS PIC 9(1).
       01 WANT-PROGRAM PIC X(16).
       01 TIME-TEXT PIC X(8).
       01 END-TIME-TEXT PIC X(8).
       01 COUNTS-TEXT PIC X(60).
       01 COUNTS-PTR PIC 9(3).
       01 COUNT-TEXT PIC Z(8)9.
       01 DATE-TEXT PIC X(10).

       01 STEPCTL-RECORD.
           05 CTL-ACTION PIC X(8).
           05 CTL-VALUE-1 PIC X(16).
           05 CTL-VALUE-2 PIC X(16).

      *> The steps the chain owes every day. STEP-MAX and EXPECT-MAX
      *> are the single source for the overflow guards.
       01 EXPECT-MAX PIC 9(3) VALUE 50.
       01 EXPECT-TABLE.
           05 EXPECT-COUNT PIC 9(3) VALUE 0.
           05 EXPECT-ENTRY OCCURS 50 TIMES.
               10 EX-PROGRAM PIC X(16).

      *> One entry per step invocation that started on the day being
      *> printed, paired START to END on program name plus start
      *> stamp (the END line carries the START line's stamp).
       01 STEP-MAX PIC 9(5) VALUE 500.
       01 STEP-TABLE.
           05 STEP-COUNT PIC 9(5) VALUE 0.
           05 STEP-ENTRY OCCURS 500 TIMES.
               10 ST-PROGRAM PIC X(16).
               10 ST-RUN-ID PIC X(14).
               10 ST-START-STAMP PIC X(26).
               10 ST-END-STAMP PIC X(26).
               10 ST-CONDITION PIC 9(2).
               10 ST-OUTCOME PIC X(8).
               10 ST-ENDED PIC X.
               10 ST-COUNT-ENTRY OCCURS 3 TIMES.
                   15 ST-COUNT-NAME PIC X(10).
                   15 ST-COUNT PIC 9(9).

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

      *> This program's own ledger lines are built here and copied
      *> into LEDGER-RECORD only when written, because reading the
      *> ledger back reuses LEDGER-RECORD for every line.
       01 OWN-LEDGER-RECORD PIC X(200).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-CURRENT-GEN
           PERFORM WRITE-LEDGER-START
           MOVE FUNCTION CURRENT-DATE TO TODAY-STAMP
           PERFORM READ-STEPCTL-CARDS
           IF CARD-BAD = "Y"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF
           IF EXPECT-COUNT = 0
             MOVE "ScanSchedule" TO EX-PROGRAM(1)
             MOVE "Solution" TO EX-PROGRAM(2)
             MOVE "Reconcile" TO EX-PROGRAM(3)
             MOVE "Handoff" TO EX-PROGRAM(4)
             MOVE 4 TO EXPECT-COUNT
           END-IF

           OPEN OUTPUT REPORT-FILE
           PERFORM VARYING DAY-INT FROM FROM-INT BY 1
               UNTIL DAY-INT > THRU-INT
             COMPUTE DAY-DATE = FUNCTION DATE-OF-INTEGER(DAY-INT)
             PERFORM LOAD-DAY-STEPS
             PERFORM WRITE-DAY-PAGE
           END-PERFORM
           CLOSE REPORT-FILE

           MOVE DAY-TALLY TO COUNT-TEXT
           DISPLAY "DAYS SUMMARISED: " FUNCTION TRIM(COUNT-TEXT)
           MOVE HELD-TALLY TO COUNT-TEXT
           DISPLAY "STEPS SKIPPED OR HELD: " FUNCTION TRIM(COUNT-TEXT)
           MOVE OPEN-TALLY TO COUNT-TEXT
           DISPLAY "STEPS NEVER ENDED: " FUNCTION TRIM(COUNT-TEXT)
           MOVE MISSING-TALLY TO COUNT-TEXT
           DISPLAY "EXPECTED STEPS NEVER RAN: "
             FUNCTION TRIM(COUNT-TEXT)

           EVALUATE TRUE
             WHEN TABLE-OVERFLOW = "Y"
               DISPLAY "STEP TABLE OVERFLOWED, SUMMARY INCOMPLETE"
               MOVE 12 TO RETURN-CODE
             WHEN MISSING-TALLY > 0 OR OPEN-TALLY > 0
               MOVE 8 TO RETURN-CODE
             WHEN HELD-TALLY > 0 OR FAILED-TALLY > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           PERFORM WRITE-LEDGER-END
           STOP RUN.

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

      *> No STEPCTL.DAT at all is a plain "today, daily chain" run.
      *> A PERIOD card with a date that is not a real calendar date,
      *> or a thru date ahead of the from date, or a span of more
      *> than a year, is refused rather than guessed at.
       READ-STEPCTL-CARDS.
           MOVE TODAY-STAMP(1:8) TO FROM-DATE
           MOVE TODAY-STAMP(1:8) TO THRU-DATE
           OPEN INPUT STEPCTL-FILE
           PERFORM UNTIL STEPCTL-EOF = "T"
             READ STEPCTL-FILE INTO STEPCTL-LINE
               AT END
                 MOVE "T" TO STEPCTL-EOF
               NOT AT END
                 PERFORM PROCESS-STEPCTL-CARD
             END-READ
           END-PERFORM
           CLOSE STEPCTL-FILE
           COMPUTE FROM-INT = FUNCTION INTEGER-OF-DATE(FROM-DATE)
           COMPUTE THRU-INT = FUNCTION INTEGER-OF-DATE(THRU-DATE)
           IF FROM-INT = 0 OR THRU-INT = 0
             DISPLAY "STEPCTL.DAT PERIOD IS NOT A VALID DATE RANGE"
             MOVE "Y" TO CARD-BAD
           ELSE
             IF THRU-INT < FROM-INT OR THRU-INT - FROM-INT > 366
               DISPLAY "STEPCTL.DAT PERIOD IS NOT A VALID DATE RANGE"
               MOVE "Y" TO CARD-BAD
             END-IF
           END-IF.

       PROCESS-STEPCTL-CARD.
           IF STEPCTL-LINE NOT = SPACES
             MOVE SPACES TO STEPCTL-RECORD
             UNSTRING STEPCTL-LINE DELIMITED BY ","
               INTO CTL-ACTION CTL-VALUE-1 CTL-VALUE-2
             END-UNSTRING
             EVALUATE CTL-ACTION
               WHEN "PERIOD"
                 IF CTL-VALUE-1(1:8) IS NUMERIC AND
                     CTL-VALUE-1(9:) = SPACES
                   MOVE CTL-VALUE-1(1:8) TO FROM-DATE
                   MOVE CTL-VALUE-1(1:8) TO THRU-DATE
                 ELSE
                   MOVE 0 TO FROM-DATE
                 END-IF
                 IF CTL-VALUE-2 NOT = SPACES
                   IF CTL-VALUE-2(1:8) IS NUMERIC AND
                       CTL-VALUE-2(9:) = SPACES
                     MOVE CTL-VALUE-2(1:8) TO THRU-DATE
                   ELSE
                     MOVE 0 TO THRU-DATE
                   END-IF
                 END-IF
               WHEN "EXPECT"
                 IF CTL-VALUE-1 NOT = SPACES
                   IF EXPECT-COUNT >= EXPECT-MAX
                     DISPLAY "EXPECTED STEP TABLE FULL, CARD DROPPED "
                       "FOR " FUNCTION TRIM(CTL-VALUE-1)
                   ELSE
                     ADD 1 TO EXPECT-COUNT
                     MOVE CTL-VALUE-1 TO EX-PROGRAM(EXPECT-COUNT)
                   END-IF
                 END-IF
               WHEN OTHER
                 DISPLAY "UNKNOWN STEPCTL ACTION: "
                   FUNCTION TRIM(CTL-ACTION)
             END-EVALUATE
           END-IF.

      *> One pass over the whole ledger per day printed. A step is
      *> filed under the day it started, so an END line written just
      *> past midnight still pairs with its START.
       LOAD-DAY-STEPS.
           MOVE 0 TO STEP-COUNT
           MOVE "F" TO LEDGER-EOF
           OPEN INPUT LEDGER-FILE
           PERFORM UNTIL LEDGER-EOF = "T"
             READ LEDGER-FILE INTO LEDGER-LINE
               AT END
                 MOVE "T" TO LEDGER-EOF
               NOT AT END
                 MOVE LEDGER-LINE TO LEDGER-RECORD
      *> This run's own START line is not a step that never ended.
                 IF JL-START-STAMP(1:8) = DAY-DATE-X AND
                     LEDGER-LINE NOT = OWN-LEDGER-RECORD
                   PERFORM FILE-LEDGER-LINE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE LEDGER-FILE.

       FILE-LEDGER-LINE.
           MOVE "N" TO ENTRY-FOUND
           IF JL-EVENT = "END"
             PERFORM FIND-OPEN-STEP
           END-IF
           IF ENTRY-FOUND = "N"
             IF STEP-COUNT >= STEP-MAX
               IF TABLE-OVERFLOW = "N"
                 DISPLAY "STEP TABLE FULL ON " DAY-DATE-X
                   ", LEDGER LINES DROPPED"
               END-IF
               MOVE "Y" TO TABLE-OVERFLOW
             ELSE
               ADD 1 TO STEP-COUNT
               MOVE STEP-COUNT TO STEP-POS
               MOVE JL-PROGRAM TO ST-PROGRAM(STEP-POS)
               MOVE JL-RUN-ID TO ST-RUN-ID(STEP-POS)
               MOVE JL-START-STAMP TO ST-START-STAMP(STEP-POS)
               MOVE SPACES TO ST-END-STAMP(STEP-POS)
               MOVE 0 TO ST-CONDITION(STEP-POS)
               MOVE SPACES TO ST-OUTCOME(STEP-POS)
               MOVE "N" TO ST-ENDED(STEP-POS)
               MOVE "Y" TO ENTRY-FOUND
             END-IF
           END-IF
           IF ENTRY-FOUND = "Y"
             PERFORM VARYING COUNT-POS FROM 1 BY 1
                 UNTIL COUNT-POS > 3
               MOVE JL-COUNT-NAME(COUNT-POS)
                 TO ST-COUNT-NAME(STEP-POS COUNT-POS)
               MOVE JL-COUNT(COUNT-POS)
                 TO ST-COUNT(STEP-POS COUNT-POS)
             END-PERFORM
             IF JL-EVENT = "END"
               MOVE "Y" TO ST-ENDED(STEP-POS)
               MOVE JL-RUN-ID TO ST-RUN-ID(STEP-POS)
               MOVE JL-END-STAMP TO ST-END-STAMP(STEP-POS)
               MOVE JL-CONDITION TO ST-CONDITION(STEP-POS)
               MOVE JL-OUTCOME TO ST-OUTCOME(STEP-POS)
             END-IF
           END-IF.

      *> Latest unended START of the same program and start stamp;
      *> leaves STEP-POS on it. Searched from the newest entry back,
      *> on a separate subscript for the same reason Reconcile's
      *> FIND-RECON-ENTRY uses one.
       FIND-OPEN-STEP.
           MOVE STEP-COUNT TO STEP-SCAN
           PERFORM UNTIL STEP-SCAN = 0 OR ENTRY-FOUND = "Y"
             IF ST-PROGRAM(STEP-SCAN) = JL-PROGRAM AND
                 ST-START-STAMP(STEP-SCAN) = JL-START-STAMP AND
                 ST-ENDED(STEP-SCAN) = "N"
               MOVE "Y" TO ENTRY-FOUND
               MOVE STEP-SCAN TO STEP-POS
             ELSE
               SUBTRACT 1 FROM STEP-SCAN
             END-IF
           END-PERFORM.

       WRITE-DAY-PAGE.
           ADD 1 TO DAY-TALLY
           MOVE 0 TO DAY-HELD-TALLY
           MOVE 0 TO DAY-OPEN-TALLY
           MOVE 0 TO DAY-MISSING-TALLY
           MOVE SPACES TO DATE-TEXT
           STRING DAY-DATE-X(1:4) "-" DAY-DATE-X(5:2) "-"
               DAY-DATE-X(7:2) DELIMITED BY SIZE
             INTO DATE-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "==== STEP SUMMARY FOR " DELIMITED BY SIZE
             DATE-TEXT DELIMITED BY SIZE
             " ====" DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "STEPS THAT RAN" TO REPORT-LINE
           WRITE REPORT-LINE
           IF STEP-COUNT = 0
             MOVE "  NO LEDGER LINES FOR THIS DAY" TO REPORT-LINE
             WRITE REPORT-LINE
           ELSE
             MOVE SPACES TO REPORT-LINE
             STRING "  STEP             RUN ID          START     "
                 "END       CC  OUTCOME   COUNTS" DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE REPORT-LINE
             PERFORM VARYING STEP-POS FROM 1 BY 1
                 UNTIL STEP-POS > STEP-COUNT
               PERFORM WRITE-STEP-LINE
             END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "SKIPPED OR HELD" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING STEP-POS FROM 1 BY 1
               UNTIL STEP-POS > STEP-COUNT
             IF ST-ENDED(STEP-POS) = "Y" AND
                 (ST-OUTCOME(STEP-POS) = "SKIPPED" OR
                  ST-OUTCOME(STEP-POS) = "HELD" OR
                  ST-OUTCOME(STEP-POS) = "REFUSED")
               ADD 1 TO DAY-HELD-TALLY
               PERFORM WRITE-CALLOUT-LINE
             END-IF
             IF ST-ENDED(STEP-POS) = "Y" AND
                 ST-OUTCOME(STEP-POS) = "FAILED"
               ADD 1 TO FAILED-TALLY
             END-IF
           END-PERFORM
           IF DAY-HELD-TALLY = 0
             MOVE "  NONE" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "NEVER ENDED" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING STEP-POS FROM 1 BY 1
               UNTIL STEP-POS > STEP-COUNT
             IF ST-ENDED(STEP-POS) = "N"
               ADD 1 TO DAY-OPEN-TALLY
               PERFORM WRITE-CALLOUT-LINE
             END-IF
           END-PERFORM
           IF DAY-OPEN-TALLY = 0
             MOVE "  NONE" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "NEVER RAN" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING EXPECT-POS FROM 1 BY 1
               UNTIL EXPECT-POS > EXPECT-COUNT
             PERFORM CHECK-EXPECTED-STEP
           END-PERFORM
           IF DAY-MISSING-TALLY = 0
             MOVE "  NONE" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           ADD DAY-HELD-TALLY TO HELD-TALLY
           ADD DAY-OPEN-TALLY TO OPEN-TALLY
           ADD DAY-MISSING-TALLY TO MISSING-TALLY
           ADD STEP-COUNT TO RAN-TALLY.

       WRITE-STEP-LINE.
           MOVE SPACES TO TIME-TEXT
           MOVE SPACES TO END-TIME-TEXT
           STRING ST-START-STAMP(STEP-POS)(9:2) ":"
               ST-START-STAMP(STEP-POS)(11:2) ":"
               ST-START-STAMP(STEP-POS)(13:2) DELIMITED BY SIZE
             INTO TIME-TEXT
           IF ST-ENDED(STEP-POS) = "Y"
             STRING ST-END-STAMP(STEP-POS)(9:2) ":"
                 ST-END-STAMP(STEP-POS)(11:2) ":"
                 ST-END-STAMP(STEP-POS)(13:2) DELIMITED BY SIZE
               INTO END-TIME-TEXT
           ELSE
             MOVE "--:--:--" TO END-TIME-TEXT
           END-IF
           PERFORM BUILD-COUNTS-TEXT
           MOVE SPACES TO REPORT-LINE
           IF ST-ENDED(STEP-POS) = "Y"
             STRING "  " ST-PROGRAM(STEP-POS) " "
                 ST-RUN-ID(STEP-POS) "  " TIME-TEXT "  "
                 END-TIME-TEXT "  " ST-CONDITION(STEP-POS) "  "
                 ST-OUTCOME(STEP-POS) "  " DELIMITED BY SIZE
               COUNTS-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           ELSE
             STRING "  " ST-PROGRAM(STEP-POS) " "
                 ST-RUN-ID(STEP-POS) "  " TIME-TEXT "  "
                 END-TIME-TEXT "  --  NO END    " DELIMITED BY SIZE
               COUNTS-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *> "NAME n" for each count the step named, in the order the
      *> step reported them.
       BUILD-COUNTS-TEXT.
           MOVE SPACES TO COUNTS-TEXT
           MOVE 1 TO COUNTS-PTR
           PERFORM VARYING COUNT-POS FROM 1 BY 1
               UNTIL COUNT-POS > 3
             IF ST-COUNT-NAME(STEP-POS COUNT-POS) NOT = SPACES
               MOVE ST-COUNT(STEP-POS COUNT-POS) TO COUNT-TEXT
               STRING FUNCTION TRIM(ST-COUNT-NAME(STEP-POS COUNT-POS))
                   DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 INTO COUNTS-TEXT WITH POINTER COUNTS-PTR
               END-STRING
             END-IF
           END-PERFORM.

       WRITE-CALLOUT-LINE.
           MOVE SPACES TO TIME-TEXT
           STRING ST-START-STAMP(STEP-POS)(9:2) ":"
               ST-START-STAMP(STEP-POS)(11:2) ":"
               ST-START-STAMP(STEP-POS)(13:2) DELIMITED BY SIZE
             INTO TIME-TEXT
           MOVE SPACES TO REPORT-LINE
           IF ST-ENDED(STEP-POS) = "Y"
             STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(ST-PROGRAM(STEP-POS)) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(ST-OUTCOME(STEP-POS)) DELIMITED BY SIZE
               "  CONDITION " DELIMITED BY SIZE
               ST-CONDITION(STEP-POS) DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               ST-RUN-ID(STEP-POS) DELIMITED BY SIZE
               "  STARTED " DELIMITED BY SIZE
               TIME-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
           ELSE
             STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(ST-PROGRAM(STEP-POS)) DELIMITED BY SIZE
               "  STARTED " DELIMITED BY SIZE
               TIME-TEXT DELIMITED BY SIZE
               "  RUN " DELIMITED BY SIZE
               ST-RUN-ID(STEP-POS) DELIMITED BY SIZE
               "  NO END LINE - STEP DID NOT FINISH"
                 DELIMITED BY SIZE
               INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *> Program names are matched without regard to case, so an
      *> EXPECT card keyed as SOLUTION still finds Solution.
       CHECK-EXPECTED-STEP.
           MOVE FUNCTION UPPER-CASE(EX-PROGRAM(EXPECT-POS))
             TO WANT-PROGRAM
           MOVE "N" TO ENTRY-FOUND
           PERFORM VARYING STEP-SCAN FROM 1 BY 1
               UNTIL STEP-SCAN > STEP-COUNT OR ENTRY-FOUND = "Y"
             IF FUNCTION UPPER-CASE(ST-PROGRAM(STEP-SCAN))
                 = WANT-PROGRAM
               MOVE "Y" TO ENTRY-FOUND
             END-IF
           END-PERFORM
           IF ENTRY-FOUND = "N"
             ADD 1 TO DAY-MISSING-TALLY
             MOVE SPACES TO REPORT-LINE
             STRING "  " DELIMITED BY SIZE
               FUNCTION TRIM(EX-PROGRAM(EXPECT-POS)) DELIMITED BY SIZE
               "  NO LEDGER LINE - STEP NEVER STARTED"
                 DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "StepSummary" TO JL-PROGRAM
           MOVE CG-RUN-ID TO JL-RUN-ID
           MOVE FUNCTION CURRENT-DATE TO JL-START-STAMP
           MOVE 0 TO JL-CONDITION
           PERFORM SET-LEDGER-COUNTS
           MOVE LEDGER-RECORD TO OWN-LEDGER-RECORD
           PERFORM APPEND-LEDGER-LINE.

       WRITE-LEDGER-END.
           MOVE OWN-LEDGER-RECORD TO LEDGER-RECORD
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
           MOVE "DAYS" TO JL-COUNT-NAME(1)
           MOVE DAY-TALLY TO JL-COUNT(1)
           MOVE "HELD" TO JL-COUNT-NAME(2)
           MOVE HELD-TALLY TO JL-COUNT(2)
           MOVE "MISSING" TO JL-COUNT-NAME(3)
           MOVE MISSING-TALLY TO JL-COUNT(3).

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
       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 MST-STATUS PIC XX.
       01 MASTER-GEN-NAME PIC X(64) VALUE "MATCHMST.DAT".
       01 ENTRY-FOUND PIC X.
       01 ENTRY-SCAN PIC 9(5).
       01 WANT-FILENAME PIC X(256).
       01 WANT-PART PIC X(4).
       01 WANT-WORD PIC X(32).
       01 WANT-COUNT PIC 9(9).
       01 RESULT-TALLY PIC 9(9) VALUE 0.
           05 RECON-COUNT PIC 9(5) VALUE 0.
           05 RECON-ENTRY OCCURS 25600 TIMES INDEXED BY RECON-IDX.
               10 RT-FILENAME PIC X(256).
               10 RT-PART PIC X(4).
               10 RT-WORD PIC X(32).
               10 RT-EXPECTED PIC 9(9).
               10 RT-ACTUAL PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 RF-MISMATCHES PIC 9(9).

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
           PERFORM READ-CURRENT-GEN
           PERFORM WRITE-LEDGER-START
           PERFORM READ-RUN-MANIFEST
           PERFORM TALLY-RESULT-FILE
           PERFORM TALLY-MATCH-FILE
           IF MISMATCH-TALLY > 0
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> The scanner writes its outputs under run-stamped generation
             DISPLAY "RUN MANIFEST MISSING OR EMPTY - RUN NOT "
               "VERIFIABLE, RECONCILIATION REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF.

           DISPLAY "INPUTS ARE FROM DIFFERENT RUNS, "
             "RECONCILIATION REFUSED"
           MOVE 12 TO RETURN-CODE
           MOVE "REFUSED" TO LEDGER-OUTCOME
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> Every OUTPUT-RECORD contributes its claimed counts to the
      *> expected side of the tally: the straight-line count under
      *> part 1, the X-shape count under part 2, and a BOTH card
      *> under both. A shape job's count is under the shape's own
      *> name, which is the part its matches carry. ERROR jobs claim
      *> zero and wrote no matches, so they reconcile to zero on
      *> their own.
       TALLY-RESULT-FILE.
           OPEN INPUT RESULT-FILE
           PERFORM UNTIL RESULT-EOF = "T"
                 END-IF
                 ADD 1 TO RESULT-TALLY
                 MOVE OUT-WORD TO WANT-WORD
                 EVALUATE OUT-PART
                   WHEN "1"
                   WHEN "2"
                   WHEN "BOTH"
                     IF OUT-PART NOT = "2"
                       MOVE "1" TO WANT-PART
                       MOVE OUT-XMAS-COUNT TO WANT-COUNT
                       PERFORM ADD-EXPECTED-COUNT
                     END-IF
                     IF OUT-PART NOT = "1"
                       MOVE "2" TO WANT-PART
                       MOVE OUT-X-MAS-COUNT TO WANT-COUNT
                       PERFORM ADD-EXPECTED-COUNT
                     END-IF
                   WHEN OTHER
                     MOVE OUT-PART TO WANT-PART
                     MOVE OUT-XMAS-COUNT TO WANT-COUNT
                     PERFORM ADD-EXPECTED-COUNT
                 END-EVALUATE
             END-READ
           END-PERFORM
           CLOSE RESULT-FILE.
           STRING FUNCTION TRIM(RT-FILENAME(RECON-IDX))
               DELIMITED BY SIZE
             "  PART " DELIMITED BY SIZE
             FUNCTION TRIM(RT-PART(RECON-IDX)) DELIMITED BY SIZE
             "  WORD " DELIMITED BY SIZE
             FUNCTION TRIM(RT-WORD(RECON-IDX)) DELIMITED BY SIZE
             "  OUTPUT: " DELIMITED BY SIZE
             RECON-TAG DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "Reconcile" TO JL-PROGRAM
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
           MOVE "OUTPUTS" TO JL-COUNT-NAME(1)
           MOVE RESULT-TALLY TO JL-COUNT(1)
           MOVE "MATCHES" TO JL-COUNT-NAME(2)
           MOVE MATCH-TALLY TO JL-COUNT(2)
           MOVE "MISMATCHES" TO JL-COUNT-NAME(3)
           MOVE MISMATCH-TALLY TO JL-COUNT(3).

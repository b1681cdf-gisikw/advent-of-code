      *>   <grid mask>,<word>,<part>,<direction>,
      *>     <row from>,<row thru>,<col from>,<col thru>
      *> The grid mask is an exact file name, or a prefix ending in
      *> "*", or blank for every grid. The part is 1, 2 or the name
      *> of a shape template (whose matches carry direction SHAPE).
      *> Each card writes one section to the MATCHEXT.DAT extract (a
      *> *CARD header line, then the selected records in the
      *> MATCHES.DAT record layout) and one section with a hit total
      *> to the MATCHINQ.RPT listing, so a whole morning's questions
      *> run as one submission.
      *> Condition code 12 when INQCTL.DAT has no usable card or the
      *> run manifest check fails; 0 otherwise.
       ENVIRONMENT DIVISION.
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
       01 BAD-RUN-ID PIC X(14).
       01 BAD-RUN-FILE PIC X(12).

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
           OPEN INPUT INQCTL-FILE
           OPEN OUTPUT EXTRACT-FILE
             DISPLAY "INQCTL.DAT HAS NO SELECTION CARDS"
             MOVE 12 TO RETURN-CODE
           END-IF
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> The scanner writes its outputs under run-stamped generation
             DISPLAY "RUN MANIFEST MISSING OR EMPTY - RUN NOT "
               "VERIFIABLE, EXTRACT REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF.

             BAD-RUN-ID
           DISPLAY "INPUTS ARE FROM DIFFERENT RUNS, EXTRACT REFUSED"
           MOVE 12 TO RETURN-CODE
           MOVE "REFUSED" TO LEDGER-OUTCOME
           PERFORM WRITE-LEDGER-END
           STOP RUN.

       PROCESS-INQUIRY-CARD.
           IF INQ-WORD NOT = SPACES AND MM-WORD NOT = INQ-WORD
             MOVE "N" TO SELECT-FLAG
           END-IF
           IF INQ-PART NOT = SPACES AND MM-PART NOT = INQ-PART
             MOVE "N" TO SELECT-FLAG
           END-IF
           IF INQ-DIRECTION NOT = SPACES AND
             "  COL " DELIMITED BY SIZE
             FUNCTION TRIM(COL-TEXT) DELIMITED BY SIZE
             "  PART " DELIMITED BY SIZE
             FUNCTION TRIM(MM-PART) DELIMITED BY SIZE
             "  DIR " DELIMITED BY SIZE
             MM-DIRECTION DELIMITED BY SIZE
             " WORD " DELIMITED BY SIZE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "MatchInquiry" TO JL-PROGRAM
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
           MOVE "CARDS" TO JL-COUNT-NAME(1)
           MOVE CARD-TALLY TO JL-COUNT(1)
           MOVE "MATCHES" TO JL-COUNT-NAME(2)
           MOVE TOTAL-HIT-TALLY TO JL-COUNT(2)
           MOVE SPACES TO JL-COUNT-NAME(3)
           MOVE 0 TO JL-COUNT(3).

               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-REPORT ASSIGN TO "CATAUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-REPORT.
       01 AUDIT-LINE PIC X(132).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 DYNAMIC-FILE-NAME PIC X(256).
       01 CAT-STATUS PIC XX.
       01 GRID-CHECKSUM PIC 9(9).
       01 CHECKSUM-WORK PIC 9(18) COMP.
       01 CHECKSUM-IDX PIC 9(9).
       01 CARD-TALLY PIC 9(5) VALUE 0.
       01 ENTRY-TALLY PIC 9(5) VALUE 0.
       01 AUDIT-TALLY PIC 9(5).
       01 FLAGGED-TALLY PIC 9(5).
           05 CTL-ACTION PIC X(16).
           05 CTL-TARGET PIC X(256).

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

               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           PERFORM WRITE-LEDGER-END
           STOP RUN.

       PROCESS-CATCTL-RECORD.
           IF CTL-ACTION = SPACES
             GO TO PROCESS-CATCTL-RECORD-EXIT
           END-IF
           ADD 1 TO CARD-TALLY
           EVALUATE CTL-ACTION
             WHEN "REGISTER"
               PERFORM REGISTER-GRID
               FUNCTION ORD(CONTENT-STR(CHECKSUM-IDX:1)), 999999937)
           END-PERFORM
           MOVE CHECKSUM-WORK TO GRID-CHECKSUM.

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
           MOVE "GridCatalog" TO JL-PROGRAM
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
           MOVE "AUDITED" TO JL-COUNT-NAME(2)
           MOVE AUDIT-TALLY TO JL-COUNT(2)
           MOVE "FLAGGED" TO JL-COUNT-NAME(3)
           MOVE FLAGGED-TALLY TO JL-COUNT(3).

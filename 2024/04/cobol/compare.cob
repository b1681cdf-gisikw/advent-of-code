      *> added and every match that dropped, keyed by the full match
      *> record - grid file, row, column, part, direction, and word.
      *> COMPCTL.DAT names the two files on one card:
      *>   <old match file>,<new match file>[,<grid file>]
      *> The optional third field narrows both sides to the matches
      *> for that one grid file, so a GridBuild answer file can be
      *> set against the scanner's MATCHES.DAT for the grid it built
      *> even when the scan covered other grids as well.
      *> A duplicate match (the same cell matched twice by two
      *> control cards) is compared occurrence by occurrence, so a
      *> lost duplicate still shows as a drop. Condition code 4 when
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "COMPARE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMPCTL-FILE.
       01 COMPCTL-LINE PIC X(800).

       FD OLD-MATCH-FILE.
       01 OLD-MATCH-LINE PIC X(400).
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 DYNAMIC-OLD-NAME PIC X(256).
       01 DYNAMIC-NEW-NAME PIC X(256).
       01 ROW-TEXT PIC Z(5)9.
       01 COL-TEXT PIC Z(5)9.
       01 CHANGE-TAG PIC X(8).
       01 GRID-FILTER PIC X(256) VALUE SPACES.

      *> The record counts live OUTSIDE the sorted groups: a sibling
      *> field inside the 01 would be dragged into the table SORT and
       01 COMPCTL-RECORD.
           05 CTL-OLD-NAME PIC X(256).
           05 CTL-NEW-NAME PIC X(256).
           05 CTL-GRID-NAME PIC X(256).

       01 MATCH-RECORD.
           05 MR-FILENAME PIC X(256).
           05 FILLER PIC X VALUE SPACE.
           05 MR-WORD PIC X(32).

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
           PERFORM READ-COMPCTL-CARD
           IF CARD-FOUND = "N"
             DISPLAY "COMPCTL.DAT HAS NO COMPARISON CARD"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF

             DISPLAY "MATCH FILE EXCEEDS 30000 RECORDS, "
               "COMPARISON NOT RELIABLE"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF

           IF ADDED-TALLY > 0 OR DROPPED-TALLY > 0
             MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> First non-blank card wins; the file normally has exactly
                 IF COMPCTL-LINE NOT = SPACES
                   MOVE SPACES TO COMPCTL-RECORD
                   UNSTRING COMPCTL-LINE DELIMITED BY ","
                     INTO CTL-OLD-NAME CTL-NEW-NAME CTL-GRID-NAME
                   END-UNSTRING
                   IF CTL-OLD-NAME NOT = SPACES AND
                       CTL-NEW-NAME NOT = SPACES
                     MOVE CTL-OLD-NAME TO DYNAMIC-OLD-NAME
                     MOVE CTL-NEW-NAME TO DYNAMIC-NEW-NAME
                     MOVE FUNCTION TRIM(CTL-GRID-NAME) TO GRID-FILTER
                     MOVE "Y" TO CARD-FOUND
                   END-IF
                 END-IF
               AT END
                 MOVE "T" TO MATCH-EOF
               NOT AT END
                 IF GRID-FILTER NOT = SPACES AND
                     OLD-MATCH-LINE(1:256) NOT = GRID-FILTER
                   CONTINUE
                 ELSE
                   IF OLD-COUNT >= 30000
                     MOVE "Y" TO LOAD-OVERFLOW
                   ELSE
                     ADD 1 TO OLD-COUNT
                     MOVE OLD-MATCH-LINE TO OLD-KEY(OLD-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
               AT END
                 MOVE "T" TO MATCH-EOF
               NOT AT END
                 IF GRID-FILTER NOT = SPACES AND
                     NEW-MATCH-LINE(1:256) NOT = GRID-FILTER
                   CONTINUE
                 ELSE
                   IF NEW-COUNT >= 30000
                     MOVE "Y" TO LOAD-OVERFLOW
                   ELSE
                     ADD 1 TO NEW-COUNT
                     MOVE NEW-MATCH-LINE TO NEW-KEY(NEW-COUNT)
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
             FUNCTION TRIM(DYNAMIC-NEW-NAME) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           IF GRID-FILTER NOT = SPACES
             MOVE SPACES TO REPORT-LINE
             STRING "GRID FILE: " DELIMITED BY SIZE
               FUNCTION TRIM(GRID-FILTER) DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

             "  COL " DELIMITED BY SIZE
             FUNCTION TRIM(COL-TEXT) DELIMITED BY SIZE
             "  PART " DELIMITED BY SIZE
             FUNCTION TRIM(MR-PART) DELIMITED BY SIZE
             "  DIR " DELIMITED BY SIZE
             MR-DIRECTION DELIMITED BY SIZE
             " WORD " DELIMITED BY SIZE
             FUNCTION TRIM(MR-WORD) DELIMITED BY SIZE
             INTO REPORT-LINE
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
           MOVE "MatchCompare" TO JL-PROGRAM
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
           MOVE "ADDED" TO JL-COUNT-NAME(1)
           MOVE ADDED-TALLY TO JL-COUNT(1)
           MOVE "DROPPED" TO JL-COUNT-NAME(2)
           MOVE DROPPED-TALLY TO JL-COUNT(2)
           MOVE "UNCHANGED" TO JL-COUNT-NAME(3)
           MOVE UNCHANGED-TALLY TO JL-COUNT(3).

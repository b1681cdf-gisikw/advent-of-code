      *> nobody hand-types the day's control cards (and no quarterly
      *> grid is simply forgotten until month-end). One schedule
      *> entry per grid:
      *>   <gridfile>,<frequency>,<part>,<word>,<casefold>,<fast>,
      *>   <status>
      *> with the frequency one of:
      *>   D     every day
      *>   Wn    weekly on day n (1 = Monday .. 7 = Sunday)
      *>   Qdd   quarterly on day dd of Jan/Apr/Jul/Oct (Q = Q01)
      *> A day-of-month over 28 is treated as 28 so February never
      *> skips an entry. Part, word and the option flags default the
      *> same way the scanner's own cards do. Status S marks an
      *> entry suspended: it stays on file (ScheduleMaint keeps the
      *> file) but gets no card and is never overdue until resumed;
      *> it is listed on the dispatch report so a pause is visible.
      *> Each entry due today gets a control card unless HISTORY.LOG
      *> already shows a scan with a good status (OK, or the WARN and
      *> CHANGED statuses, which still produced counts - only ERROR
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "DISPATCH.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 SCHEDULE-EOF PIC X VALUE "F".
       01 HISTORY-EOF PIC X VALUE "F".
       01 SELECTED-TALLY PIC 9(5) VALUE 0.
       01 DONE-TALLY PIC 9(5) VALUE 0.
       01 OVERDUE-TALLY PIC 9(5) VALUE 0.
       01 SUSPENDED-TALLY PIC 9(5) VALUE 0.
       01 SCAN-POS PIC 9(3).
       01 ENTRY-POS PIC 9(3).
       01 COUNT-TEXT PIC Z(5).
               10 SE-WORD PIC X(32).
               10 SE-CASEFOLD PIC X(1).
               10 SE-FAST PIC X(1).
               10 SE-STATUS PIC X(1).
               10 SE-LAST-GOOD PIC X(8).
               10 SE-DUE-DATE PIC X(8).
               10 SE-DISPOSITION PIC X(10).

      *> ScheduleMaint writes this same record; the two layouts
      *> must stay in step.
       01 SCHEDULE-RECORD.
           05 SCH-FILENAME PIC X(256).
           05 SCH-FREQ PIC X(4).
           05 SCH-WORD PIC X(32).
           05 SCH-CASEFOLD PIC X(1).
           05 SCH-FAST PIC X(1).
           05 SCH-STATUS PIC X(1).

      *> Same record the scanner writes; the two layouts must stay
      *> in step.
           05 FILLER PIC X VALUE SPACE.
           05 HIST-RUN-ID PIC X(14).

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
           MOVE FUNCTION CURRENT-DATE TO TODAY-STAMP
           MOVE TODAY-STAMP(1:8) TO TODAY-DATE
           MOVE TODAY-STAMP(1:8) TO DUE-DATE-G
           IF SCHED-COUNT = 0
             DISPLAY "SCHEDULE.DAT MISSING OR HAS NO ENTRIES"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF

           DISPLAY "ALREADY DONE TODAY: " FUNCTION TRIM(COUNT-TEXT)
           MOVE OVERDUE-TALLY TO COUNT-TEXT
           DISPLAY "OVERDUE: " FUNCTION TRIM(COUNT-TEXT)
           MOVE SUSPENDED-TALLY TO COUNT-TEXT
           DISPLAY "SUSPENDED: " FUNCTION TRIM(COUNT-TEXT)

           IF SCHED-OVERFLOW = "Y"
             DISPLAY "SCHEDULE TABLE OVERFLOWED, DISPATCH INCOMPLETE"
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF
           PERFORM WRITE-LEDGER-END
           STOP RUN.

       LOAD-SCHEDULE-TABLE.
             MOVE SPACES TO SCHEDULE-RECORD
             UNSTRING SCHEDULE-LINE DELIMITED BY ","
               INTO SCH-FILENAME SCH-FREQ SCH-PART
                    SCH-WORD SCH-CASEFOLD SCH-FAST SCH-STATUS
             END-UNSTRING
             IF SCH-FILENAME NOT = SPACES
               IF SCHED-COUNT >= SCHED-MAX
                 ELSE
                   MOVE SCH-FAST TO SE-FAST(SCHED-COUNT)
                 END-IF
                 MOVE SCH-STATUS TO SE-STATUS(SCHED-COUNT)
                 MOVE SPACES TO SE-LAST-GOOD(SCHED-COUNT)
               END-IF
             END-IF
      *> date with no good scan since is OVERDUE (a prior run failed
      *> or never happened) and is both reported loudly and given a
      *> card so today's batch catches it up. An entry between due
      *> dates with its last one covered stays off the report. A
      *> suspended entry is listed as such and nothing more.
       DISPATCH-ONE-ENTRY.
           PERFORM COMPUTE-LAST-DUE-DATE
           MOVE SPACES TO SE-DISPOSITION(ENTRY-POS)
           EVALUATE TRUE
             WHEN SE-STATUS(ENTRY-POS) = "S"
               MOVE "SUSPENDED" TO SE-DISPOSITION(ENTRY-POS)
               ADD 1 TO SUSPENDED-TALLY
             WHEN SE-DUE-DATE(ENTRY-POS) = TODAY-DATE
               IF SE-LAST-GOOD(ENTRY-POS) = TODAY-DATE
                 MOVE "DONE" TO SE-DISPOSITION(ENTRY-POS)
                 ADD 1 TO DONE-TALLY
               ELSE
                 MOVE "SELECTED" TO SE-DISPOSITION(ENTRY-POS)
                 ADD 1 TO SELECTED-TALLY
               END-IF
             WHEN SE-LAST-GOOD(ENTRY-POS) < SE-DUE-DATE(ENTRY-POS)
               MOVE "OVERDUE" TO SE-DISPOSITION(ENTRY-POS)
               ADD 1 TO OVERDUE-TALLY
           END-EVALUATE
           IF SE-DISPOSITION(ENTRY-POS) = "SELECTED" OR
               SE-DISPOSITION(ENTRY-POS) = "OVERDUE"
             PERFORM WRITE-CONTROL-CARD
             PERFORM WRITE-DISPATCH-LINE
           END-IF.

      *> ScheduleMaint carries a copy of this paragraph to show
      *> due dates; the two must stay in step.
      *> Frequency arithmetic on the integer calendar. The weekly
      *> case backs up 0-6 days to the wanted weekday; the monthly
      *> and quarterly cases take this period's day-of-month if it
                 "  SCANNED " DELIMITED BY SIZE
                 SE-LAST-GOOD(ENTRY-POS) DELIMITED BY SIZE
                 INTO REPORT-LINE
             WHEN "SUSPENDED"
               STRING "SUSPENDED    " DELIMITED BY SIZE
                 FUNCTION TRIM(SE-FILENAME(ENTRY-POS))
                   DELIMITED BY SIZE
                 "  PART " DELIMITED BY SIZE
                 SE-PART(ENTRY-POS) DELIMITED BY SIZE
                 INTO REPORT-LINE
             WHEN OTHER
               STRING "*** OVERDUE  " DELIMITED BY SIZE
                 FUNCTION TRIM(SE-FILENAME(ENTRY-POS))
             MOVE "             (NEVER SCANNED GOOD)" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

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
           MOVE "ScanSchedule" TO JL-PROGRAM
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
           MOVE "SELECTED" TO JL-COUNT-NAME(1)
           MOVE SELECTED-TALLY TO JL-COUNT(1)
           MOVE "DONE" TO JL-COUNT-NAME(2)
           MOVE DONE-TALLY TO JL-COUNT(2)
           MOVE "OVERDUE" TO JL-COUNT-NAME(3)
           MOVE OVERDUE-TALLY TO JL-COUNT(3).

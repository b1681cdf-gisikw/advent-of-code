       IDENTIFICATION DIVISION.
       PROGRAM-ID. ScheduleMaint.

      *> Operator screen over SCHEDULE.DAT, the frequency calendar
      *> ScanSchedule dispatches from, so the file stops being
      *> hand-edited and a typo in it is caught at the terminal
      *> instead of by a misbehaving morning dispatch. Runs as a
      *> line-mode conversation on the operator's terminal: it asks
      *> for the operator id, then takes one command per line:
      *>   L [n]   list the schedule, 15 entries a page from entry n
      *>   A       add an entry (prompts for every field)
      *>   C n     change entry n (a blank answer keeps the value)
      *>   S n     suspend entry n - it stays on file but ScanSchedule
      *>           skips it until it is resumed
      *>   R n     resume suspended entry n
      *>   D n     delete entry n (asks for confirmation)
      *>   H       command help
      *>   Q       quit (end of input quits as well)
      *> The list shows each entry's next due date (or DUE TODAY,
      *> OVERDUE or SUSPENDED) and its last good scan from
      *> HISTORY.LOG, worked out the way ScanSchedule works them.
      *> Every field is checked before anything is written: the
      *> frequency must be D, Wn (n 1-7), M/Mdd or Q/Qdd (dd 1-31, a
      *> day over 28 is accepted with a warning that it runs on the
      *> 28th), the part 1, 2, BOTH or a shape in SHAPES.DAT, the word
      *> a single word, @list or #category, the casefold and fast
      *> flags Y or N, and a grid may be scheduled only once per
      *> part. A grid missing from GRIDCAT.DAT is a warning, not a
      *> refusal, so a grid can be scheduled ahead of registration.
      *> Each applied change rewrites SCHEDULE.DAT at once, and every
      *> add, change, suspend, resume and delete, applied or
      *> rejected, is appended to the SCHEDAUD.DAT audit trail with
      *> the operator, a timestamp and the entry before and after.
      *> Condition code 12 when no operator id is given or the
      *> schedule is larger than the table (rewriting it would drop
      *> entries).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTORY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CATALOG-FILE ASSIGN TO "GRIDCAT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAT-FILENAME
               FILE STATUS IS CAT-STATUS.
           SELECT OPTIONAL SHAPE-FILE ASSIGN TO "SHAPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "SCHEDAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
       01 SCHEDULE-LINE PIC X(350).

       FD HISTORY-FILE.
       01 HISTORY-LINE PIC X(400).

      *> GridCatalog maintains this same layout; the two must stay
      *> in step.
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           05 CAT-FILENAME PIC X(256).
           05 CAT-ROWS PIC 9(9).
           05 CAT-COLS PIC 9(9).
           05 CAT-CHECKSUM PIC 9(9).
           05 CAT-REGISTERED PIC X(26).
           05 CAT-LAST-SCANNED PIC X(26).

       FD SHAPE-FILE.
       01 SHAPE-LINE PIC X(80).

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(450).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 SCHEDULE-EOF PIC X VALUE "F".
       01 HISTORY-EOF PIC X VALUE "F".
       01 SHAPE-EOF PIC X VALUE "F".
       01 SCHED-OVERFLOW PIC X VALUE "N".
       01 CAT-STATUS PIC XX.
       01 CATALOG-OPEN PIC X VALUE "N".
       01 IN-CATALOG PIC X.
       01 SESSION-END PIC X VALUE "N".
       01 OPERATOR-ID PIC X(30).
       01 TODAY-STAMP PIC X(26).
       01 TODAY-DATE PIC X(8).
       01 TODAY-INT PIC 9(9).
       01 TODAY-DOW PIC 9(1).
       01 DUE-INT PIC 9(9).
       01 DUE-OFFSET PIC 9(1).
       01 WANT-DOW PIC 9(1).
       01 WANT-DAY PIC 9(2).
       01 FREQ-DIGITS PIC X(2).
       01 FREQ-DIGIT-LEN PIC 9(1).
       01 FREQ-BAD PIC X.
       01 ADD-TALLY PIC 9(5) VALUE 0.
       01 CHANGE-TALLY PIC 9(5) VALUE 0.
       01 DELETE-TALLY PIC 9(5) VALUE 0.
       01 SCAN-POS PIC 9(3).
       01 ENTRY-POS PIC 9(3).
       01 EDIT-POS PIC 9(3).
       01 LIST-FROM PIC 9(3).
       01 LIST-TO PIC 9(3).
       01 COUNT-TEXT PIC Z(5).
       01 ENTRY-TEXT PIC Z(2)9.
       01 ENTRY-TEXT-2 PIC Z(2)9.

      *> One command line from the terminal and its two words.
       01 CMD-LINE PIC X(80).
       01 CMD-VERB PIC X(8).
       01 CMD-ARG PIC X(8).
       01 CMD-ARG-LEN PIC 9(1).
       01 CMD-OK PIC X.

      *> One answer to a prompt, and the prompt that asked for it.
       01 IN-TEXT PIC X(256).
       01 IN-LEN PIC 9(3).
       01 PROMPT-TEXT PIC X(80).

      *> Field checks. FREQ-TAIL is everything after the frequency
      *> letter; ENTRY-OK drops to "N" at the first failed check and
      *> REJECT-REASON keeps that first reason for the audit trail.
       01 ENTRY-OK PIC X.
       01 REJECT-TEXT PIC X(60).
       01 REJECT-REASON PIC X(60).
       01 FREQ-TAIL PIC X(3).
       01 FREQ-TAIL-LEN PIC 9(1).
       01 FREQ-DAY PIC 9(2).
       01 WORD-LEN PIC 9(2).
       01 COMMA-TALLY PIC 9(3).
       01 CONFIRM-TEXT PIC X(8).

      *> Built piecewise, read whole: the group holds year, month and
      *> day as they are computed, the REDEFINES hands the same eight
      *> digits to INTEGER-OF-DATE and the date compares.
       01 DUE-DATE-G.
           05 DG-YEAR PIC 9(4).
           05 DG-MONTH PIC 9(2).
           05 DG-DAY PIC 9(2).
       01 DUE-DATE-N REDEFINES DUE-DATE-G PIC 9(8).

      *> Sized like ScanSchedule's table. SCHED-MAX is the single
      *> source for the overflow guard and must match the OCCURS
      *> count.
       01 SCHED-MAX PIC 9(3) VALUE 200.

       01 SCHED-TABLE.
           05 SCHED-COUNT PIC 9(3) VALUE 0.
           05 SCHED-ENTRY OCCURS 200 TIMES.
               10 SE-FILENAME PIC X(256).
               10 SE-FREQ PIC X(4).
               10 SE-PART PIC X(4).
               10 SE-WORD PIC X(32).
               10 SE-CASEFOLD PIC X(1).
               10 SE-FAST PIC X(1).
               10 SE-STATUS PIC X(1).
               10 SE-LAST-GOOD PIC X(8).
               10 SE-DUE-DATE PIC X(8).
               10 SE-NEXT-DUE PIC X(8).
               10 SE-STATE PIC X(9).

      *> ScanSchedule reads this same record; the two layouts must
      *> stay in step. Status "S" is suspended, anything else active.
       01 SCHEDULE-RECORD.
           05 SCH-FILENAME PIC X(256).
           05 SCH-FREQ PIC X(4).
           05 SCH-PART PIC X(4).
           05 SCH-WORD PIC X(32).
           05 SCH-CASEFOLD PIC X(1).
           05 SCH-FAST PIC X(1).
           05 SCH-STATUS PIC X(1).

      *> The entry as it stood before the command and as the
      *> operator wants it; a change is checked and applied from
      *> NEW-ENTRY and both go to the audit trail.
       01 OLD-ENTRY.
           05 OLD-FILENAME PIC X(256).
           05 OLD-FREQ PIC X(4).
           05 OLD-PART PIC X(4).
           05 OLD-WORD PIC X(32).
           05 OLD-CASEFOLD PIC X(1).
           05 OLD-FAST PIC X(1).
           05 OLD-STATUS PIC X(1).
       01 NEW-ENTRY.
           05 NEW-FILENAME PIC X(256).
           05 NEW-FREQ PIC X(4).
           05 NEW-PART PIC X(4).
           05 NEW-WORD PIC X(32).
           05 NEW-CASEFOLD PIC X(1).
           05 NEW-FAST PIC X(1).
           05 NEW-STATUS PIC X(1).

      *> Shape names only; the scanner checks the shapes themselves.
       01 SHAPE-NAME-TABLE.
           05 SHAPE-COUNT PIC 9(3) VALUE 0.
           05 SHAPE-NAME OCCURS 50 TIMES PIC X(4).
       01 SHAPE-CARD.
           05 SC-NAME PIC X(8).
           05 SC-REST PIC X(72).
       01 SHAPE-SCAN PIC 9(3).
       01 SHAPE-FOUND PIC X.

      *> Same record the scanner writes; the two layouts must stay
      *> in step.
       01 HISTORY-RECORD.
           05 HIST-TIMESTAMP PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 HIST-FILENAME PIC X(256).
           05 FILLER PIC X VALUE SPACE.
           05 HIST-PART PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 HIST-WORD PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 HIST-XMAS-COUNT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 HIST-X-MAS-COUNT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 HIST-STATUS PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 HIST-RUN-ID PIC X(14).

      *> One line per command that would change the schedule,
      *> applied or not. The old fields are the entry before the
      *> command (blank for an add), the new fields what the
      *> operator asked for (blank for a delete).
       01 AUDIT-RECORD.
           05 SA-STAMP PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 SA-OPERATOR PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 SA-ACTION PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 SA-OLD-FREQ PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 SA-OLD-PART PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 SA-OLD-WORD PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 SA-OLD-CASEFOLD PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 SA-OLD-FAST PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 SA-OLD-STATUS PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 SA-NEW-FREQ PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 SA-NEW-PART PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 SA-NEW-WORD PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 SA-NEW-CASEFOLD PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 SA-NEW-FAST PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 SA-NEW-STATUS PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 SA-RESULT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 SA-REASON PIC X(60).
           05 FILLER PIC X VALUE SPACE.
           05 SA-FILENAME PIC X(256).

       01 LIST-HEADING.
           05 FILLER PIC X(3) VALUE " NO".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(9) VALUE "STATUS".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(4) VALUE "FREQ".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(4) VALUE "PART".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(16) VALUE "WORD".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(2) VALUE "CF".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(4) VALUE "FAST".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(8) VALUE "NEXT DUE".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(9) VALUE "LAST GOOD".
           05 FILLER PIC X VALUE SPACE.
           05 FILLER PIC X(4) VALUE "GRID".

       01 LIST-RECORD.
           05 LS-NUM PIC Z(2)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 LS-STATUS PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 LS-FREQ PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LS-PART PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LS-WORD PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 LS-CASEFOLD PIC X(2).
           05 FILLER PIC X VALUE SPACE.
           05 LS-FAST PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 LS-NEXT-DUE PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 LS-LAST-GOOD PIC X(9).
           05 FILLER PIC X VALUE SPACE.
           05 LS-GRID PIC X(80).

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
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(DUE-DATE-N)
      *> Day 1 of the integer calendar (1601-01-01) was a Monday, so
      *> this lands on 1 = Monday .. 7 = Sunday.
           COMPUTE TODAY-DOW = FUNCTION MOD(TODAY-INT - 1, 7) + 1

           PERFORM LOAD-SCHEDULE-TABLE
           IF SCHED-OVERFLOW = "Y"
             DISPLAY "SCHEDULE.DAT HAS MORE THAN 200 ENTRIES; "
               "MAINTENANCE WOULD DROP THE REST, REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF

           DISPLAY "OPERATOR ID: " WITH NO ADVANCING
           MOVE SPACES TO IN-TEXT
           ACCEPT IN-TEXT
             ON EXCEPTION
               MOVE SPACES TO IN-TEXT
           END-ACCEPT
           MOVE FUNCTION TRIM(IN-TEXT) TO OPERATOR-ID
           IF OPERATOR-ID = SPACES
             DISPLAY "NO OPERATOR ID GIVEN, SESSION REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF

           PERFORM SCAN-HISTORY-FILE
           PERFORM LOAD-SHAPE-NAMES
           OPEN INPUT CATALOG-FILE
           IF CAT-STATUS = "00"
             MOVE "Y" TO CATALOG-OPEN
           ELSE
             DISPLAY "GRIDCAT.DAT NOT AVAILABLE, STATUS " CAT-STATUS
               "; GRIDS WILL NOT BE CHECKED AGAINST THE CATALOG"
           END-IF
           PERFORM VARYING ENTRY-POS FROM 1 BY 1
               UNTIL ENTRY-POS > SCHED-COUNT
             PERFORM COMPUTE-ENTRY-DUE
           END-PERFORM

           MOVE SCHED-COUNT TO COUNT-TEXT
           DISPLAY "SCHEDULE MAINTENANCE FOR " TODAY-DATE ", "
             FUNCTION TRIM(COUNT-TEXT) " ENTRIES ON FILE"
           PERFORM SHOW-HELP
           PERFORM PROCESS-COMMAND THRU PROCESS-COMMAND-EXIT
             UNTIL SESSION-END = "Y"

           IF CATALOG-OPEN = "Y"
             CLOSE CATALOG-FILE
           END-IF
           MOVE ADD-TALLY TO COUNT-TEXT
           DISPLAY "ENTRIES ADDED: " FUNCTION TRIM(COUNT-TEXT)
           MOVE CHANGE-TALLY TO COUNT-TEXT
           DISPLAY "ENTRIES CHANGED: " FUNCTION TRIM(COUNT-TEXT)
           MOVE DELETE-TALLY TO COUNT-TEXT
           DISPLAY "ENTRIES DELETED: " FUNCTION TRIM(COUNT-TEXT)
           PERFORM WRITE-LEDGER-END
           STOP RUN.

       LOAD-SCHEDULE-TABLE.
           OPEN INPUT SCHEDULE-FILE
           PERFORM UNTIL SCHEDULE-EOF = "T"
             READ SCHEDULE-FILE INTO SCHEDULE-LINE
               AT END
                 MOVE "T" TO SCHEDULE-EOF
               NOT AT END
                 PERFORM LOAD-ONE-SCHEDULE-ENTRY
             END-READ
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      *> Blank fields take the same defaults ScanSchedule gives them,
      *> so what the screen shows is what the dispatch will do.
       LOAD-ONE-SCHEDULE-ENTRY.
           IF SCHEDULE-LINE NOT = SPACES
             MOVE SPACES TO SCHEDULE-RECORD
             UNSTRING SCHEDULE-LINE DELIMITED BY ","
               INTO SCH-FILENAME SCH-FREQ SCH-PART
                    SCH-WORD SCH-CASEFOLD SCH-FAST SCH-STATUS
             END-UNSTRING
             IF SCH-FILENAME NOT = SPACES
               IF SCHED-COUNT >= SCHED-MAX
                 MOVE "Y" TO SCHED-OVERFLOW
               ELSE
                 ADD 1 TO SCHED-COUNT
                 MOVE SCH-FILENAME TO SE-FILENAME(SCHED-COUNT)
                 MOVE SCH-FREQ TO SE-FREQ(SCHED-COUNT)
                 IF SCH-PART = SPACES
                   MOVE "BOTH" TO SE-PART(SCHED-COUNT)
                 ELSE
                   MOVE SCH-PART TO SE-PART(SCHED-COUNT)
                 END-IF
                 IF SCH-WORD = SPACES
                   MOVE "XMAS" TO SE-WORD(SCHED-COUNT)
                 ELSE
                   MOVE SCH-WORD TO SE-WORD(SCHED-COUNT)
                 END-IF
                 IF SCH-CASEFOLD = SPACE
                   MOVE "N" TO SE-CASEFOLD(SCHED-COUNT)
                 ELSE
                   MOVE SCH-CASEFOLD TO SE-CASEFOLD(SCHED-COUNT)
                 END-IF
                 IF SCH-FAST = SPACE
                   MOVE "N" TO SE-FAST(SCHED-COUNT)
                 ELSE
                   MOVE SCH-FAST TO SE-FAST(SCHED-COUNT)
                 END-IF
                 IF SCH-STATUS = "S"
                   MOVE "S" TO SE-STATUS(SCHED-COUNT)
                 ELSE
                   MOVE "A" TO SE-STATUS(SCHED-COUNT)
                 END-IF
                 MOVE SPACES TO SE-LAST-GOOD(SCHED-COUNT)
               END-IF
             END-IF
           END-IF.

      *> Same pass as ScanSchedule's: the latest good-status scan
      *> (anything but ERROR) per grid file and part. Run again after
      *> an add or change, since the entry's grid or part may be new.
       SCAN-HISTORY-FILE.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > SCHED-COUNT
             MOVE SPACES TO SE-LAST-GOOD(SCAN-POS)
           END-PERFORM
           MOVE "F" TO HISTORY-EOF
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL HISTORY-EOF = "T"
             READ HISTORY-FILE INTO HISTORY-LINE
               AT END
                 MOVE "T" TO HISTORY-EOF
               NOT AT END
                 MOVE HISTORY-LINE TO HISTORY-RECORD
                 IF HIST-STATUS NOT = "ERROR"
                   PERFORM VARYING SCAN-POS FROM 1 BY 1
                       UNTIL SCAN-POS > SCHED-COUNT
                     IF SE-FILENAME(SCAN-POS) = HIST-FILENAME AND
                         SE-PART(SCAN-POS) = HIST-PART AND
                         HIST-TIMESTAMP(1:8) >
                           SE-LAST-GOOD(SCAN-POS)
                       MOVE HIST-TIMESTAMP(1:8)
                         TO SE-LAST-GOOD(SCAN-POS)
                     END-IF
                   END-PERFORM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

       LOAD-SHAPE-NAMES.
           MOVE 0 TO SHAPE-COUNT
           OPEN INPUT SHAPE-FILE
           PERFORM UNTIL SHAPE-EOF = "T"
             READ SHAPE-FILE
               AT END
                 MOVE "T" TO SHAPE-EOF
               NOT AT END
                 IF SHAPE-LINE NOT = SPACES
                   PERFORM ADD-SHAPE-NAME
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SHAPE-FILE.

       ADD-SHAPE-NAME.
           MOVE SPACES TO SHAPE-CARD
           UNSTRING SHAPE-LINE DELIMITED BY ","
             INTO SC-NAME SC-REST
           END-UNSTRING
           MOVE FUNCTION TRIM(SC-NAME) TO SC-NAME
           MOVE "N" TO SHAPE-FOUND
           PERFORM VARYING SHAPE-SCAN FROM 1 BY 1
               UNTIL SHAPE-SCAN > SHAPE-COUNT
             IF SHAPE-NAME(SHAPE-SCAN) = SC-NAME
               MOVE "Y" TO SHAPE-FOUND
             END-IF
           END-PERFORM
           IF SHAPE-FOUND = "N" AND SHAPE-COUNT < 50 AND
               SC-NAME NOT = SPACES AND SC-NAME(5:) = SPACES
             ADD 1 TO SHAPE-COUNT
             MOVE SC-NAME TO SHAPE-NAME(SHAPE-COUNT)
           END-IF.

      *> One command per line. End of input on the terminal (or on a
      *> file piped in) ends the session the same as Q.
       PROCESS-COMMAND.
           DISPLAY " "
           DISPLAY "COMMAND (L,A,C n,S n,R n,D n,H,Q): "
             WITH NO ADVANCING
           MOVE SPACES TO CMD-LINE
           ACCEPT CMD-LINE
             ON EXCEPTION
               MOVE "Y" TO SESSION-END
           END-ACCEPT
           IF SESSION-END = "Y"
             DISPLAY " "
             GO TO PROCESS-COMMAND-EXIT
           END-IF
           MOVE SPACES TO CMD-VERB
           MOVE SPACES TO CMD-ARG
           MOVE FUNCTION TRIM(CMD-LINE) TO CMD-LINE
           UNSTRING CMD-LINE DELIMITED BY ALL SPACE
             INTO CMD-VERB CMD-ARG
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(CMD-VERB) TO CMD-VERB
           EVALUATE CMD-VERB
             WHEN SPACES
               CONTINUE
             WHEN "L"
               PERFORM LIST-SCHEDULE
             WHEN "A"
               PERFORM ADD-SCHEDULE-ENTRY THRU ADD-SCHEDULE-ENTRY-EXIT
             WHEN "C"
               PERFORM PICK-ENTRY
               IF CMD-OK = "Y"
                 PERFORM CHANGE-SCHEDULE-ENTRY
                   THRU CHANGE-SCHEDULE-ENTRY-EXIT
               END-IF
             WHEN "S"
               PERFORM PICK-ENTRY
               IF CMD-OK = "Y"
                 PERFORM SUSPEND-SCHEDULE-ENTRY
               END-IF
             WHEN "R"
               PERFORM PICK-ENTRY
               IF CMD-OK = "Y"
                 PERFORM RESUME-SCHEDULE-ENTRY
               END-IF
             WHEN "D"
               PERFORM PICK-ENTRY
               IF CMD-OK = "Y"
                 PERFORM DELETE-SCHEDULE-ENTRY
                   THRU DELETE-SCHEDULE-ENTRY-EXIT
               END-IF
             WHEN "H"
               PERFORM SHOW-HELP
             WHEN "Q"
               MOVE "Y" TO SESSION-END
             WHEN OTHER
               DISPLAY "UNKNOWN COMMAND " FUNCTION TRIM(CMD-VERB)
                 ", H FOR HELP"
           END-EVALUATE.
       PROCESS-COMMAND-EXIT.
           EXIT.

       SHOW-HELP.
           DISPLAY "  L [n]  LIST THE SCHEDULE FROM ENTRY n"
           DISPLAY "  A      ADD AN ENTRY"
           DISPLAY "  C n    CHANGE ENTRY n (BLANK ANSWER KEEPS VALUE)"
           DISPLAY "  S n    SUSPEND ENTRY n (DISPATCH SKIPS IT)"
           DISPLAY "  R n    RESUME ENTRY n"
           DISPLAY "  D n    DELETE ENTRY n"
           DISPLAY "  H      THIS HELP"
           DISPLAY "  Q      QUIT".

      *> The entry number a C, S, R or D command names, checked
      *> against the list as it stands now.
       PICK-ENTRY.
           MOVE "N" TO CMD-OK
           MOVE 0 TO CMD-ARG-LEN
           INSPECT CMD-ARG TALLYING CMD-ARG-LEN
             FOR CHARACTERS BEFORE SPACE
           IF CMD-ARG-LEN >= 1 AND CMD-ARG-LEN <= 3
             IF CMD-ARG(1:CMD-ARG-LEN) IS NUMERIC
               COMPUTE ENTRY-POS =
                 FUNCTION NUMVAL(CMD-ARG(1:CMD-ARG-LEN))
               IF ENTRY-POS >= 1 AND ENTRY-POS <= SCHED-COUNT
                 MOVE "Y" TO CMD-OK
               END-IF
             END-IF
           END-IF
           IF CMD-OK = "N"
             MOVE SCHED-COUNT TO ENTRY-TEXT
             DISPLAY "GIVE AN ENTRY NUMBER FROM THE LIST, 1 TO "
               FUNCTION TRIM(ENTRY-TEXT)
           END-IF.

       LIST-SCHEDULE.
           MOVE 1 TO LIST-FROM
           MOVE 0 TO CMD-ARG-LEN
           INSPECT CMD-ARG TALLYING CMD-ARG-LEN
             FOR CHARACTERS BEFORE SPACE
           IF CMD-ARG-LEN >= 1 AND CMD-ARG-LEN <= 3
             IF CMD-ARG(1:CMD-ARG-LEN) IS NUMERIC
               COMPUTE LIST-FROM =
                 FUNCTION NUMVAL(CMD-ARG(1:CMD-ARG-LEN))
             END-IF
           END-IF
           IF LIST-FROM < 1
             MOVE 1 TO LIST-FROM
           END-IF
           IF SCHED-COUNT = 0
             DISPLAY "THE SCHEDULE IS EMPTY"
           ELSE
             IF LIST-FROM > SCHED-COUNT
               MOVE SCHED-COUNT TO LIST-FROM
             END-IF
             COMPUTE LIST-TO = LIST-FROM + 14
             IF LIST-TO > SCHED-COUNT
               MOVE SCHED-COUNT TO LIST-TO
             END-IF
             DISPLAY LIST-HEADING
             PERFORM VARYING ENTRY-POS FROM LIST-FROM BY 1
                 UNTIL ENTRY-POS > LIST-TO
               PERFORM DISPLAY-LIST-LINE
             END-PERFORM
             MOVE LIST-FROM TO ENTRY-TEXT
             MOVE LIST-TO TO ENTRY-TEXT-2
             MOVE SCHED-COUNT TO COUNT-TEXT
             IF LIST-TO < SCHED-COUNT
               DISPLAY "ENTRIES " FUNCTION TRIM(ENTRY-TEXT) " TO "
                 FUNCTION TRIM(ENTRY-TEXT-2) " OF "
                 FUNCTION TRIM(COUNT-TEXT) "; L "
                 FUNCTION TRIM(ENTRY-TEXT-2) " AND ON FOR MORE"
             ELSE
               DISPLAY "ENTRIES " FUNCTION TRIM(ENTRY-TEXT) " TO "
                 FUNCTION TRIM(ENTRY-TEXT-2) " OF "
                 FUNCTION TRIM(COUNT-TEXT)
             END-IF
           END-IF.

      *> The word column is cut at 16 characters; C n shows it whole.
       DISPLAY-LIST-LINE.
           MOVE ENTRY-POS TO LS-NUM
           IF SE-STATUS(ENTRY-POS) = "S"
             MOVE "SUSPENDED" TO LS-STATUS
           ELSE
             MOVE "ACTIVE" TO LS-STATUS
           END-IF
           MOVE SE-FREQ(ENTRY-POS) TO LS-FREQ
           MOVE SE-PART(ENTRY-POS) TO LS-PART
           MOVE SE-WORD(ENTRY-POS) TO LS-WORD
           MOVE SE-CASEFOLD(ENTRY-POS) TO LS-CASEFOLD
           MOVE SE-FAST(ENTRY-POS) TO LS-FAST
           IF SE-STATE(ENTRY-POS) = SPACES
             MOVE SE-NEXT-DUE(ENTRY-POS) TO LS-NEXT-DUE
           ELSE
             MOVE SE-STATE(ENTRY-POS) TO LS-NEXT-DUE
           END-IF
           IF SE-LAST-GOOD(ENTRY-POS) = SPACES
             MOVE "NEVER" TO LS-LAST-GOOD
           ELSE
             MOVE SE-LAST-GOOD(ENTRY-POS) TO LS-LAST-GOOD
           END-IF
           MOVE SE-FILENAME(ENTRY-POS) TO NEW-FILENAME
           PERFORM CHECK-GRID-CATALOG
           MOVE SPACES TO LS-GRID
           IF IN-CATALOG = "N"
             STRING FUNCTION TRIM(SE-FILENAME(ENTRY-POS))
                 DELIMITED BY SIZE
               "  (NOT IN GRIDCAT)" DELIMITED BY SIZE
               INTO LS-GRID
           ELSE
             MOVE SE-FILENAME(ENTRY-POS) TO LS-GRID
           END-IF
           DISPLAY FUNCTION TRIM(LIST-RECORD TRAILING).

      *> One entry in full, shown before it is changed or deleted and
      *> after it is added, changed, suspended or resumed.
       SHOW-ENTRY-DETAIL.
           MOVE ENTRY-POS TO ENTRY-TEXT
           DISPLAY "ENTRY " FUNCTION TRIM(ENTRY-TEXT) ": "
             FUNCTION TRIM(SE-FILENAME(ENTRY-POS))
           IF SE-STATUS(ENTRY-POS) = "S"
             DISPLAY "  STATUS     SUSPENDED"
           ELSE
             DISPLAY "  STATUS     ACTIVE"
           END-IF
           DISPLAY "  FREQUENCY  " SE-FREQ(ENTRY-POS)
           DISPLAY "  PART       " SE-PART(ENTRY-POS)
           DISPLAY "  WORD       " FUNCTION TRIM(SE-WORD(ENTRY-POS))
           DISPLAY "  CASEFOLD   " SE-CASEFOLD(ENTRY-POS)
             "   FAST " SE-FAST(ENTRY-POS)
           IF SE-STATE(ENTRY-POS) = SPACES
             DISPLAY "  NEXT DUE   " SE-NEXT-DUE(ENTRY-POS)
           ELSE
             DISPLAY "  NEXT DUE   " SE-STATE(ENTRY-POS)
           END-IF
           IF SE-LAST-GOOD(ENTRY-POS) = SPACES
             DISPLAY "  LAST GOOD  NEVER"
           ELSE
             DISPLAY "  LAST GOOD  " SE-LAST-GOOD(ENTRY-POS)
           END-IF.

       ADD-SCHEDULE-ENTRY.
           IF SCHED-COUNT >= SCHED-MAX
             DISPLAY "SCHEDULE TABLE FULL AT 200 ENTRIES, NOTHING ADDED"
             GO TO ADD-SCHEDULE-ENTRY-EXIT
           END-IF
           MOVE SPACES TO OLD-ENTRY
           MOVE SPACES TO NEW-ENTRY
           MOVE "Y" TO ENTRY-OK
           MOVE SPACES TO REJECT-REASON
           MOVE "GRID FILE: " TO PROMPT-TEXT
           PERFORM PROMPT-FIELD
           IF IN-TEXT = SPACES
             DISPLAY "NO GRID FILE GIVEN, NOTHING ADDED"
             GO TO ADD-SCHEDULE-ENTRY-EXIT
           END-IF
           MOVE IN-TEXT TO NEW-FILENAME
           MOVE "FREQUENCY (D, Wn, Mdd, Qdd): " TO PROMPT-TEXT
           PERFORM PROMPT-FIELD
           MOVE 4 TO IN-LEN
           PERFORM CHECK-ANSWER-LENGTH
           MOVE IN-TEXT TO NEW-FREQ
           MOVE "PART (1, 2, BOTH OR SHAPE) [BOTH]: " TO PROMPT-TEXT
           PERFORM PROMPT-FIELD
           MOVE 4 TO IN-LEN
           PERFORM CHECK-ANSWER-LENGTH
           MOVE IN-TEXT TO NEW-PART
           MOVE "WORD, @LIST OR #CATEGORY [XMAS]: " TO PROMPT-TEXT
           PERFORM PROMPT-FIELD
           MOVE 32 TO IN-LEN
           PERFORM CHECK-ANSWER-LENGTH
           MOVE IN-TEXT TO NEW-WORD
           MOVE "CASEFOLD Y/N [N]: " TO PROMPT-TEXT
           PERFORM PROMPT-FIELD
           MOVE 1 TO IN-LEN
           PERFORM CHECK-ANSWER-LENGTH
           MOVE IN-TEXT TO NEW-CASEFOLD
           MOVE "FAST Y/N [N]: " TO PROMPT-TEXT
           PERFORM PROMPT-FIELD
           MOVE 1 TO IN-LEN
           PERFORM CHECK-ANSWER-LENGTH
           MOVE IN-TEXT TO NEW-FAST
           IF SESSION-END = "Y"
             DISPLAY " "
             DISPLAY "INPUT ENDED, NOTHING ADDED"
             GO TO ADD-SCHEDULE-ENTRY-EXIT
           END-IF
           IF NEW-PART = SPACES
             MOVE "BOTH" TO NEW-PART
           END-IF
           IF NEW-WORD = SPACES
             MOVE "XMAS" TO NEW-WORD
           END-IF
           IF NEW-CASEFOLD = SPACE
             MOVE "N" TO NEW-CASEFOLD
           END-IF
           IF NEW-FAST = SPACE
             MOVE "N" TO NEW-FAST
           END-IF
           MOVE "A" TO NEW-STATUS
           MOVE 0 TO EDIT-POS
           PERFORM VALIDATE-NEW-ENTRY
           MOVE "ADD" TO SA-ACTION
           PERFORM WRITE-AUDIT-RECORD
           IF ENTRY-OK = "N"
             DISPLAY "ENTRY NOT ADDED"
             GO TO ADD-SCHEDULE-ENTRY-EXIT
           END-IF
           ADD 1 TO SCHED-COUNT
           MOVE SCHED-COUNT TO ENTRY-POS
           PERFORM APPLY-NEW-ENTRY
           ADD 1 TO ADD-TALLY
           PERFORM SHOW-ENTRY-DETAIL
           DISPLAY "ENTRY ADDED".
       ADD-SCHEDULE-ENTRY-EXIT.
           EXIT.

      *> The grid stays as it is: a different grid is a delete and
      *> an add, so the trail shows both.
       CHANGE-SCHEDULE-ENTRY.
           PERFORM SHOW-ENTRY-DETAIL
           PERFORM LOAD-OLD-ENTRY
           MOVE OLD-ENTRY TO NEW-ENTRY
           MOVE "Y" TO ENTRY-OK
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO PROMPT-TEXT
           STRING "FREQUENCY [" DELIMITED BY SIZE
             FUNCTION TRIM(OLD-FREQ) DELIMITED BY SIZE
             "]: " DELIMITED BY SIZE
             INTO PROMPT-TEXT
           PERFORM PROMPT-FIELD
           MOVE 4 TO IN-LEN
           PERFORM CHECK-ANSWER-LENGTH
           IF IN-TEXT NOT = SPACES
             MOVE IN-TEXT TO NEW-FREQ
           END-IF
           MOVE SPACES TO PROMPT-TEXT
           STRING "PART [" DELIMITED BY SIZE
             FUNCTION TRIM(OLD-PART) DELIMITED BY SIZE
             "]: " DELIMITED BY SIZE
             INTO PROMPT-TEXT
           PERFORM PROMPT-FIELD
           MOVE 4 TO IN-LEN
           PERFORM CHECK-ANSWER-LENGTH
           IF IN-TEXT NOT = SPACES
             MOVE IN-TEXT TO NEW-PART
           END-IF
           MOVE SPACES TO PROMPT-TEXT
           STRING "WORD [" DELIMITED BY SIZE
             FUNCTION TRIM(OLD-WORD) DELIMITED BY SIZE
             "]: " DELIMITED BY SIZE
             INTO PROMPT-TEXT
           PERFORM PROMPT-FIELD
           MOVE 32 TO IN-LEN
           PERFORM CHECK-ANSWER-LENGTH
           IF IN-TEXT NOT = SPACES
             MOVE IN-TEXT TO NEW-WORD
           END-IF
           MOVE SPACES TO PROMPT-TEXT
           STRING "CASEFOLD [" DELIMITED BY SIZE
             OLD-CASEFOLD DELIMITED BY SIZE
             "]: " DELIMITED BY SIZE
             INTO PROMPT-TEXT
           PERFORM PROMPT-FIELD
           MOVE 1 TO IN-LEN
           PERFORM CHECK-ANSWER-LENGTH
           IF IN-TEXT NOT = SPACES
             MOVE IN-TEXT TO NEW-CASEFOLD
           END-IF
           MOVE SPACES TO PROMPT-TEXT
           STRING "FAST [" DELIMITED BY SIZE
             OLD-FAST DELIMITED BY SIZE
             "]: " DELIMITED BY SIZE
             INTO PROMPT-TEXT
           PERFORM PROMPT-FIELD
           MOVE 1 TO IN-LEN
           PERFORM CHECK-ANSWER-LENGTH
           IF IN-TEXT NOT = SPACES
             MOVE IN-TEXT TO NEW-FAST
           END-IF
           IF SESSION-END = "Y"
             DISPLAY " "
             DISPLAY "INPUT ENDED, ENTRY NOT CHANGED"
             GO TO CHANGE-SCHEDULE-ENTRY-EXIT
           END-IF
           MOVE ENTRY-POS TO EDIT-POS
           PERFORM VALIDATE-NEW-ENTRY
           IF ENTRY-OK = "Y" AND NEW-ENTRY = OLD-ENTRY
             DISPLAY "NOTHING CHANGED"
             GO TO CHANGE-SCHEDULE-ENTRY-EXIT
           END-IF
           MOVE "CHANGE" TO SA-ACTION
           PERFORM WRITE-AUDIT-RECORD
           IF ENTRY-OK = "N"
             DISPLAY "ENTRY NOT CHANGED"
             GO TO CHANGE-SCHEDULE-ENTRY-EXIT
           END-IF
           PERFORM APPLY-NEW-ENTRY
           ADD 1 TO CHANGE-TALLY
           PERFORM SHOW-ENTRY-DETAIL
           DISPLAY "ENTRY CHANGED".
       CHANGE-SCHEDULE-ENTRY-EXIT.
           EXIT.

      *> Suspend and resume touch nothing but the status, so there
      *> is nothing to check beyond the entry's current state.
       SUSPEND-SCHEDULE-ENTRY.
           IF SE-STATUS(ENTRY-POS) = "S"
             DISPLAY "ENTRY IS ALREADY SUSPENDED"
           ELSE
             PERFORM LOAD-OLD-ENTRY
             MOVE OLD-ENTRY TO NEW-ENTRY
             MOVE "S" TO NEW-STATUS
             MOVE "Y" TO ENTRY-OK
             MOVE SPACES TO REJECT-REASON
             MOVE "SUSPEND" TO SA-ACTION
             PERFORM WRITE-AUDIT-RECORD
             PERFORM APPLY-NEW-ENTRY
             ADD 1 TO CHANGE-TALLY
             PERFORM SHOW-ENTRY-DETAIL
             DISPLAY "ENTRY SUSPENDED; THE DISPATCH WILL SKIP IT"
           END-IF.

       RESUME-SCHEDULE-ENTRY.
           IF SE-STATUS(ENTRY-POS) NOT = "S"
             DISPLAY "ENTRY IS NOT SUSPENDED"
           ELSE
             PERFORM LOAD-OLD-ENTRY
             MOVE OLD-ENTRY TO NEW-ENTRY
             MOVE "A" TO NEW-STATUS
             MOVE "Y" TO ENTRY-OK
             MOVE SPACES TO REJECT-REASON
             MOVE "RESUME" TO SA-ACTION
             PERFORM WRITE-AUDIT-RECORD
             PERFORM APPLY-NEW-ENTRY
             ADD 1 TO CHANGE-TALLY
             PERFORM SHOW-ENTRY-DETAIL
             DISPLAY "ENTRY RESUMED"
           END-IF.

      *> Entries below the deleted one move up a place, so the
      *> numbers on any list already on screen are stale after this.
       DELETE-SCHEDULE-ENTRY.
           PERFORM SHOW-ENTRY-DETAIL
           DISPLAY "DELETE THIS ENTRY (Y/N)? " WITH NO ADVANCING
           MOVE SPACES TO CONFIRM-TEXT
           ACCEPT CONFIRM-TEXT
             ON EXCEPTION
               MOVE "Y" TO SESSION-END
               MOVE SPACES TO CONFIRM-TEXT
           END-ACCEPT
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIRM-TEXT))
             TO CONFIRM-TEXT
           IF CONFIRM-TEXT NOT = "Y" AND CONFIRM-TEXT NOT = "YES"
             DISPLAY "ENTRY NOT DELETED"
             GO TO DELETE-SCHEDULE-ENTRY-EXIT
           END-IF
           PERFORM LOAD-OLD-ENTRY
           MOVE SPACES TO NEW-ENTRY
           MOVE "Y" TO ENTRY-OK
           MOVE SPACES TO REJECT-REASON
           MOVE "DELETE" TO SA-ACTION
           PERFORM WRITE-AUDIT-RECORD
           PERFORM VARYING SCAN-POS FROM ENTRY-POS BY 1
               UNTIL SCAN-POS >= SCHED-COUNT
             MOVE SCHED-ENTRY(SCAN-POS + 1) TO SCHED-ENTRY(SCAN-POS)
           END-PERFORM
           SUBTRACT 1 FROM SCHED-COUNT
           PERFORM SAVE-SCHEDULE-FILE
           ADD 1 TO DELETE-TALLY
           MOVE ENTRY-POS TO ENTRY-TEXT
           DISPLAY "ENTRY " FUNCTION TRIM(ENTRY-TEXT)
             " DELETED; LATER ENTRIES ARE RENUMBERED".
       DELETE-SCHEDULE-ENTRY-EXIT.
           EXIT.

       LOAD-OLD-ENTRY.
           MOVE SE-FILENAME(ENTRY-POS) TO OLD-FILENAME
           MOVE SE-FREQ(ENTRY-POS) TO OLD-FREQ
           MOVE SE-PART(ENTRY-POS) TO OLD-PART
           MOVE SE-WORD(ENTRY-POS) TO OLD-WORD
           MOVE SE-CASEFOLD(ENTRY-POS) TO OLD-CASEFOLD
           MOVE SE-FAST(ENTRY-POS) TO OLD-FAST
           MOVE SE-STATUS(ENTRY-POS) TO OLD-STATUS.

      *> Puts NEW-ENTRY into table slot ENTRY-POS, writes the file
      *> through at once and brings the slot's due dates up to date.
       APPLY-NEW-ENTRY.
           MOVE NEW-FILENAME TO SE-FILENAME(ENTRY-POS)
           MOVE NEW-FREQ TO SE-FREQ(ENTRY-POS)
           MOVE NEW-PART TO SE-PART(ENTRY-POS)
           MOVE NEW-WORD TO SE-WORD(ENTRY-POS)
           MOVE NEW-CASEFOLD TO SE-CASEFOLD(ENTRY-POS)
           MOVE NEW-FAST TO SE-FAST(ENTRY-POS)
           MOVE NEW-STATUS TO SE-STATUS(ENTRY-POS)
           PERFORM SAVE-SCHEDULE-FILE
           IF NEW-PART NOT = OLD-PART OR
               NEW-FILENAME NOT = OLD-FILENAME
             PERFORM SCAN-HISTORY-FILE
           END-IF
           PERFORM COMPUTE-ENTRY-DUE.

      *> Asks with PROMPT-TEXT and leaves the trimmed answer in
      *> IN-TEXT; at end of input the answer is blank and the
      *> session is marked to end once the command is abandoned.
       PROMPT-FIELD.
           DISPLAY FUNCTION TRIM(PROMPT-TEXT TRAILING) " "
             WITH NO ADVANCING
           MOVE SPACES TO IN-TEXT
           ACCEPT IN-TEXT
             ON EXCEPTION
               MOVE "Y" TO SESSION-END
               MOVE SPACES TO IN-TEXT
           END-ACCEPT
           MOVE FUNCTION TRIM(IN-TEXT) TO IN-TEXT.

      *> An answer longer than its field would otherwise be cut
      *> short without a word; IN-LEN is the field's width.
       CHECK-ANSWER-LENGTH.
           IF IN-TEXT(IN-LEN + 1:) NOT = SPACES
             MOVE SPACES TO REJECT-TEXT
             STRING "ANSWER " DELIMITED BY SIZE
               FUNCTION TRIM(IN-TEXT) DELIMITED BY SIZE
               INTO REJECT-TEXT
             MOVE " IS TOO LONG FOR THE FIELD"
               TO REJECT-TEXT(33:)
             PERFORM SET-REJECT
           END-IF.

      *> Every check runs, so the operator sees all that is wrong
      *> with an entry at once; EDIT-POS is the entry being changed
      *> (0 on an add) so it is not counted as its own duplicate.
       VALIDATE-NEW-ENTRY.
           MOVE FUNCTION UPPER-CASE(NEW-FREQ) TO NEW-FREQ
           MOVE FUNCTION UPPER-CASE(NEW-CASEFOLD) TO NEW-CASEFOLD
           MOVE FUNCTION UPPER-CASE(NEW-FAST) TO NEW-FAST
           MOVE 0 TO COMMA-TALLY
           INSPECT NEW-FILENAME TALLYING COMMA-TALLY FOR ALL ","
           IF COMMA-TALLY > 0
             MOVE "GRID FILE NAME MAY NOT CONTAIN A COMMA"
               TO REJECT-TEXT
             PERFORM SET-REJECT
           END-IF
           PERFORM VALIDATE-FREQUENCY
           PERFORM VALIDATE-PART
           PERFORM VALIDATE-WORD
           IF NEW-CASEFOLD NOT = "Y" AND NEW-CASEFOLD NOT = "N"
             MOVE "CASEFOLD MUST BE Y OR N" TO REJECT-TEXT
             PERFORM SET-REJECT
           END-IF
           IF NEW-FAST NOT = "Y" AND NEW-FAST NOT = "N"
             MOVE "FAST MUST BE Y OR N" TO REJECT-TEXT
             PERFORM SET-REJECT
           END-IF
           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > SCHED-COUNT
             IF SCAN-POS NOT = EDIT-POS AND
                 SE-FILENAME(SCAN-POS) = NEW-FILENAME AND
                 SE-PART(SCAN-POS) = NEW-PART
               MOVE SCAN-POS TO ENTRY-TEXT
               MOVE SPACES TO REJECT-TEXT
               STRING "GRID IS ALREADY SCHEDULED FOR PART "
                   DELIMITED BY SIZE
                 FUNCTION TRIM(NEW-PART) DELIMITED BY SIZE
                 " AS ENTRY " DELIMITED BY SIZE
                 FUNCTION TRIM(ENTRY-TEXT) DELIMITED BY SIZE
                 INTO REJECT-TEXT
               PERFORM SET-REJECT
             END-IF
           END-PERFORM
           IF ENTRY-OK = "Y"
             PERFORM CHECK-GRID-CATALOG
             IF IN-CATALOG = "N"
               DISPLAY "  WARNING: " FUNCTION TRIM(NEW-FILENAME)
                 " IS NOT IN GRIDCAT.DAT; REGISTER IT BEFORE IT IS "
                 "DUE"
             END-IF
           END-IF.

      *> Stricter than ScanSchedule, which has to make the best of
      *> whatever is on file: here a frequency is refused unless it
      *> is exactly D, W1-W7, M or Mdd, Q or Qdd.
       VALIDATE-FREQUENCY.
           MOVE NEW-FREQ(2:3) TO FREQ-TAIL
           MOVE 0 TO FREQ-TAIL-LEN
           INSPECT FREQ-TAIL TALLYING FREQ-TAIL-LEN
             FOR CHARACTERS BEFORE SPACE
           MOVE 0 TO FREQ-DAY
           IF FREQ-TAIL-LEN >= 1 AND FREQ-TAIL-LEN <= 2
             IF FREQ-TAIL(1:FREQ-TAIL-LEN) IS NUMERIC
               COMPUTE FREQ-DAY =
                 FUNCTION NUMVAL(FREQ-TAIL(1:FREQ-TAIL-LEN))
             END-IF
           END-IF
           MOVE SPACES TO REJECT-TEXT
           EVALUATE TRUE
             WHEN NEW-FREQ = SPACES
               MOVE "FREQUENCY IS REQUIRED" TO REJECT-TEXT
             WHEN FREQ-TAIL-LEN < 3 AND
                 FREQ-TAIL(FREQ-TAIL-LEN + 1:) NOT = SPACES
               MOVE "FREQUENCY MAY NOT CONTAIN A BLANK"
                 TO REJECT-TEXT
             WHEN NEW-FREQ(1:1) = "D"
               IF FREQ-TAIL-LEN NOT = 0
                 MOVE "DAILY FREQUENCY IS D ALONE" TO REJECT-TEXT
               END-IF
             WHEN NEW-FREQ(1:1) = "W"
               IF FREQ-TAIL-LEN NOT = 1 OR
                   FREQ-DAY < 1 OR FREQ-DAY > 7
                 MOVE "WEEKLY FREQUENCY IS W1 (MONDAY) TO W7 (SUNDAY)"
                   TO REJECT-TEXT
               END-IF
             WHEN NEW-FREQ(1:1) = "M" OR NEW-FREQ(1:1) = "Q"
               IF FREQ-TAIL-LEN > 0 AND
                   (FREQ-DAY < 1 OR FREQ-DAY > 31)
                 MOVE "MONTHLY/QUARTERLY DAY MUST BE 1 TO 31"
                   TO REJECT-TEXT
               ELSE
                 IF FREQ-DAY > 28
                   DISPLAY "  WARNING: DAY " FREQ-DAY
                     " RUNS ON THE 28TH SO FEBRUARY IS NOT SKIPPED"
                 END-IF
               END-IF
             WHEN OTHER
               MOVE "FREQUENCY MUST BE D, Wn, Mdd OR Qdd"
                 TO REJECT-TEXT
           END-EVALUATE
           IF REJECT-TEXT NOT = SPACES
             PERFORM SET-REJECT
           END-IF.

      *> 1, 2 and BOTH are the scanner's own parts; anything else
      *> must name a shape in SHAPES.DAT or the scanner refuses it.
       VALIDATE-PART.
           IF NEW-PART NOT = "1" AND NEW-PART NOT = "2" AND
               NEW-PART NOT = "BOTH"
             MOVE "N" TO SHAPE-FOUND
             PERFORM VARYING SHAPE-SCAN FROM 1 BY 1
                 UNTIL SHAPE-SCAN > SHAPE-COUNT
               IF SHAPE-NAME(SHAPE-SCAN) = NEW-PART
                 MOVE "Y" TO SHAPE-FOUND
               END-IF
             END-PERFORM
             IF SHAPE-FOUND = "N"
               MOVE SPACES TO REJECT-TEXT
               STRING "PART " DELIMITED BY SIZE
                 FUNCTION TRIM(NEW-PART) DELIMITED BY SIZE
                 " IS NOT 1, 2, BOTH OR A SHAPE IN SHAPES.DAT"
                   DELIMITED BY SIZE
                 INTO REJECT-TEXT
               PERFORM SET-REJECT
             END-IF
           END-IF.

      *> One word with no blanks (the scanner reads @list files and
      *> #categories itself, on the day), and no comma, which would
      *> split the schedule line.
       VALIDATE-WORD.
           MOVE 0 TO WORD-LEN
           INSPECT NEW-WORD TALLYING WORD-LEN
             FOR CHARACTERS BEFORE SPACE
           IF WORD-LEN < 32
             IF NEW-WORD(WORD-LEN + 1:) NOT = SPACES
               MOVE "WORD MUST BE ONE WORD WITH NO BLANKS"
                 TO REJECT-TEXT
               PERFORM SET-REJECT
             END-IF
           END-IF
           MOVE 0 TO COMMA-TALLY
           INSPECT NEW-WORD TALLYING COMMA-TALLY FOR ALL ","
           IF COMMA-TALLY > 0
             MOVE "WORD MAY NOT CONTAIN A COMMA" TO REJECT-TEXT
             PERFORM SET-REJECT
           END-IF
           IF (NEW-WORD(1:1) = "@" OR NEW-WORD(1:1) = "#") AND
               WORD-LEN < 2
             MOVE "@ OR # MUST BE FOLLOWED BY A LIST OR CATEGORY"
               TO REJECT-TEXT
             PERFORM SET-REJECT
           END-IF.

       SET-REJECT.
           DISPLAY "  REJECTED: " FUNCTION TRIM(REJECT-TEXT)
           IF ENTRY-OK = "Y"
             MOVE REJECT-TEXT TO REJECT-REASON
           END-IF
           MOVE "N" TO ENTRY-OK.

      *> IN-CATALOG is "Y" when NEW-FILENAME has a GRIDCAT.DAT entry,
      *> "N" when it has none, and "?" when the catalog could not be
      *> opened and nothing is known.
       CHECK-GRID-CATALOG.
           MOVE "?" TO IN-CATALOG
           IF CATALOG-OPEN = "Y"
             MOVE NEW-FILENAME TO CAT-FILENAME
             READ CATALOG-FILE
               INVALID KEY
                 MOVE "N" TO IN-CATALOG
               NOT INVALID KEY
                 MOVE "Y" TO IN-CATALOG
             END-READ
           END-IF.

      *> The whole file is rewritten from the table after every
      *> applied change, so what is on disk never lags the screen.
       SAVE-SCHEDULE-FILE.
           OPEN OUTPUT SCHEDULE-FILE
           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > SCHED-COUNT
             MOVE SPACES TO SCHEDULE-LINE
             STRING FUNCTION TRIM(SE-FILENAME(SCAN-POS))
                 DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SE-FREQ(SCAN-POS)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SE-PART(SCAN-POS)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SE-WORD(SCAN-POS)) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SE-CASEFOLD(SCAN-POS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SE-FAST(SCAN-POS) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               SE-STATUS(SCAN-POS) DELIMITED BY SIZE
               INTO SCHEDULE-LINE
             WRITE SCHEDULE-LINE
           END-PERFORM
           CLOSE SCHEDULE-FILE.

      *> Opened and closed per line so the trail is complete on disk
      *> however the session ends.
       WRITE-AUDIT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO SA-STAMP
           MOVE OPERATOR-ID TO SA-OPERATOR
           MOVE OLD-FREQ TO SA-OLD-FREQ
           MOVE OLD-PART TO SA-OLD-PART
           MOVE OLD-WORD TO SA-OLD-WORD
           MOVE OLD-CASEFOLD TO SA-OLD-CASEFOLD
           MOVE OLD-FAST TO SA-OLD-FAST
           MOVE OLD-STATUS TO SA-OLD-STATUS
           MOVE NEW-FREQ TO SA-NEW-FREQ
           MOVE NEW-PART TO SA-NEW-PART
           MOVE NEW-WORD TO SA-NEW-WORD
           MOVE NEW-CASEFOLD TO SA-NEW-CASEFOLD
           MOVE NEW-FAST TO SA-NEW-FAST
           MOVE NEW-STATUS TO SA-NEW-STATUS
           IF ENTRY-OK = "Y"
             MOVE "APPLIED" TO SA-RESULT
             MOVE SPACES TO SA-REASON
           ELSE
             MOVE "REJECTED" TO SA-RESULT
             MOVE REJECT-REASON TO SA-REASON
           END-IF
           IF SA-ACTION = "ADD"
             MOVE NEW-FILENAME TO SA-FILENAME
           ELSE
             MOVE OLD-FILENAME TO SA-FILENAME
           END-IF
           OPEN EXTEND AUDIT-FILE
           MOVE AUDIT-RECORD TO AUDIT-LINE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      *> Next due date and state for table slot ENTRY-POS: DUE TODAY
      *> and OVERDUE as ScanSchedule would dispatch the entry this
      *> morning, otherwise the first due date after today.
       COMPUTE-ENTRY-DUE.
           MOVE "N" TO FREQ-BAD
           PERFORM COMPUTE-LAST-DUE-DATE
           MOVE SPACES TO SE-NEXT-DUE(ENTRY-POS)
           MOVE SPACES TO SE-STATE(ENTRY-POS)
           EVALUATE TRUE
             WHEN SE-STATUS(ENTRY-POS) = "S"
               MOVE "SUSPENDED" TO SE-STATE(ENTRY-POS)
             WHEN FREQ-BAD = "Y"
               MOVE "BAD FREQ" TO SE-STATE(ENTRY-POS)
             WHEN SE-DUE-DATE(ENTRY-POS) = TODAY-DATE AND
                 SE-LAST-GOOD(ENTRY-POS) < TODAY-DATE
               MOVE TODAY-DATE TO SE-NEXT-DUE(ENTRY-POS)
               MOVE "DUE TODAY" TO SE-STATE(ENTRY-POS)
             WHEN SE-DUE-DATE(ENTRY-POS) < TODAY-DATE AND
                 SE-LAST-GOOD(ENTRY-POS) < SE-DUE-DATE(ENTRY-POS)
               MOVE TODAY-DATE TO SE-NEXT-DUE(ENTRY-POS)
               MOVE "OVERDUE" TO SE-STATE(ENTRY-POS)
             WHEN OTHER
               PERFORM COMPUTE-NEXT-DUE-DATE
           END-EVALUATE.

      *> ScanSchedule's frequency arithmetic, which this must stay in
      *> step with: the most recent due date on or before today. The
      *> weekly case backs up 0-6 days to the wanted weekday; the
      *> monthly and quarterly cases take this period's day-of-month
      *> if it has arrived and the prior period's otherwise.
       COMPUTE-LAST-DUE-DATE.
           MOVE SE-FREQ(ENTRY-POS)(2:2) TO FREQ-DIGITS
           MOVE 0 TO FREQ-DIGIT-LEN
           INSPECT FREQ-DIGITS TALLYING FREQ-DIGIT-LEN
             FOR CHARACTERS BEFORE SPACE
           EVALUATE SE-FREQ(ENTRY-POS)(1:1)
             WHEN "D"
               MOVE TODAY-DATE TO SE-DUE-DATE(ENTRY-POS)
             WHEN "W"
               MOVE 1 TO WANT-DOW
               IF FREQ-DIGIT-LEN >= 1 AND
                   FREQ-DIGITS(1:1) IS NUMERIC AND
                   FREQ-DIGITS(1:1) NOT = "0"
                 MOVE FREQ-DIGITS(1:1) TO WANT-DOW
               END-IF
               IF WANT-DOW > 7
                 MOVE 7 TO WANT-DOW
               END-IF
               COMPUTE DUE-OFFSET =
                 FUNCTION MOD(TODAY-DOW - WANT-DOW + 7, 7)
               COMPUTE DUE-INT = TODAY-INT - DUE-OFFSET
               COMPUTE DUE-DATE-N =
                 FUNCTION DATE-OF-INTEGER(DUE-INT)
               MOVE DUE-DATE-G TO SE-DUE-DATE(ENTRY-POS)
             WHEN "M"
               PERFORM PARSE-WANT-DAY
               MOVE TODAY-DATE TO DUE-DATE-G
               MOVE WANT-DAY TO DG-DAY
               IF DUE-DATE-G > TODAY-DATE
                 IF DG-MONTH = 1
                   MOVE 12 TO DG-MONTH
                   SUBTRACT 1 FROM DG-YEAR
                 ELSE
                   SUBTRACT 1 FROM DG-MONTH
                 END-IF
               END-IF
               MOVE DUE-DATE-G TO SE-DUE-DATE(ENTRY-POS)
             WHEN "Q"
               PERFORM PARSE-WANT-DAY
               MOVE TODAY-DATE TO DUE-DATE-G
               COMPUTE DG-MONTH =
                 FUNCTION INTEGER((DG-MONTH - 1) / 3) * 3 + 1
               MOVE WANT-DAY TO DG-DAY
               IF DUE-DATE-G > TODAY-DATE
                 IF DG-MONTH = 1
                   MOVE 10 TO DG-MONTH
                   SUBTRACT 1 FROM DG-YEAR
                 ELSE
                   SUBTRACT 3 FROM DG-MONTH
                 END-IF
               END-IF
               MOVE DUE-DATE-G TO SE-DUE-DATE(ENTRY-POS)
             WHEN OTHER
      *> ScanSchedule runs an unreadable frequency as daily; the
      *> screen flags it instead so it gets corrected.
               MOVE "Y" TO FREQ-BAD
               MOVE TODAY-DATE TO SE-DUE-DATE(ENTRY-POS)
           END-EVALUATE.

      *> The first due date after today, from the WANT-DOW or
      *> WANT-DAY that COMPUTE-LAST-DUE-DATE has just worked out.
       COMPUTE-NEXT-DUE-DATE.
           EVALUATE SE-FREQ(ENTRY-POS)(1:1)
             WHEN "W"
               COMPUTE DUE-OFFSET =
                 FUNCTION MOD(WANT-DOW - TODAY-DOW + 7, 7)
               IF DUE-OFFSET = 0
                 MOVE 7 TO DUE-OFFSET
               END-IF
               COMPUTE DUE-INT = TODAY-INT + DUE-OFFSET
               COMPUTE DUE-DATE-N =
                 FUNCTION DATE-OF-INTEGER(DUE-INT)
             WHEN "M"
               MOVE TODAY-DATE TO DUE-DATE-G
               MOVE WANT-DAY TO DG-DAY
               IF DUE-DATE-G NOT > TODAY-DATE
                 IF DG-MONTH = 12
                   MOVE 1 TO DG-MONTH
                   ADD 1 TO DG-YEAR
                 ELSE
                   ADD 1 TO DG-MONTH
                 END-IF
               END-IF
             WHEN "Q"
               MOVE TODAY-DATE TO DUE-DATE-G
               COMPUTE DG-MONTH =
                 FUNCTION INTEGER((DG-MONTH - 1) / 3) * 3 + 1
               MOVE WANT-DAY TO DG-DAY
               IF DUE-DATE-G NOT > TODAY-DATE
                 IF DG-MONTH = 10
                   MOVE 1 TO DG-MONTH
                   ADD 1 TO DG-YEAR
                 ELSE
                   ADD 3 TO DG-MONTH
                 END-IF
               END-IF
             WHEN OTHER
               COMPUTE DUE-INT = TODAY-INT + 1
               COMPUTE DUE-DATE-N =
                 FUNCTION DATE-OF-INTEGER(DUE-INT)
           END-EVALUATE
           MOVE DUE-DATE-G TO SE-NEXT-DUE(ENTRY-POS).

      *> Day-of-month from the frequency's digits, clamped to 1-28
      *> so February never invalidates a due date.
       PARSE-WANT-DAY.
           MOVE 1 TO WANT-DAY
           IF FREQ-DIGIT-LEN >= 1 AND
               FREQ-DIGITS(1:FREQ-DIGIT-LEN) IS NUMERIC
             COMPUTE WANT-DAY = FUNCTION
               NUMVAL(FREQ-DIGITS(1:FREQ-DIGIT-LEN))
           END-IF
           IF WANT-DAY < 1
             MOVE 1 TO WANT-DAY
           END-IF
           IF WANT-DAY > 28
             MOVE 28 TO WANT-DAY
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
           MOVE "ScheduleMaint" TO JL-PROGRAM
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
           MOVE ADD-TALLY TO JL-COUNT(1)
           MOVE "CHANGED" TO JL-COUNT-NAME(2)
           MOVE CHANGE-TALLY TO JL-COUNT(2)
           MOVE "DELETED" TO JL-COUNT-NAME(3)
           MOVE DELETE-TALLY TO JL-COUNT(3).

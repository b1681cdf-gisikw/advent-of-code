       IDENTIFICATION DIVISION.
       PROGRAM-ID. OwnerNotice.

      *> Writes OWNNOTE.RPT: one upstream problem notice per owning
      *> team, ready to send, in place of hand-assembling the email
      *> from five reports every time a vendor feed goes bad. The
      *> current generation's problems are gathered from
      *>   EXCEPTS.DAT   rejected jobs (reason and row excerpt);
      *>   NORMALIZE.RPT rows the scanner had to normalize;
      *>   OUTPUT.DAT    grids scanned with status CHANGED (content
      *>                 no longer matches the catalog registration);
      *>   CATAUDIT.RPT  GridCatalog AUDIT findings;
      *>   HISTTRND.RPT  HistoryKeep count drift flags;
      *> each attributed to its grid file, and each grid looked up in
      *> OWNERMST.DAT (maintained by GridOwner). A notice lists the
      *> team's grids with their contact and escalation tier, what
      *> went wrong with each, and the evidence excerpt. Grids with
      *> problems but no registered owner are listed in a closing
      *> section of their own so they get assigned.
      *> Condition code 0 when there is nothing to send, 4 when
      *> notices were written, 8 when any problem grid has no owner,
      *> 12 when a table overflowed and the notices are incomplete.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL EXCEPTION-FILE ASSIGN TO EXCEPT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NORMALIZE-FILE ASSIGN TO "NORMALIZE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESULT-FILE ASSIGN TO OUTPUT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "CATAUDIT.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TREND-FILE ASSIGN TO "HISTTRND.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OWNER-FILE ASSIGN TO "OWNERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWN-FILENAME
               FILE STATUS IS OWN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OWNNOTE.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EXCEPTION-FILE.
       01 EXCEPTION-LINE PIC X(500).

       FD NORMALIZE-FILE.
       01 NORMALIZE-LINE PIC X(400).

       FD RESULT-FILE.
       01 RESULT-LINE PIC X(400).

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(132).

       FD TREND-FILE.
       01 TREND-LINE PIC X(132).

      *> Same layout GridOwner maintains; the two must stay in step.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           05 OWN-FILENAME PIC X(256).
           05 OWN-TEAM PIC X(30).
           05 OWN-CONTACT PIC X(60).
           05 OWN-TIER PIC 9(1).
           05 OWN-UPDATED PIC X(26).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(200).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 EXCEPT-GEN-NAME PIC X(64) VALUE "EXCEPTS.DAT".
       01 OUTPUT-GEN-NAME PIC X(64) VALUE "OUTPUT.DAT".
       01 OWN-STATUS PIC XX.
       01 SOURCE-EOF PIC X.
       01 TABLE-OVERFLOW PIC X VALUE "N".
       01 ENTRY-FOUND PIC X.
       01 GRID-SCAN PIC 9(5).
       01 GRID-POS PIC 9(5).
       01 PROBLEM-POS PIC 9(5).
       01 TEAM-SCAN PIC 9(5).
       01 TEAM-POS PIC 9(5).
       01 TEAM-GRID-TALLY PIC 9(5).
       01 TEAM-PROBLEM-TALLY PIC 9(5).
       01 UNOWNED-TALLY PIC 9(5) VALUE 0.
       01 NOTICE-TALLY PIC 9(5) VALUE 0.
       01 PARSE-PTR PIC 9(3).
       01 PARSE-GRID PIC X(132).
       01 ROW-TEXT PIC Z(5)9.
       01 COUNT-TEXT PIC Z(8)9.
       01 XMAS-TEXT PIC Z(8)9.
       01 X-MAS-TEXT PIC Z(8)9.
       01 TIER-TEXT PIC 9(1).

      *> The problem being filed by ADD-PROBLEM.
       01 WANT-FILENAME PIC X(256).
       01 WANT-SOURCE PIC X(10).
       01 WANT-TEXT PIC X(120).
       01 WANT-EVIDENCE PIC X(60).

      *> Same record the scanner writes to EXCEPTS.DAT; the two
      *> layouts must stay in step.
       01 EXCEPTION-RECORD.
           05 EXC-FILENAME PIC X(256).
           05 FILLER PIC X VALUE SPACE.
           05 EXC-PART PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 EXC-WORD PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 EXC-ROW PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 EXC-REASON PIC X(100).
           05 FILLER PIC X VALUE SPACE.
           05 EXC-EXCERPT PIC X(60).
           05 FILLER PIC X VALUE SPACE.
           05 EXC-RUN-ID PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 EXC-CASEFOLD PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 EXC-FAST PIC X(1).

      *> Same record the scanner writes to NORMALIZE.RPT; the two
      *> layouts must stay in step.
       01 NORMALIZE-RECORD.
           05 NORM-FILENAME PIC X(256).
           05 FILLER PIC X VALUE SPACE.
           05 NORM-ROW PIC 9(6).
           05 FILLER PIC X VALUE SPACE.
           05 NORM-ACTION PIC X(40).
           05 FILLER PIC X VALUE SPACE.
           05 NORM-EXCERPT PIC X(60).

      *> Same record the scanner writes to OUTPUT.DAT; the two
      *> layouts must stay in step.
       01 OUTPUT-RECORD.
           05 OUT-FILENAME PIC X(256).
           05 FILLER PIC X VALUE SPACE.
           05 OUT-PART PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 OUT-WORD PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 OUT-XMAS-COUNT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 OUT-X-MAS-COUNT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 OUT-STATUS PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 OUT-TIMESTAMP PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 OUT-RUN-ID PIC X(14).

      *> One entry per grid with at least one problem, carrying its
      *> owner once looked up. GRID-MAX, PROBLEM-MAX and TEAM-MAX
      *> are the single source for the overflow guards.
       01 GRID-MAX PIC 9(5) VALUE 500.
       01 GRID-TABLE.
           05 GRID-COUNT PIC 9(5) VALUE 0.
           05 GRID-ENTRY OCCURS 500 TIMES.
               10 GR-FILENAME PIC X(256).
               10 GR-OWNED PIC X.
               10 GR-TEAM PIC X(30).
               10 GR-CONTACT PIC X(60).
               10 GR-TIER PIC 9(1).

       01 PROBLEM-MAX PIC 9(5) VALUE 2000.
       01 PROBLEM-TABLE.
           05 PROBLEM-COUNT PIC 9(5) VALUE 0.
           05 PROBLEM-ENTRY OCCURS 2000 TIMES.
               10 PB-GRID PIC 9(5).
               10 PB-SOURCE PIC X(10).
               10 PB-TEXT PIC X(120).
               10 PB-EVIDENCE PIC X(60).

       01 TEAM-MAX PIC 9(5) VALUE 100.
       01 TEAM-TABLE.
           05 TEAM-COUNT PIC 9(5) VALUE 0.
           05 TEAM-ENTRY OCCURS 100 TIMES.
               10 TM-NAME PIC X(30).
               10 TM-TIER PIC 9(1).

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
           PERFORM GATHER-EXCEPTIONS
           PERFORM GATHER-NORMALIZED-ROWS
           PERFORM GATHER-CHANGED-GRIDS
           PERFORM GATHER-CATALOG-FINDINGS
           PERFORM GATHER-DRIFT-FLAGS
           PERFORM RESOLVE-GRID-OWNERS

           OPEN OUTPUT REPORT-FILE
           IF PROBLEM-COUNT = 0
             MOVE "NO UPSTREAM PROBLEMS IN THIS GENERATION"
               TO REPORT-LINE
             WRITE REPORT-LINE
           ELSE
             PERFORM VARYING TEAM-POS FROM 1 BY 1
                 UNTIL TEAM-POS > TEAM-COUNT
               PERFORM WRITE-TEAM-NOTICE
             END-PERFORM
             IF UNOWNED-TALLY > 0
               PERFORM WRITE-UNOWNED-SECTION
             END-IF
           END-IF
           CLOSE REPORT-FILE

           MOVE PROBLEM-COUNT TO COUNT-TEXT
           DISPLAY "UPSTREAM PROBLEMS FOUND: " FUNCTION TRIM(COUNT-TEXT)
           MOVE NOTICE-TALLY TO COUNT-TEXT
           DISPLAY "TEAM NOTICES WRITTEN: " FUNCTION TRIM(COUNT-TEXT)
           MOVE UNOWNED-TALLY TO COUNT-TEXT
           DISPLAY "PROBLEM GRIDS WITH NO OWNER: "
             FUNCTION TRIM(COUNT-TEXT)
           EVALUATE TRUE
             WHEN TABLE-OVERFLOW = "Y"
               DISPLAY "PROBLEM TABLE OVERFLOWED, NOTICES INCOMPLETE"
               MOVE 12 TO RETURN-CODE
             WHEN UNOWNED-TALLY > 0
               MOVE 8 TO RETURN-CODE
             WHEN PROBLEM-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE "SKIPPED" TO LEDGER-OUTCOME
           END-EVALUATE
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
           IF CG-EXCEPT-NAME NOT = SPACES
             MOVE CG-EXCEPT-NAME TO EXCEPT-GEN-NAME
           END-IF
           IF CG-OUTPUT-NAME NOT = SPACES
             MOVE CG-OUTPUT-NAME TO OUTPUT-GEN-NAME
           END-IF.

       GATHER-EXCEPTIONS.
           MOVE "F" TO SOURCE-EOF
           OPEN INPUT EXCEPTION-FILE
           PERFORM UNTIL SOURCE-EOF = "T"
             READ EXCEPTION-FILE INTO EXCEPTION-LINE
               AT END
                 MOVE "T" TO SOURCE-EOF
               NOT AT END
                 MOVE EXCEPTION-LINE TO EXCEPTION-RECORD
                 IF EXC-FILENAME NOT = SPACES
                   MOVE EXC-FILENAME TO WANT-FILENAME
                   MOVE "REJECTED" TO WANT-SOURCE
                   MOVE SPACES TO WANT-TEXT
                   IF EXC-ROW > 0
                     MOVE EXC-ROW TO ROW-TEXT
                     STRING "ROW " DELIMITED BY SIZE
                       FUNCTION TRIM(ROW-TEXT) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       FUNCTION TRIM(EXC-REASON) DELIMITED BY SIZE
                       INTO WANT-TEXT
                   ELSE
                     MOVE EXC-REASON TO WANT-TEXT
                   END-IF
                   MOVE EXC-EXCERPT TO WANT-EVIDENCE
                   PERFORM ADD-PROBLEM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE EXCEPTION-FILE.

       GATHER-NORMALIZED-ROWS.
           MOVE "F" TO SOURCE-EOF
           OPEN INPUT NORMALIZE-FILE
           PERFORM UNTIL SOURCE-EOF = "T"
             READ NORMALIZE-FILE INTO NORMALIZE-LINE
               AT END
                 MOVE "T" TO SOURCE-EOF
               NOT AT END
                 MOVE NORMALIZE-LINE TO NORMALIZE-RECORD
                 IF NORM-FILENAME NOT = SPACES
                   MOVE NORM-FILENAME TO WANT-FILENAME
                   MOVE "NORMALIZED" TO WANT-SOURCE
                   MOVE NORM-ROW TO ROW-TEXT
                   MOVE SPACES TO WANT-TEXT
                   STRING "ROW " DELIMITED BY SIZE
                     FUNCTION TRIM(ROW-TEXT) DELIMITED BY SIZE
                     ": " DELIMITED BY SIZE
                     FUNCTION TRIM(NORM-ACTION) DELIMITED BY SIZE
                     INTO WANT-TEXT
                   MOVE NORM-EXCERPT TO WANT-EVIDENCE
                   PERFORM ADD-PROBLEM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE NORMALIZE-FILE.

      *> One CHANGED problem per grid however many words were
      *> scanned on it; the evidence is the first word's counts, the
      *> ones the team is being asked to confirm.
       GATHER-CHANGED-GRIDS.
           MOVE "F" TO SOURCE-EOF
           OPEN INPUT RESULT-FILE
           PERFORM UNTIL SOURCE-EOF = "T"
             READ RESULT-FILE INTO RESULT-LINE
               AT END
                 MOVE "T" TO SOURCE-EOF
               NOT AT END
                 MOVE RESULT-LINE TO OUTPUT-RECORD
                 IF OUT-STATUS = "CHANGED"
                   MOVE OUT-FILENAME TO WANT-FILENAME
                   MOVE "CHANGED" TO WANT-SOURCE
                   PERFORM FIND-SOURCE-PROBLEM
                   IF ENTRY-FOUND = "N"
                     MOVE "CONTENT DIFFERS FROM CATALOG REGISTRATION"
                       TO WANT-TEXT
                     MOVE OUT-XMAS-COUNT TO XMAS-TEXT
                     MOVE OUT-X-MAS-COUNT TO X-MAS-TEXT
                     MOVE SPACES TO WANT-EVIDENCE
                     STRING "PART " DELIMITED BY SIZE
                       FUNCTION TRIM(OUT-PART) DELIMITED BY SIZE
                       " WORD " DELIMITED BY SIZE
                       FUNCTION TRIM(OUT-WORD) DELIMITED BY SIZE
                       " XMAS " DELIMITED BY SIZE
                       FUNCTION TRIM(XMAS-TEXT) DELIMITED BY SIZE
                       " X-MAS " DELIMITED BY SIZE
                       FUNCTION TRIM(X-MAS-TEXT) DELIMITED BY SIZE
                       INTO WANT-EVIDENCE
                     PERFORM ADD-PROBLEM
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RESULT-FILE.

      *> CATAUDIT.RPT and HISTTRND.RPT are printed reports, not
      *> record files: a finding line is the grid name, two blanks,
      *> then the finding. Headings and totals have no double blank
      *> and are passed over by PARSE-REPORT-LINE.
       GATHER-CATALOG-FINDINGS.
           MOVE "F" TO SOURCE-EOF
           OPEN INPUT AUDIT-FILE
           PERFORM UNTIL SOURCE-EOF = "T"
             READ AUDIT-FILE INTO AUDIT-LINE
               AT END
                 MOVE "T" TO SOURCE-EOF
               NOT AT END
                 MOVE "CATALOG" TO WANT-SOURCE
                 PERFORM PARSE-REPORT-LINE
             END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       GATHER-DRIFT-FLAGS.
           MOVE "F" TO SOURCE-EOF
           OPEN INPUT TREND-FILE
           PERFORM UNTIL SOURCE-EOF = "T"
             READ TREND-FILE INTO TREND-LINE
               AT END
                 MOVE "T" TO SOURCE-EOF
               NOT AT END
                 MOVE TREND-LINE TO AUDIT-LINE
                 MOVE "DRIFT" TO WANT-SOURCE
                 PERFORM PARSE-REPORT-LINE
             END-READ
           END-PERFORM
           CLOSE TREND-FILE.

      *> Splits AUDIT-LINE at its first double blank into grid name
      *> and finding; the finding is both the problem and, being the
      *> report's own words, its evidence.
       PARSE-REPORT-LINE.
           MOVE SPACES TO PARSE-GRID
           MOVE 1 TO PARSE-PTR
           UNSTRING AUDIT-LINE DELIMITED BY "  "
             INTO PARSE-GRID
             WITH POINTER PARSE-PTR
           END-UNSTRING
           IF PARSE-GRID NOT = SPACES AND PARSE-PTR <= 132
             IF AUDIT-LINE(PARSE-PTR:) NOT = SPACES
               MOVE PARSE-GRID TO WANT-FILENAME
               MOVE AUDIT-LINE(PARSE-PTR:) TO WANT-TEXT
               MOVE SPACES TO WANT-EVIDENCE
               IF WANT-SOURCE = "DRIFT"
                 MOVE "COUNTS MOVED MORE THAN THE DRIFT TOLERANCE"
                   TO WANT-EVIDENCE
               END-IF
               PERFORM ADD-PROBLEM
             END-IF
           END-IF.

      *> Leaves ENTRY-FOUND = "Y" when WANT-FILENAME already has a
      *> problem from WANT-SOURCE.
       FIND-SOURCE-PROBLEM.
           MOVE "N" TO ENTRY-FOUND
           PERFORM VARYING PROBLEM-POS FROM 1 BY 1
               UNTIL PROBLEM-POS > PROBLEM-COUNT OR ENTRY-FOUND = "Y"
             IF PB-SOURCE(PROBLEM-POS) = WANT-SOURCE
               IF GR-FILENAME(PB-GRID(PROBLEM-POS)) = WANT-FILENAME
                 MOVE "Y" TO ENTRY-FOUND
               END-IF
             END-IF
           END-PERFORM.

       ADD-PROBLEM.
           PERFORM FIND-GRID-ENTRY
           IF ENTRY-FOUND = "Y"
             IF PROBLEM-COUNT >= PROBLEM-MAX
               IF TABLE-OVERFLOW = "N"
                 DISPLAY "PROBLEM TABLE FULL, FURTHER PROBLEMS DROPPED"
               END-IF
               MOVE "Y" TO TABLE-OVERFLOW
             ELSE
               ADD 1 TO PROBLEM-COUNT
               MOVE GRID-POS TO PB-GRID(PROBLEM-COUNT)
               MOVE WANT-SOURCE TO PB-SOURCE(PROBLEM-COUNT)
               MOVE WANT-TEXT TO PB-TEXT(PROBLEM-COUNT)
               MOVE WANT-EVIDENCE TO PB-EVIDENCE(PROBLEM-COUNT)
             END-IF
           END-IF.

      *> Leaves GRID-POS on WANT-FILENAME's entry, adding it when new.
      *> The scan runs on a separate subscript because PERFORM
      *> VARYING bumps its control item once more after the
      *> iteration that finds the entry.
       FIND-GRID-ENTRY.
           MOVE "N" TO ENTRY-FOUND
           PERFORM VARYING GRID-SCAN FROM 1 BY 1
               UNTIL GRID-SCAN > GRID-COUNT OR ENTRY-FOUND = "Y"
             IF GR-FILENAME(GRID-SCAN) = WANT-FILENAME
               MOVE "Y" TO ENTRY-FOUND
               MOVE GRID-SCAN TO GRID-POS
             END-IF
           END-PERFORM
           IF ENTRY-FOUND = "N"
             IF GRID-COUNT >= GRID-MAX
               IF TABLE-OVERFLOW = "N"
                 DISPLAY "GRID TABLE FULL, PROBLEM DROPPED FOR "
                   FUNCTION TRIM(WANT-FILENAME)
               END-IF
               MOVE "Y" TO TABLE-OVERFLOW
             ELSE
               ADD 1 TO GRID-COUNT
               MOVE GRID-COUNT TO GRID-POS
               MOVE WANT-FILENAME TO GR-FILENAME(GRID-POS)
               MOVE "N" TO GR-OWNED(GRID-POS)
               MOVE SPACES TO GR-TEAM(GRID-POS)
               MOVE SPACES TO GR-CONTACT(GRID-POS)
               MOVE 0 TO GR-TIER(GRID-POS)
               MOVE "Y" TO ENTRY-FOUND
             END-IF
           END-IF.

      *> Looks every problem grid up in the owner registry and builds
      *> the team list in order of first appearance. A team's tier on
      *> the notice heading is the most urgent (lowest) tier of any
      *> of its problem grids.
       RESOLVE-GRID-OWNERS.
           OPEN INPUT OWNER-FILE
           PERFORM VARYING GRID-POS FROM 1 BY 1
               UNTIL GRID-POS > GRID-COUNT
             IF OWN-STATUS = "00"
               MOVE GR-FILENAME(GRID-POS) TO OWN-FILENAME
               READ OWNER-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE "Y" TO GR-OWNED(GRID-POS)
                   MOVE OWN-TEAM TO GR-TEAM(GRID-POS)
                   MOVE OWN-CONTACT TO GR-CONTACT(GRID-POS)
                   MOVE OWN-TIER TO GR-TIER(GRID-POS)
               END-READ
             END-IF
             IF GR-OWNED(GRID-POS) = "Y"
               PERFORM FILE-GRID-TEAM
             ELSE
               ADD 1 TO UNOWNED-TALLY
             END-IF
           END-PERFORM
           CLOSE OWNER-FILE.

       FILE-GRID-TEAM.
           MOVE "N" TO ENTRY-FOUND
           PERFORM VARYING TEAM-SCAN FROM 1 BY 1
               UNTIL TEAM-SCAN > TEAM-COUNT OR ENTRY-FOUND = "Y"
             IF TM-NAME(TEAM-SCAN) = GR-TEAM(GRID-POS)
               MOVE "Y" TO ENTRY-FOUND
               MOVE TEAM-SCAN TO TEAM-POS
             END-IF
           END-PERFORM
           IF ENTRY-FOUND = "Y"
             IF GR-TIER(GRID-POS) < TM-TIER(TEAM-POS)
               MOVE GR-TIER(GRID-POS) TO TM-TIER(TEAM-POS)
             END-IF
           ELSE
             IF TEAM-COUNT >= TEAM-MAX
               IF TABLE-OVERFLOW = "N"
                 DISPLAY "TEAM TABLE FULL, NOTICE DROPPED FOR "
                   FUNCTION TRIM(GR-TEAM(GRID-POS))
               END-IF
               MOVE "Y" TO TABLE-OVERFLOW
             ELSE
               ADD 1 TO TEAM-COUNT
               MOVE GR-TEAM(GRID-POS) TO TM-NAME(TEAM-COUNT)
               MOVE GR-TIER(GRID-POS) TO TM-TIER(TEAM-COUNT)
             END-IF
           END-IF.

       WRITE-TEAM-NOTICE.
           ADD 1 TO NOTICE-TALLY
           MOVE 0 TO TEAM-GRID-TALLY
           MOVE 0 TO TEAM-PROBLEM-TALLY
           MOVE SPACES TO REPORT-LINE
           STRING "==== UPSTREAM PROBLEM NOTICE: TEAM "
               DELIMITED BY SIZE
             FUNCTION TRIM(TM-NAME(TEAM-POS)) DELIMITED BY SIZE
             " ====" DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE TM-TIER(TEAM-POS) TO TIER-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "RUN " DELIMITED BY SIZE
             CG-RUN-ID DELIMITED BY SIZE
             "  ESCALATION TIER " DELIMITED BY SIZE
             TIER-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING GRID-POS FROM 1 BY 1
               UNTIL GRID-POS > GRID-COUNT
             IF GR-OWNED(GRID-POS) = "Y" AND
                 GR-TEAM(GRID-POS) = TM-NAME(TEAM-POS)
               ADD 1 TO TEAM-GRID-TALLY
               PERFORM WRITE-GRID-PROBLEMS
             END-IF
           END-PERFORM
           MOVE TEAM-GRID-TALLY TO COUNT-TEXT
           MOVE TEAM-PROBLEM-TALLY TO XMAS-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "GRIDS: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             "  PROBLEMS: " DELIMITED BY SIZE
             FUNCTION TRIM(XMAS-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-UNOWNED-SECTION.
           MOVE "==== PROBLEM GRIDS WITH NO REGISTERED OWNER ===="
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "ASSIGN EACH AN OWNER WITH A GridOwner ADD CARD"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING GRID-POS FROM 1 BY 1
               UNTIL GRID-POS > GRID-COUNT
             IF GR-OWNED(GRID-POS) = "N"
               PERFORM WRITE-GRID-PROBLEMS
             END-IF
           END-PERFORM.

      *> One block per grid: the grid and who to talk to, then each
      *> problem with its source and the evidence line under it.
       WRITE-GRID-PROBLEMS.
           MOVE SPACES TO REPORT-LINE
           STRING "GRID " DELIMITED BY SIZE
             FUNCTION TRIM(GR-FILENAME(GRID-POS)) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           IF GR-OWNED(GRID-POS) = "Y"
             MOVE GR-TIER(GRID-POS) TO TIER-TEXT
             MOVE SPACES TO REPORT-LINE
             STRING "  CONTACT " DELIMITED BY SIZE
               FUNCTION TRIM(GR-CONTACT(GRID-POS)) DELIMITED BY SIZE
               "  TIER " DELIMITED BY SIZE
               TIER-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           PERFORM VARYING PROBLEM-POS FROM 1 BY 1
               UNTIL PROBLEM-POS > PROBLEM-COUNT
             IF PB-GRID(PROBLEM-POS) = GRID-POS
               ADD 1 TO TEAM-PROBLEM-TALLY
               MOVE SPACES TO REPORT-LINE
               STRING "  " DELIMITED BY SIZE
                 PB-SOURCE(PROBLEM-POS) DELIMITED BY SIZE
                 "  " DELIMITED BY SIZE
                 FUNCTION TRIM(PB-TEXT(PROBLEM-POS)) DELIMITED BY SIZE
                 INTO REPORT-LINE
               WRITE REPORT-LINE
               IF PB-EVIDENCE(PROBLEM-POS) NOT = SPACES
                 MOVE SPACES TO REPORT-LINE
                 STRING "              EVIDENCE: " DELIMITED BY SIZE
                   PB-EVIDENCE(PROBLEM-POS) DELIMITED BY SIZE
                   INTO REPORT-LINE
                 WRITE REPORT-LINE
               END-IF
             END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "OwnerNotice" TO JL-PROGRAM
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
           MOVE "PROBLEMS" TO JL-COUNT-NAME(1)
           MOVE PROBLEM-COUNT TO JL-COUNT(1)
           MOVE "NOTICES" TO JL-COUNT-NAME(2)
           MOVE NOTICE-TALLY TO JL-COUNT(2)
           MOVE "UNOWNED" TO JL-COUNT-NAME(3)
           MOVE UNOWNED-TALLY TO JL-COUNT(3).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GridOwner.

      *> Maintains OWNERMST.DAT, the indexed registry of who owns each
      *> upstream grid: per grid file the owning team, who to contact
      *> there, and the escalation tier (1 = page the team now, 2 =
      *> same business day, 3 = next business day). OwnerNotice reads
      *> it to address the per-team problem notices. Driven by
      *> OWNCTL.DAT cards:
      *>   ADD,<gridfile>,<team>,<contact>,<tier>
      *>                         register a grid's owner; the grid
      *>                         must not already have one, and a
      *>                         blank tier takes tier 3
      *>   CHANGE,<gridfile>,<team>,<contact>,<tier>
      *>                         update an owner entry; blank fields
      *>                         keep what is on file
      *>   REMOVE,<gridfile>     drop a decommissioned grid's entry
      *>   LIST                  print every entry to OWNERS.RPT
      *> Condition code 8 when any card failed, 12 when the registry
      *> cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNCTL-FILE ASSIGN TO "OWNCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OWNER-FILE ASSIGN TO "OWNERMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OWN-FILENAME
               FILE STATUS IS OWN-STATUS.
           SELECT REPORT-FILE ASSIGN TO "OWNERS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OWNCTL-FILE.
       01 OWNCTL-LINE PIC X(400).

      *> OwnerNotice reads this same layout; the two must stay in
      *> step.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           05 OWN-FILENAME PIC X(256).
           05 OWN-TEAM PIC X(30).
           05 OWN-CONTACT PIC X(60).
           05 OWN-TIER PIC 9(1).
           05 OWN-UPDATED PIC X(26).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 OWN-STATUS PIC XX.
       01 OWNCTL-EOF PIC X VALUE "F".
       01 OWNER-EOF PIC X.
       01 ANY-FAILURE PIC X VALUE "N".
       01 CARD-OK PIC X.
       01 CARD-TALLY PIC 9(5) VALUE 0.
       01 FAILED-TALLY PIC 9(5) VALUE 0.
       01 ENTRY-TALLY PIC 9(5) VALUE 0.
       01 COUNT-TEXT PIC Z(8)9.

       01 OWNCTL-RECORD.
           05 CTL-ACTION PIC X(16).
           05 CTL-TARGET PIC X(256).
           05 CTL-TEAM PIC X(30).
           05 CTL-CONTACT PIC X(60).
           05 CTL-TIER PIC X(4).

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
           OPEN I-O OWNER-FILE
           IF OWN-STATUS NOT = "00" AND OWN-STATUS NOT = "05"
             DISPLAY "CANNOT OPEN OWNERMST.DAT, STATUS " OWN-STATUS
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF

           OPEN INPUT OWNCTL-FILE
           PERFORM UNTIL OWNCTL-EOF = "T"
             READ OWNCTL-FILE INTO OWNCTL-LINE
               AT END
                 MOVE "T" TO OWNCTL-EOF
               NOT AT END
                 PERFORM PROCESS-OWNCTL-RECORD
                   THRU PROCESS-OWNCTL-RECORD-EXIT
             END-READ
           END-PERFORM
           CLOSE OWNCTL-FILE
           CLOSE OWNER-FILE

           MOVE CARD-TALLY TO COUNT-TEXT
           DISPLAY "OWNER CARDS PROCESSED: " FUNCTION TRIM(COUNT-TEXT)
           IF ANY-FAILURE = "Y"
             MOVE FAILED-TALLY TO COUNT-TEXT
             DISPLAY "OWNER CARDS FAILED: " FUNCTION TRIM(COUNT-TEXT)
             MOVE 8 TO RETURN-CODE
           END-IF
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

       PROCESS-OWNCTL-RECORD.
           MOVE SPACES TO OWNCTL-RECORD
           UNSTRING OWNCTL-LINE DELIMITED BY ","
             INTO CTL-ACTION CTL-TARGET CTL-TEAM CTL-CONTACT CTL-TIER
           END-UNSTRING
           IF CTL-ACTION = SPACES
             GO TO PROCESS-OWNCTL-RECORD-EXIT
           END-IF
           ADD 1 TO CARD-TALLY
           MOVE "Y" TO CARD-OK
           EVALUATE CTL-ACTION
             WHEN "ADD"
               PERFORM ADD-OWNER
             WHEN "CHANGE"
               PERFORM CHANGE-OWNER
             WHEN "REMOVE"
               PERFORM REMOVE-OWNER
             WHEN "LIST"
               PERFORM LIST-OWNERS
             WHEN OTHER
               MOVE "N" TO CARD-OK
               DISPLAY "UNKNOWN OWNER ACTION: "
                 FUNCTION TRIM(CTL-ACTION)
           END-EVALUATE
           IF CARD-OK = "N"
             MOVE "Y" TO ANY-FAILURE
             ADD 1 TO FAILED-TALLY
           END-IF.
       PROCESS-OWNCTL-RECORD-EXIT.
           EXIT.

      *> A tier is one digit, 1 to 3. Blank is allowed here (ADD
      *> defaults it, CHANGE keeps what is on file); anything else
      *> fails the card rather than file a tier nobody pages on.
       VALIDATE-TIER.
           IF CTL-TIER NOT = SPACES
             IF CTL-TIER(2:3) NOT = SPACES OR
                 CTL-TIER(1:1) < "1" OR CTL-TIER(1:1) > "3"
               MOVE "N" TO CARD-OK
               DISPLAY "ESCALATION TIER MUST BE 1, 2 OR 3: "
                 FUNCTION TRIM(CTL-TIER) " FOR "
                 FUNCTION TRIM(CTL-TARGET)
             END-IF
           END-IF.

      *> ADD refuses a grid that already has an owner: two teams
      *> claiming one grid is a conversation, not a silent overwrite.
      *> Use CHANGE to hand a grid over.
       ADD-OWNER.
           IF CTL-TARGET = SPACES OR CTL-TEAM = SPACES
             MOVE "N" TO CARD-OK
             DISPLAY "ADD NEEDS A GRID FILE AND AN OWNING TEAM"
           ELSE
             PERFORM VALIDATE-TIER
           END-IF
           IF CARD-OK = "Y"
             MOVE CTL-TARGET TO OWN-FILENAME
             MOVE CTL-TEAM TO OWN-TEAM
             MOVE CTL-CONTACT TO OWN-CONTACT
             IF CTL-TIER = SPACES
               MOVE 3 TO OWN-TIER
             ELSE
               MOVE CTL-TIER(1:1) TO OWN-TIER
             END-IF
             MOVE FUNCTION CURRENT-DATE TO OWN-UPDATED
             WRITE OWNER-RECORD
             EVALUATE OWN-STATUS
               WHEN "00"
                 DISPLAY "OWNER ADDED FOR " FUNCTION TRIM(CTL-TARGET)
               WHEN "22"
                 MOVE "N" TO CARD-OK
                 DISPLAY "ADD FAILED, GRID ALREADY OWNED: "
                   FUNCTION TRIM(CTL-TARGET)
               WHEN OTHER
                 MOVE "N" TO CARD-OK
                 DISPLAY "ADD FAILED, STATUS " OWN-STATUS " FOR "
                   FUNCTION TRIM(CTL-TARGET)
             END-EVALUATE
           END-IF.

       CHANGE-OWNER.
           PERFORM VALIDATE-TIER
           IF CARD-OK = "Y"
             MOVE CTL-TARGET TO OWN-FILENAME
             READ OWNER-FILE
               INVALID KEY
                 MOVE "N" TO CARD-OK
                 DISPLAY "CHANGE FAILED, GRID HAS NO OWNER ON FILE: "
                   FUNCTION TRIM(CTL-TARGET)
             END-READ
           END-IF
           IF CARD-OK = "Y"
             IF CTL-TEAM NOT = SPACES
               MOVE CTL-TEAM TO OWN-TEAM
             END-IF
             IF CTL-CONTACT NOT = SPACES
               MOVE CTL-CONTACT TO OWN-CONTACT
             END-IF
             IF CTL-TIER NOT = SPACES
               MOVE CTL-TIER(1:1) TO OWN-TIER
             END-IF
             MOVE FUNCTION CURRENT-DATE TO OWN-UPDATED
             REWRITE OWNER-RECORD
             IF OWN-STATUS = "00"
               DISPLAY "OWNER CHANGED FOR " FUNCTION TRIM(CTL-TARGET)
             ELSE
               MOVE "N" TO CARD-OK
               DISPLAY "CHANGE FAILED, STATUS " OWN-STATUS " FOR "
                 FUNCTION TRIM(CTL-TARGET)
             END-IF
           END-IF.

      *> Removing an entry that is not there fails the card, for the
      *> same reason GridCatalog's UNREGISTER does: the operator
      *> probably mistyped a grid that IS still registered.
       REMOVE-OWNER.
           MOVE CTL-TARGET TO OWN-FILENAME
           DELETE OWNER-FILE RECORD
           IF OWN-STATUS = "00"
             DISPLAY "OWNER REMOVED FOR " FUNCTION TRIM(CTL-TARGET)
           ELSE
             MOVE "N" TO CARD-OK
             IF OWN-STATUS = "23"
               DISPLAY "REMOVE FAILED, GRID HAS NO OWNER ON FILE: "
                 FUNCTION TRIM(CTL-TARGET)
             ELSE
               DISPLAY "REMOVE FAILED, STATUS " OWN-STATUS
                 " FOR " FUNCTION TRIM(CTL-TARGET)
             END-IF
           END-IF.

       LIST-OWNERS.
           OPEN OUTPUT REPORT-FILE
           MOVE "GRID OWNER REGISTRY" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO ENTRY-TALLY
           MOVE LOW-VALUES TO OWN-FILENAME
           START OWNER-FILE KEY NOT < OWN-FILENAME
           MOVE "F" TO OWNER-EOF
           IF OWN-STATUS NOT = "00"
             MOVE "T" TO OWNER-EOF
           END-IF
           PERFORM UNTIL OWNER-EOF = "T"
             READ OWNER-FILE NEXT
               AT END
                 MOVE "T" TO OWNER-EOF
               NOT AT END
                 ADD 1 TO ENTRY-TALLY
                 PERFORM WRITE-OWNER-LINE
             END-READ
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ENTRY-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "ENTRIES: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "OWNER ENTRIES LISTED: "
             FUNCTION TRIM(COUNT-TEXT).

       WRITE-OWNER-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(OWN-FILENAME) DELIMITED BY SIZE
             "  TEAM " DELIMITED BY SIZE
             FUNCTION TRIM(OWN-TEAM) DELIMITED BY SIZE
             "  CONTACT " DELIMITED BY SIZE
             FUNCTION TRIM(OWN-CONTACT) DELIMITED BY SIZE
             "  TIER " DELIMITED BY SIZE
             OWN-TIER DELIMITED BY SIZE
             "  UPDATED " DELIMITED BY SIZE
             OWN-UPDATED(1:14) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "GridOwner" TO JL-PROGRAM
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
           MOVE "FAILED" TO JL-COUNT-NAME(2)
           MOVE FAILED-TALLY TO JL-COUNT(2)
           MOVE "LISTED" TO JL-COUNT-NAME(3)
           MOVE ENTRY-TALLY TO JL-COUNT(3).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnswerKey.

      *> Maintains ANSKEY.DAT, the indexed answer-key master: per
      *> grid file, part and word, the XMAS and X-MAS counts a person
      *> has checked by hand and certified, who approved them and
      *> when. CertifyCounts holds every scan's OUTPUT.DAT against it
      *> so a regression in the scanner shows up as a MISMATCH before
      *> the hand-off instead of as a wrong number downstream.
      *> Driven by KEYCTL.DAT cards:
      *>   ADD,<gridfile>,<part>,<word>,<xmas>,<x-mas>,
      *>       <approver>,<date>
      *>                         certify a key; part and word take the
      *>                         scanner's BOTH/XMAS defaults, the date
      *>                         (YYYYMMDD) defaults to today, and a
      *>                         retired key may be certified afresh
      *>   CHANGE,<gridfile>,<part>,<word>,<xmas>,<x-mas>,
      *>       <approver>,<date>
      *>                         re-certify an active key; blank counts
      *>                         keep what is on file, but the approver
      *>                         must be named again
      *>   RETIRE,<gridfile>,<part>,<word>
      *>                         stop certifying against a key; the
      *>                         entry stays on file for the record
      *>   LIST                  print every key to ANSKEYS.RPT
      *> A part 1 key certifies only the XMAS count and a part 2 key
      *> only the X-MAS count; a BOTH key certifies both. The part
      *> may also name a shape in SHAPES.DAT: the key then certifies
      *> the shape count in the XMAS field (the X-MAS field must be
      *> blank or 0), and a blank word takes the shape's pattern,
      *> which is the word the scanner reports a shape under.
      *> Condition code 8 when any card failed, 12 when the master
      *> cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT KEYCTL-FILE ASSIGN TO "KEYCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ANSKEY-FILE ASSIGN TO "ANSKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AK-KEY
               FILE STATUS IS KEY-STATUS.
           SELECT OPTIONAL SHAPE-FILE ASSIGN TO "SHAPES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "ANSKEYS.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD KEYCTL-FILE.
       01 KEYCTL-LINE PIC X(400).

      *> CertifyCounts reads this same layout; the two must stay in
      *> step.
       FD ANSKEY-FILE.
       01 ANSKEY-RECORD.
           05 AK-KEY.
               10 AK-FILENAME PIC X(256).
               10 AK-PART PIC X(4).
               10 AK-WORD PIC X(32).
           05 AK-XMAS-COUNT PIC 9(9).
           05 AK-X-MAS-COUNT PIC 9(9).
           05 AK-APPROVER PIC X(30).
           05 AK-APPROVED PIC X(8).
           05 AK-STATUS PIC X(8).
           05 AK-UPDATED PIC X(26).

       FD SHAPE-FILE.
       01 SHAPE-LINE PIC X(80).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 KEY-STATUS PIC XX.
       01 KEYCTL-EOF PIC X VALUE "F".
       01 ANSKEY-EOF PIC X.
       01 ANY-FAILURE PIC X VALUE "N".
       01 CARD-OK PIC X.
       01 CARD-TALLY PIC 9(5) VALUE 0.
       01 FAILED-TALLY PIC 9(5) VALUE 0.
       01 ENTRY-TALLY PIC 9(5) VALUE 0.
       01 COUNT-TEXT PIC Z(8)9.
       01 XMAS-TEXT PIC Z(8)9.
       01 X-MAS-TEXT PIC Z(8)9.
       01 FIELD-TEXT PIC X(10).
       01 FIELD-LEN PIC 9(2).
       01 FIELD-VALUE PIC 9(9).
       01 FIELD-OK PIC X.
       01 DATE-NUM PIC 9(8).
       01 DATE-INT PIC 9(8).
       01 TODAY-DATE PIC X(8).

      *> Each shape's name and pattern (its letters in the order its
      *> cells appear in SHAPES.DAT), as the scanner builds them.
       01 SHAPE-PATTERN-TABLE.
           05 SHAPE-COUNT PIC 9(3) VALUE 0.
           05 SHAPE-ENTRY OCCURS 50 TIMES.
               10 SP-NAME PIC X(4).
               10 SP-CELL-COUNT PIC 9(2).
               10 SP-PATTERN PIC X(32).
       01 SHAPE-CARD.
           05 SC-NAME PIC X(8).
           05 SC-ROW-TEXT PIC X(8).
           05 SC-COL-TEXT PIC X(8).
           05 SC-LETTER PIC X(8).
       01 SHAPE-EOF PIC X VALUE "F".
       01 SHAPE-NUM PIC 9(3).
       01 SHAPE-SCAN PIC 9(3).
       01 KEY-SHAPE-NUM PIC 9(3).

       01 KEYCTL-RECORD.
           05 CTL-ACTION PIC X(16).
           05 CTL-TARGET PIC X(256).
           05 CTL-PART PIC X(4).
           05 CTL-WORD PIC X(32).
           05 CTL-XMAS PIC X(10).
           05 CTL-X-MAS PIC X(10).
           05 CTL-APPROVER PIC X(30).
           05 CTL-APPROVED PIC X(10).

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
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           PERFORM LOAD-SHAPE-PATTERNS
           OPEN I-O ANSKEY-FILE
           IF KEY-STATUS NOT = "00" AND KEY-STATUS NOT = "05"
             DISPLAY "CANNOT OPEN ANSKEY.DAT, STATUS " KEY-STATUS
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF

           OPEN INPUT KEYCTL-FILE
           PERFORM UNTIL KEYCTL-EOF = "T"
             READ KEYCTL-FILE INTO KEYCTL-LINE
               AT END
                 MOVE "T" TO KEYCTL-EOF
               NOT AT END
                 PERFORM PROCESS-KEYCTL-RECORD
                   THRU PROCESS-KEYCTL-RECORD-EXIT
             END-READ
           END-PERFORM
           CLOSE KEYCTL-FILE
           CLOSE ANSKEY-FILE

           MOVE CARD-TALLY TO COUNT-TEXT
           DISPLAY "ANSWER KEY CARDS PROCESSED: "
             FUNCTION TRIM(COUNT-TEXT)
           IF ANY-FAILURE = "Y"
             MOVE FAILED-TALLY TO COUNT-TEXT
             DISPLAY "ANSWER KEY CARDS FAILED: "
               FUNCTION TRIM(COUNT-TEXT)
             MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> Builds each shape's pattern from SHAPES.DAT the way the
      *> scanner does. Only the name and letter of a line matter
      *> here; a shape the scanner would refuse is never scanned, so
      *> a key certified for it simply never comes up.
       LOAD-SHAPE-PATTERNS.
           MOVE 0 TO SHAPE-COUNT
           OPEN INPUT SHAPE-FILE
           PERFORM UNTIL SHAPE-EOF = "T"
             READ SHAPE-FILE
               AT END
                 MOVE "T" TO SHAPE-EOF
               NOT AT END
                 IF SHAPE-LINE NOT = SPACES
                   PERFORM ADD-SHAPE-LETTER
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SHAPE-FILE.

       ADD-SHAPE-LETTER.
           MOVE SPACES TO SHAPE-CARD
           UNSTRING SHAPE-LINE DELIMITED BY ","
             INTO SC-NAME SC-ROW-TEXT SC-COL-TEXT SC-LETTER
           END-UNSTRING
           MOVE FUNCTION TRIM(SC-NAME) TO SC-NAME
           MOVE FUNCTION TRIM(SC-LETTER) TO SC-LETTER
           MOVE 0 TO SHAPE-NUM
           PERFORM VARYING SHAPE-SCAN FROM 1 BY 1
               UNTIL SHAPE-SCAN > SHAPE-COUNT OR SHAPE-NUM > 0
             IF SP-NAME(SHAPE-SCAN) = SC-NAME
               MOVE SHAPE-SCAN TO SHAPE-NUM
             END-IF
           END-PERFORM
           IF SHAPE-NUM = 0 AND SHAPE-COUNT < 50 AND
               SC-NAME NOT = SPACES AND SC-NAME(5:) = SPACES
             ADD 1 TO SHAPE-COUNT
             MOVE SHAPE-COUNT TO SHAPE-NUM
             MOVE SC-NAME TO SP-NAME(SHAPE-NUM)
             MOVE 0 TO SP-CELL-COUNT(SHAPE-NUM)
             MOVE SPACES TO SP-PATTERN(SHAPE-NUM)
           END-IF
           IF SHAPE-NUM > 0
             IF SP-CELL-COUNT(SHAPE-NUM) < 32
               ADD 1 TO SP-CELL-COUNT(SHAPE-NUM)
               MOVE SC-LETTER
                 TO SP-PATTERN(SHAPE-NUM)(SP-CELL-COUNT(SHAPE-NUM):1)
             END-IF
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

      *> Part and word default exactly as the scanner defaults them
      *> on a CONTROL.DAT card, so a key is written under the same
      *> part/word the OUTPUT-RECORD for that card will carry.
       PROCESS-KEYCTL-RECORD.
           MOVE SPACES TO KEYCTL-RECORD
           UNSTRING KEYCTL-LINE DELIMITED BY ","
             INTO CTL-ACTION CTL-TARGET CTL-PART CTL-WORD
                  CTL-XMAS CTL-X-MAS CTL-APPROVER CTL-APPROVED
           END-UNSTRING
           IF CTL-ACTION = SPACES
             GO TO PROCESS-KEYCTL-RECORD-EXIT
           END-IF
           ADD 1 TO CARD-TALLY
           MOVE "Y" TO CARD-OK
           IF CTL-PART = SPACES
             MOVE "BOTH" TO CTL-PART
           END-IF
           MOVE 0 TO KEY-SHAPE-NUM
           IF CTL-PART NOT = "1" AND CTL-PART NOT = "2" AND
               CTL-PART NOT = "BOTH"
             PERFORM VARYING SHAPE-SCAN FROM 1 BY 1
                 UNTIL SHAPE-SCAN > SHAPE-COUNT OR KEY-SHAPE-NUM > 0
               IF SP-NAME(SHAPE-SCAN) = CTL-PART
                 MOVE SHAPE-SCAN TO KEY-SHAPE-NUM
               END-IF
             END-PERFORM
           END-IF
           IF CTL-WORD = SPACES
             IF KEY-SHAPE-NUM > 0
               MOVE SP-PATTERN(KEY-SHAPE-NUM) TO CTL-WORD
             ELSE
               MOVE "XMAS" TO CTL-WORD
             END-IF
           END-IF
           EVALUATE CTL-ACTION
             WHEN "ADD"
               PERFORM ADD-ANSWER-KEY
             WHEN "CHANGE"
               PERFORM CHANGE-ANSWER-KEY
             WHEN "RETIRE"
               PERFORM RETIRE-ANSWER-KEY
             WHEN "LIST"
               PERFORM LIST-ANSWER-KEYS
             WHEN OTHER
               MOVE "N" TO CARD-OK
               DISPLAY "UNKNOWN ANSWER KEY ACTION: "
                 FUNCTION TRIM(CTL-ACTION)
           END-EVALUATE
           IF CARD-OK = "N"
             MOVE "Y" TO ANY-FAILURE
             ADD 1 TO FAILED-TALLY
           END-IF.
       PROCESS-KEYCTL-RECORD-EXIT.
           EXIT.

      *> Checks what ADD and CHANGE have in common: a grid file, a
      *> part the scanner knows, an approver, and an approval date
      *> that is a real date no later than today. The counts are
      *> checked field by field by PARSE-COUNT-FIELD.
       VALIDATE-KEY-CARD.
           IF CTL-TARGET = SPACES
             MOVE "N" TO CARD-OK
             DISPLAY "ANSWER KEY CARD NEEDS A GRID FILE"
           END-IF
           IF CTL-PART NOT = "1" AND CTL-PART NOT = "2" AND
               CTL-PART NOT = "BOTH" AND KEY-SHAPE-NUM = 0
             MOVE "N" TO CARD-OK
             DISPLAY "PART MUST BE 1, 2, BOTH OR A SHAPE IN "
               "SHAPES.DAT: " FUNCTION TRIM(CTL-PART) " FOR "
               FUNCTION TRIM(CTL-TARGET)
           END-IF
           IF KEY-SHAPE-NUM > 0 AND CTL-X-MAS NOT = SPACES AND
               FUNCTION TRIM(CTL-X-MAS) NOT = "0"
             MOVE "N" TO CARD-OK
             DISPLAY "A SHAPE KEY HAS NO X-MAS COUNT: "
               FUNCTION TRIM(CTL-PART) " FOR "
               FUNCTION TRIM(CTL-TARGET)
           END-IF
           IF CTL-APPROVER = SPACES
             MOVE "N" TO CARD-OK
             DISPLAY "A CERTIFIED COUNT NEEDS AN APPROVER: "
               FUNCTION TRIM(CTL-TARGET)
           END-IF
           IF CTL-APPROVED = SPACES
             MOVE TODAY-DATE TO CTL-APPROVED
           END-IF
           IF CTL-APPROVED(1:8) IS NUMERIC AND
               CTL-APPROVED(9:) = SPACES
             MOVE CTL-APPROVED(1:8) TO DATE-NUM
             COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM)
             IF DATE-INT = 0 OR CTL-APPROVED(1:8) > TODAY-DATE
               MOVE "N" TO CARD-OK
               DISPLAY "APPROVAL DATE NOT A PAST DATE: "
                 FUNCTION TRIM(CTL-APPROVED) " FOR "
                 FUNCTION TRIM(CTL-TARGET)
             END-IF
           ELSE
             MOVE "N" TO CARD-OK
             DISPLAY "APPROVAL DATE MUST BE YYYYMMDD: "
               FUNCTION TRIM(CTL-APPROVED) " FOR "
               FUNCTION TRIM(CTL-TARGET)
           END-IF.

      *> A count is 1 to 9 digits; measure it before the numeric
      *> test, the same shape HistoryKeep parses its tolerance with.
      *> FIELD-OK comes back "B" for a blank field.
       PARSE-COUNT-FIELD.
           MOVE "Y" TO FIELD-OK
           MOVE 0 TO FIELD-VALUE
           IF FIELD-TEXT = SPACES
             MOVE "B" TO FIELD-OK
           ELSE
             MOVE 0 TO FIELD-LEN
             INSPECT FIELD-TEXT TALLYING FIELD-LEN
               FOR CHARACTERS BEFORE SPACE
             IF FIELD-LEN < 1 OR FIELD-LEN > 9
               MOVE "N" TO FIELD-OK
             ELSE
               IF FIELD-TEXT(FIELD-LEN + 1:) NOT = SPACES OR
                   FIELD-TEXT(1:FIELD-LEN) IS NOT NUMERIC
                 MOVE "N" TO FIELD-OK
               ELSE
                 COMPUTE FIELD-VALUE = FUNCTION
                   NUMVAL(FIELD-TEXT(1:FIELD-LEN))
               END-IF
             END-IF
           END-IF
           IF FIELD-OK = "N"
             MOVE "N" TO CARD-OK
             DISPLAY "CERTIFIED COUNT MUST BE A WHOLE NUMBER: "
               FUNCTION TRIM(FIELD-TEXT) " FOR "
               FUNCTION TRIM(CTL-TARGET)
           END-IF.

      *> ADD refuses a key already active on file: re-certifying a
      *> count is a CHANGE, with its own approver. A retired key may
      *> be certified afresh by ADD and is put back in service.
       ADD-ANSWER-KEY.
           PERFORM VALIDATE-KEY-CARD
           IF CARD-OK = "Y"
             MOVE CTL-XMAS TO FIELD-TEXT
             PERFORM PARSE-COUNT-FIELD
             MOVE FIELD-VALUE TO AK-XMAS-COUNT
             MOVE CTL-X-MAS TO FIELD-TEXT
             PERFORM PARSE-COUNT-FIELD
             MOVE FIELD-VALUE TO AK-X-MAS-COUNT
           END-IF
           IF CARD-OK = "Y"
             MOVE CTL-TARGET TO AK-FILENAME
             MOVE CTL-PART TO AK-PART
             MOVE CTL-WORD TO AK-WORD
             PERFORM STAMP-ANSWER-KEY
             WRITE ANSKEY-RECORD
             EVALUATE KEY-STATUS
               WHEN "00"
                 DISPLAY "ANSWER KEY CERTIFIED FOR "
                   FUNCTION TRIM(CTL-TARGET) " PART "
                   FUNCTION TRIM(CTL-PART) " WORD "
                   FUNCTION TRIM(CTL-WORD)
               WHEN "22"
                 PERFORM REINSTATE-ANSWER-KEY
               WHEN OTHER
                 MOVE "N" TO CARD-OK
                 DISPLAY "ADD FAILED, STATUS " KEY-STATUS " FOR "
                   FUNCTION TRIM(CTL-TARGET)
             END-EVALUATE
           END-IF.

      *> The WRITE found the key on file. A retired entry takes the
      *> new certification; an active one fails the card. The READ
      *> overlays the record area, so the card's counts are parsed
      *> into it again afterwards.
       REINSTATE-ANSWER-KEY.
           READ ANSKEY-FILE
             INVALID KEY
               MOVE "N" TO CARD-OK
               DISPLAY "ADD FAILED, KEY UNREADABLE: "
                 FUNCTION TRIM(CTL-TARGET)
           END-READ
           IF CARD-OK = "Y"
             IF AK-STATUS NOT = "RETIRED"
               MOVE "N" TO CARD-OK
               DISPLAY "ADD FAILED, KEY ALREADY CERTIFIED: "
                 FUNCTION TRIM(CTL-TARGET) " PART "
                 FUNCTION TRIM(CTL-PART) " WORD "
                 FUNCTION TRIM(CTL-WORD)
             ELSE
               MOVE CTL-XMAS TO FIELD-TEXT
               PERFORM PARSE-COUNT-FIELD
               MOVE FIELD-VALUE TO AK-XMAS-COUNT
               MOVE CTL-X-MAS TO FIELD-TEXT
               PERFORM PARSE-COUNT-FIELD
               MOVE FIELD-VALUE TO AK-X-MAS-COUNT
               PERFORM STAMP-ANSWER-KEY
               REWRITE ANSKEY-RECORD
               IF KEY-STATUS = "00"
                 DISPLAY "RETIRED ANSWER KEY CERTIFIED AFRESH FOR "
                   FUNCTION TRIM(CTL-TARGET)
               ELSE
                 MOVE "N" TO CARD-OK
                 DISPLAY "ADD FAILED, STATUS " KEY-STATUS " FOR "
                   FUNCTION TRIM(CTL-TARGET)
               END-IF
             END-IF
           END-IF.

       STAMP-ANSWER-KEY.
           MOVE CTL-APPROVER TO AK-APPROVER
           MOVE CTL-APPROVED(1:8) TO AK-APPROVED
           MOVE "ACTIVE" TO AK-STATUS
           MOVE FUNCTION CURRENT-DATE TO AK-UPDATED.

       CHANGE-ANSWER-KEY.
           PERFORM VALIDATE-KEY-CARD
           IF CARD-OK = "Y"
             MOVE CTL-TARGET TO AK-FILENAME
             MOVE CTL-PART TO AK-PART
             MOVE CTL-WORD TO AK-WORD
             READ ANSKEY-FILE
               INVALID KEY
                 MOVE "N" TO CARD-OK
                 DISPLAY "CHANGE FAILED, NO ANSWER KEY ON FILE: "
                   FUNCTION TRIM(CTL-TARGET) " PART "
                   FUNCTION TRIM(CTL-PART) " WORD "
                   FUNCTION TRIM(CTL-WORD)
             END-READ
           END-IF
           IF CARD-OK = "Y" AND AK-STATUS = "RETIRED"
             MOVE "N" TO CARD-OK
             DISPLAY "CHANGE FAILED, KEY IS RETIRED (ADD IT AGAIN): "
               FUNCTION TRIM(CTL-TARGET)
           END-IF
           IF CARD-OK = "Y"
             MOVE CTL-XMAS TO FIELD-TEXT
             PERFORM PARSE-COUNT-FIELD
             IF FIELD-OK = "Y"
               MOVE FIELD-VALUE TO AK-XMAS-COUNT
             END-IF
             MOVE CTL-X-MAS TO FIELD-TEXT
             PERFORM PARSE-COUNT-FIELD
             IF FIELD-OK = "Y"
               MOVE FIELD-VALUE TO AK-X-MAS-COUNT
             END-IF
           END-IF
           IF CARD-OK = "Y"
             PERFORM STAMP-ANSWER-KEY
             REWRITE ANSKEY-RECORD
             IF KEY-STATUS = "00"
               DISPLAY "ANSWER KEY RE-CERTIFIED FOR "
                 FUNCTION TRIM(CTL-TARGET) " PART "
                 FUNCTION TRIM(CTL-PART) " WORD "
                 FUNCTION TRIM(CTL-WORD)
             ELSE
               MOVE "N" TO CARD-OK
               DISPLAY "CHANGE FAILED, STATUS " KEY-STATUS " FOR "
                 FUNCTION TRIM(CTL-TARGET)
             END-IF
           END-IF.

      *> A retired key stays on file: who certified what, and when it
      *> stopped being the answer, is exactly what an audit asks.
      *> Retiring a key that is missing or already retired fails the
      *> card; the operator probably mistyped one still in service.
       RETIRE-ANSWER-KEY.
           MOVE CTL-TARGET TO AK-FILENAME
           MOVE CTL-PART TO AK-PART
           MOVE CTL-WORD TO AK-WORD
           READ ANSKEY-FILE
             INVALID KEY
               MOVE "N" TO CARD-OK
               DISPLAY "RETIRE FAILED, NO ANSWER KEY ON FILE: "
                 FUNCTION TRIM(CTL-TARGET) " PART "
                 FUNCTION TRIM(CTL-PART) " WORD "
                 FUNCTION TRIM(CTL-WORD)
           END-READ
           IF CARD-OK = "Y" AND AK-STATUS = "RETIRED"
             MOVE "N" TO CARD-OK
             DISPLAY "RETIRE FAILED, KEY ALREADY RETIRED: "
               FUNCTION TRIM(CTL-TARGET)
           END-IF
           IF CARD-OK = "Y"
             MOVE "RETIRED" TO AK-STATUS
             MOVE FUNCTION CURRENT-DATE TO AK-UPDATED
             REWRITE ANSKEY-RECORD
             IF KEY-STATUS = "00"
               DISPLAY "ANSWER KEY RETIRED FOR "
                 FUNCTION TRIM(CTL-TARGET) " PART "
                 FUNCTION TRIM(CTL-PART) " WORD "
                 FUNCTION TRIM(CTL-WORD)
             ELSE
               MOVE "N" TO CARD-OK
               DISPLAY "RETIRE FAILED, STATUS " KEY-STATUS " FOR "
                 FUNCTION TRIM(CTL-TARGET)
             END-IF
           END-IF.

       LIST-ANSWER-KEYS.
           OPEN OUTPUT REPORT-FILE
           MOVE "CERTIFIED ANSWER KEYS" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO ENTRY-TALLY
           MOVE LOW-VALUES TO AK-KEY
           START ANSKEY-FILE KEY NOT < AK-KEY
           MOVE "F" TO ANSKEY-EOF
           IF KEY-STATUS NOT = "00"
             MOVE "T" TO ANSKEY-EOF
           END-IF
           PERFORM UNTIL ANSKEY-EOF = "T"
             READ ANSKEY-FILE NEXT
               AT END
                 MOVE "T" TO ANSKEY-EOF
               NOT AT END
                 ADD 1 TO ENTRY-TALLY
                 PERFORM WRITE-ANSWER-KEY-LINE
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
           DISPLAY "ANSWER KEYS LISTED: "
             FUNCTION TRIM(COUNT-TEXT).

       WRITE-ANSWER-KEY-LINE.
           MOVE AK-XMAS-COUNT TO XMAS-TEXT
           MOVE AK-X-MAS-COUNT TO X-MAS-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(AK-FILENAME) DELIMITED BY SIZE
             "  PART " DELIMITED BY SIZE
             FUNCTION TRIM(AK-PART) DELIMITED BY SIZE
             "  WORD " DELIMITED BY SIZE
             FUNCTION TRIM(AK-WORD) DELIMITED BY SIZE
             "  XMAS " DELIMITED BY SIZE
             FUNCTION TRIM(XMAS-TEXT) DELIMITED BY SIZE
             "  X-MAS " DELIMITED BY SIZE
             FUNCTION TRIM(X-MAS-TEXT) DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             FUNCTION TRIM(AK-STATUS) DELIMITED BY SIZE
             "  APPROVED " DELIMITED BY SIZE
             AK-APPROVED DELIMITED BY SIZE
             " BY " DELIMITED BY SIZE
             FUNCTION TRIM(AK-APPROVER) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "AnswerKey" TO JL-PROGRAM
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

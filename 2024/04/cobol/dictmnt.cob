       IDENTIFICATION DIVISION.
       PROGRAM-ID. DictionaryMaint.

      *> Maintains DICTMST.DAT, the indexed search-word dictionary
      *> that replaces the loose @word-list files: one entry per
      *> category (SEASONAL, PRODUCT, ...) and word, with the date
      *> the word comes into effect and the date it is retired. The
      *> scanner loads a category's words in effect on the scan date
      *> when a control card names #category in the word field.
      *> Driven by DICTCTL.DAT cards:
      *>   ADD,<category>,<word>,<effective>,<retire>,<operator>
      *>                         enter a word; effective defaults to
      *>                         today, a blank retire date means
      *>                         open-ended, and a retired word may be
      *>                         entered afresh
      *>   CHANGE,<category>,<word>,<effective>,<retire>,<operator>
      *>                         move a word's dates; blank dates
      *>                         keep what is on file
      *>   RETIRE,<category>,<word>,,<retire>,<operator>
      *>                         retire a word, today unless a date
      *>                         is given; it stays on file
      *>   LIST[,<category>]     print the dictionary (or one
      *>                         category) to DICTMST.RPT
      *> Words are checked as they are entered, not on scan day:
      *> 1 to 32 characters, letters and the "?" wildcard only, no
      *> "?" in the first or last position, and no more than 64
      *> words in effect or pending per category (the scanner's word
      *> table). Every ADD, CHANGE and RETIRE card, applied or
      *> rejected, is appended to the DICTAUD.DAT audit trail with
      *> the operator, a timestamp and the before and after dates.
      *> Condition code 8 when any card was rejected, 12 when the
      *> dictionary cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DICTCTL-FILE ASSIGN TO "DICTCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DICTIONARY-FILE ASSIGN TO "DICTMST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DICT-KEY
               FILE STATUS IS DICT-STATUS.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "DICTAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "DICTMST.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DICTCTL-FILE.
       01 DICTCTL-LINE PIC X(200).

      *> The scanner reads this same layout; the two must stay in
      *> step.
       FD DICTIONARY-FILE.
       01 DICTIONARY-RECORD.
           05 DICT-KEY.
               10 DICT-CATEGORY PIC X(16).
               10 DICT-WORD PIC X(32).
           05 DICT-EFFECTIVE PIC X(8).
           05 DICT-RETIRE PIC X(8).
           05 DICT-OPERATOR PIC X(30).
           05 DICT-UPDATED PIC X(26).

       FD AUDIT-FILE.
       01 AUDIT-LINE PIC X(250).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 DICT-STATUS PIC XX.
       01 DICTCTL-EOF PIC X VALUE "F".
       01 DICTIONARY-EOF PIC X.
       01 CARD-OK PIC X.
       01 CARD-TALLY PIC 9(5) VALUE 0.
       01 APPLIED-TALLY PIC 9(5) VALUE 0.
       01 REJECTED-TALLY PIC 9(5) VALUE 0.
       01 ENTRY-TALLY PIC 9(5) VALUE 0.
       01 CATEGORY-TALLY PIC 9(5).
       01 COUNT-TEXT PIC Z(8)9.
       01 REJECT-REASON PIC X(60).
       01 TODAY-DATE PIC X(8).
       01 DATE-NUM PIC 9(8).
       01 DATE-INT PIC 9(8).
       01 DATE-TEXT PIC X(10).
       01 DATE-OK PIC X.
       01 WORD-LEN PIC 9(2).
       01 CHAR-POS PIC 9(2).
       01 WORD-STATE PIC X(9).
       01 WANT-EFFECTIVE PIC X(8).
       01 WANT-RETIRE PIC X(8).
       01 OLD-EFFECTIVE PIC X(8).
       01 OLD-RETIRE PIC X(8).

      *> A category may hold no more words in effect or pending than
      *> the scanner's word table does; the single source for the
      *> guard in CHECK-CATEGORY-ROOM.
       01 CATEGORY-MAX PIC 9(5) VALUE 64.

      *> CTL-CATEGORY and CTL-WORD are wider than the master fields
      *> so an over-length entry is seen and rejected here instead of
      *> being silently cut short by the UNSTRING.
       01 DICTCTL-RECORD.
           05 CTL-ACTION PIC X(16).
           05 CTL-CATEGORY PIC X(24).
           05 CTL-WORD PIC X(40).
           05 CTL-EFFECTIVE PIC X(10).
           05 CTL-RETIRE PIC X(10).
           05 CTL-OPERATOR PIC X(30).

      *> One line per maintenance card, applied or not. The old
      *> dates are what was on file before the card (blank for a new
      *> word), so the trail alone answers who changed what.
       01 AUDIT-RECORD.
           05 DA-STAMP PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 DA-OPERATOR PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 DA-ACTION PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DA-CATEGORY PIC X(16).
           05 FILLER PIC X VALUE SPACE.
           05 DA-WORD PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 DA-OLD-EFFECTIVE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DA-OLD-RETIRE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DA-NEW-EFFECTIVE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DA-NEW-RETIRE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DA-RESULT PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 DA-REASON PIC X(60).

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
           OPEN I-O DICTIONARY-FILE
           IF DICT-STATUS NOT = "00" AND DICT-STATUS NOT = "05"
             DISPLAY "CANNOT OPEN DICTMST.DAT, STATUS " DICT-STATUS
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           OPEN INPUT DICTCTL-FILE
           PERFORM UNTIL DICTCTL-EOF = "T"
             READ DICTCTL-FILE INTO DICTCTL-LINE
               AT END
                 MOVE "T" TO DICTCTL-EOF
               NOT AT END
                 PERFORM PROCESS-DICTCTL-RECORD
                   THRU PROCESS-DICTCTL-RECORD-EXIT
             END-READ
           END-PERFORM
           CLOSE DICTCTL-FILE
           CLOSE AUDIT-FILE
           CLOSE DICTIONARY-FILE

           MOVE CARD-TALLY TO COUNT-TEXT
           DISPLAY "DICTIONARY CARDS PROCESSED: "
             FUNCTION TRIM(COUNT-TEXT)
           MOVE APPLIED-TALLY TO COUNT-TEXT
           DISPLAY "DICTIONARY CHANGES APPLIED: "
             FUNCTION TRIM(COUNT-TEXT)
           IF REJECTED-TALLY > 0
             MOVE REJECTED-TALLY TO COUNT-TEXT
             DISPLAY "DICTIONARY CARDS REJECTED: "
               FUNCTION TRIM(COUNT-TEXT)
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

       PROCESS-DICTCTL-RECORD.
           MOVE SPACES TO DICTCTL-RECORD
           UNSTRING DICTCTL-LINE DELIMITED BY ","
             INTO CTL-ACTION CTL-CATEGORY CTL-WORD
                  CTL-EFFECTIVE CTL-RETIRE CTL-OPERATOR
           END-UNSTRING
           IF CTL-ACTION = SPACES
             GO TO PROCESS-DICTCTL-RECORD-EXIT
           END-IF
           ADD 1 TO CARD-TALLY
           IF CTL-ACTION = "LIST"
             PERFORM LIST-DICTIONARY
             GO TO PROCESS-DICTCTL-RECORD-EXIT
           END-IF
           MOVE "Y" TO CARD-OK
           MOVE SPACES TO REJECT-REASON
           MOVE SPACES TO OLD-EFFECTIVE
           MOVE SPACES TO OLD-RETIRE
           MOVE SPACES TO WANT-EFFECTIVE
           MOVE SPACES TO WANT-RETIRE
           EVALUATE CTL-ACTION
             WHEN "ADD"
               PERFORM VALIDATE-DICTIONARY-CARD
               IF CARD-OK = "Y"
                 PERFORM ADD-DICTIONARY-WORD
               END-IF
             WHEN "CHANGE"
               PERFORM VALIDATE-DICTIONARY-CARD
               IF CARD-OK = "Y"
                 PERFORM CHANGE-DICTIONARY-WORD
               END-IF
             WHEN "RETIRE"
               PERFORM VALIDATE-DICTIONARY-CARD
               IF CARD-OK = "Y"
                 PERFORM RETIRE-DICTIONARY-WORD
               END-IF
             WHEN OTHER
               MOVE "N" TO CARD-OK
               MOVE "UNKNOWN DICTIONARY ACTION" TO REJECT-REASON
           END-EVALUATE
           IF CARD-OK = "Y"
             ADD 1 TO APPLIED-TALLY
             DISPLAY "DICTIONARY " FUNCTION TRIM(CTL-ACTION) " "
               FUNCTION TRIM(CTL-CATEGORY) " "
               FUNCTION TRIM(CTL-WORD) " APPLIED"
           ELSE
             ADD 1 TO REJECTED-TALLY
             DISPLAY "DICTIONARY " FUNCTION TRIM(CTL-ACTION) " "
               FUNCTION TRIM(CTL-CATEGORY) " "
               FUNCTION TRIM(CTL-WORD) " REJECTED: "
               FUNCTION TRIM(REJECT-REASON)
           END-IF
           PERFORM WRITE-AUDIT-RECORD.
       PROCESS-DICTCTL-RECORD-EXIT.
           EXIT.

      *> Everything a card can be wrong about before the master is
      *> touched. The word rules are the scanner's own limits, moved
      *> forward to entry time: the scanner only takes the first
      *> 32 characters and the first blank-delimited token, and a
      *> "?" on either end of a straight run only pads the run with
      *> letters that belong to no word.
       VALIDATE-DICTIONARY-CARD.
           EVALUATE TRUE
             WHEN CTL-OPERATOR = SPACES
               MOVE "N" TO CARD-OK
               MOVE "OPERATOR MUST BE NAMED ON EVERY CHANGE"
                 TO REJECT-REASON
             WHEN CTL-CATEGORY = SPACES
               MOVE "N" TO CARD-OK
               MOVE "CATEGORY IS REQUIRED" TO REJECT-REASON
             WHEN CTL-CATEGORY(17:) NOT = SPACES
               MOVE "N" TO CARD-OK
               MOVE "CATEGORY LONGER THAN 16 CHARACTERS"
                 TO REJECT-REASON
             WHEN CTL-WORD = SPACES
               MOVE "N" TO CARD-OK
               MOVE "WORD IS REQUIRED" TO REJECT-REASON
             WHEN CTL-WORD(33:) NOT = SPACES
               MOVE "N" TO CARD-OK
               MOVE "WORD LONGER THAN 32 CHARACTERS" TO REJECT-REASON
           END-EVALUATE
           IF CARD-OK = "Y" AND CTL-ACTION = "ADD"
             PERFORM VALIDATE-WORD-TEXT
           END-IF
           IF CARD-OK = "Y" AND CTL-EFFECTIVE NOT = SPACES
             MOVE CTL-EFFECTIVE TO DATE-TEXT
             PERFORM VALIDATE-CARD-DATE
             IF DATE-OK = "N"
               MOVE "N" TO CARD-OK
               MOVE "EFFECTIVE DATE MUST BE A VALID YYYYMMDD"
                 TO REJECT-REASON
             END-IF
           END-IF
           IF CARD-OK = "Y" AND CTL-RETIRE NOT = SPACES
             MOVE CTL-RETIRE TO DATE-TEXT
             PERFORM VALIDATE-CARD-DATE
             IF DATE-OK = "N"
               MOVE "N" TO CARD-OK
               MOVE "RETIRE DATE MUST BE A VALID YYYYMMDD"
                 TO REJECT-REASON
             END-IF
           END-IF.

       VALIDATE-WORD-TEXT.
           MOVE 0 TO WORD-LEN
           INSPECT CTL-WORD TALLYING WORD-LEN
             FOR CHARACTERS BEFORE SPACE
           IF CTL-WORD(WORD-LEN + 1:) NOT = SPACES
             MOVE "N" TO CARD-OK
             MOVE "WORD MAY NOT CONTAIN BLANKS" TO REJECT-REASON
           END-IF
           PERFORM VARYING CHAR-POS FROM 1 BY 1
               UNTIL CHAR-POS > WORD-LEN OR CARD-OK = "N"
             IF CTL-WORD(CHAR-POS:1) NOT ALPHABETIC AND
                 CTL-WORD(CHAR-POS:1) NOT = "?"
               MOVE "N" TO CARD-OK
               MOVE "WORD MAY HOLD ONLY LETTERS AND THE ? WILDCARD"
                 TO REJECT-REASON
             END-IF
           END-PERFORM
           IF CARD-OK = "Y"
             IF CTL-WORD(1:1) = "?" OR CTL-WORD(WORD-LEN:1) = "?"
               MOVE "N" TO CARD-OK
               MOVE "? WILDCARD MAY NOT BE THE FIRST OR LAST LETTER"
                 TO REJECT-REASON
             END-IF
           END-IF.

       VALIDATE-CARD-DATE.
           MOVE "Y" TO DATE-OK
           IF DATE-TEXT(1:8) IS NUMERIC AND DATE-TEXT(9:) = SPACES
             MOVE DATE-TEXT(1:8) TO DATE-NUM
             COMPUTE DATE-INT = FUNCTION INTEGER-OF-DATE(DATE-NUM)
             IF DATE-INT = 0
               MOVE "N" TO DATE-OK
             END-IF
           ELSE
             MOVE "N" TO DATE-OK
           END-IF.

      *> A retired word (retire date today or earlier) may be entered
      *> again; ADD then replaces its dates rather than failing on
      *> the duplicate key. A word in effect or pending fails: moving
      *> its dates is a CHANGE.
       ADD-DICTIONARY-WORD.
           MOVE CTL-EFFECTIVE(1:8) TO WANT-EFFECTIVE
           IF WANT-EFFECTIVE = SPACES
             MOVE TODAY-DATE TO WANT-EFFECTIVE
           END-IF
           MOVE CTL-RETIRE(1:8) TO WANT-RETIRE
           PERFORM CHECK-DATE-ORDER
           IF CARD-OK = "Y"
             PERFORM CHECK-CATEGORY-ROOM
           END-IF
           IF CARD-OK = "Y"
             MOVE CTL-CATEGORY TO DICT-CATEGORY
             MOVE CTL-WORD TO DICT-WORD
             READ DICTIONARY-FILE
               INVALID KEY
                 PERFORM STAMP-DICTIONARY-WORD
                 WRITE DICTIONARY-RECORD
                 IF DICT-STATUS NOT = "00"
                   MOVE "N" TO CARD-OK
                   STRING "WRITE FAILED, STATUS " DELIMITED BY SIZE
                     DICT-STATUS DELIMITED BY SIZE
                     INTO REJECT-REASON
                 END-IF
               NOT INVALID KEY
                 MOVE DICT-EFFECTIVE TO OLD-EFFECTIVE
                 MOVE DICT-RETIRE TO OLD-RETIRE
                 IF DICT-RETIRE = SPACES OR DICT-RETIRE > TODAY-DATE
                   MOVE "N" TO CARD-OK
                   MOVE "WORD ALREADY ON FILE AND NOT RETIRED"
                     TO REJECT-REASON
                 ELSE
                   PERFORM STAMP-DICTIONARY-WORD
                   REWRITE DICTIONARY-RECORD
                   IF DICT-STATUS NOT = "00"
                     MOVE "N" TO CARD-OK
                     STRING "REWRITE FAILED, STATUS "
                         DELIMITED BY SIZE
                       DICT-STATUS DELIMITED BY SIZE
                       INTO REJECT-REASON
                   END-IF
                 END-IF
             END-READ
           END-IF.

       CHANGE-DICTIONARY-WORD.
           MOVE CTL-CATEGORY TO DICT-CATEGORY
           MOVE CTL-WORD TO DICT-WORD
           READ DICTIONARY-FILE
             INVALID KEY
               MOVE "N" TO CARD-OK
               MOVE "WORD NOT ON FILE IN THIS CATEGORY"
                 TO REJECT-REASON
           END-READ
           IF CARD-OK = "Y"
             MOVE DICT-EFFECTIVE TO OLD-EFFECTIVE
             MOVE DICT-RETIRE TO OLD-RETIRE
             MOVE DICT-EFFECTIVE TO WANT-EFFECTIVE
             MOVE DICT-RETIRE TO WANT-RETIRE
             IF CTL-EFFECTIVE NOT = SPACES
               MOVE CTL-EFFECTIVE(1:8) TO WANT-EFFECTIVE
             END-IF
             IF CTL-RETIRE NOT = SPACES
               MOVE CTL-RETIRE(1:8) TO WANT-RETIRE
             END-IF
             PERFORM CHECK-DATE-ORDER
           END-IF
      *> Pushing a retired word's retire date out brings it back
      *> into service, so it needs the same room an ADD would. The
      *> count walks the file, so the record is read back after.
           IF CARD-OK = "Y" AND OLD-RETIRE NOT = SPACES AND
               OLD-RETIRE <= TODAY-DATE AND
               (WANT-RETIRE = SPACES OR WANT-RETIRE > TODAY-DATE)
             PERFORM CHECK-CATEGORY-ROOM
             IF CARD-OK = "Y"
               MOVE CTL-CATEGORY TO DICT-CATEGORY
               MOVE CTL-WORD TO DICT-WORD
               READ DICTIONARY-FILE
                 INVALID KEY
                   MOVE "N" TO CARD-OK
                   MOVE "WORD NOT ON FILE IN THIS CATEGORY"
                     TO REJECT-REASON
               END-READ
             END-IF
           END-IF
           IF CARD-OK = "Y"
             PERFORM STAMP-DICTIONARY-WORD
             REWRITE DICTIONARY-RECORD
             IF DICT-STATUS NOT = "00"
               MOVE "N" TO CARD-OK
               STRING "REWRITE FAILED, STATUS " DELIMITED BY SIZE
                 DICT-STATUS DELIMITED BY SIZE
                 INTO REJECT-REASON
             END-IF
           END-IF.

      *> Retiring a word that is already retired fails the card, for
      *> the reason GridCatalog's UNREGISTER fails on a missing
      *> entry: the operator probably meant a word still in service.
       RETIRE-DICTIONARY-WORD.
           MOVE CTL-CATEGORY TO DICT-CATEGORY
           MOVE CTL-WORD TO DICT-WORD
           READ DICTIONARY-FILE
             INVALID KEY
               MOVE "N" TO CARD-OK
               MOVE "WORD NOT ON FILE IN THIS CATEGORY"
                 TO REJECT-REASON
           END-READ
           IF CARD-OK = "Y"
             MOVE DICT-EFFECTIVE TO OLD-EFFECTIVE
             MOVE DICT-RETIRE TO OLD-RETIRE
             IF DICT-RETIRE NOT = SPACES AND
                 DICT-RETIRE <= TODAY-DATE
               MOVE "N" TO CARD-OK
               MOVE "WORD ALREADY RETIRED" TO REJECT-REASON
             END-IF
           END-IF
           IF CARD-OK = "Y"
             MOVE DICT-EFFECTIVE TO WANT-EFFECTIVE
             MOVE CTL-RETIRE(1:8) TO WANT-RETIRE
             IF WANT-RETIRE = SPACES
               MOVE TODAY-DATE TO WANT-RETIRE
             END-IF
             PERFORM CHECK-DATE-ORDER
           END-IF
           IF CARD-OK = "Y"
             PERFORM STAMP-DICTIONARY-WORD
             REWRITE DICTIONARY-RECORD
             IF DICT-STATUS NOT = "00"
               MOVE "N" TO CARD-OK
               STRING "REWRITE FAILED, STATUS " DELIMITED BY SIZE
                 DICT-STATUS DELIMITED BY SIZE
                 INTO REJECT-REASON
             END-IF
           END-IF.

      *> A word must be in effect for at least a day: the retire
      *> date, when there is one, falls after the effective date.
       CHECK-DATE-ORDER.
           IF WANT-RETIRE NOT = SPACES AND
               WANT-RETIRE <= WANT-EFFECTIVE
             MOVE "N" TO CARD-OK
             MOVE "RETIRE DATE MUST FALL AFTER THE EFFECTIVE DATE"
               TO REJECT-REASON
           END-IF.

      *> Counts the category's words that are in effect or pending
      *> (not retired as of today). The word on the card is left out
      *> of the count, so re-entering a retired word is judged on
      *> the others alone.
       CHECK-CATEGORY-ROOM.
           MOVE 0 TO CATEGORY-TALLY
           MOVE CTL-CATEGORY TO DICT-CATEGORY
           MOVE LOW-VALUES TO DICT-WORD
           START DICTIONARY-FILE KEY NOT < DICT-KEY
           MOVE "F" TO DICTIONARY-EOF
           IF DICT-STATUS NOT = "00"
             MOVE "T" TO DICTIONARY-EOF
           END-IF
           PERFORM UNTIL DICTIONARY-EOF = "T"
             READ DICTIONARY-FILE NEXT
               AT END
                 MOVE "T" TO DICTIONARY-EOF
               NOT AT END
                 IF DICT-CATEGORY NOT = CTL-CATEGORY
                   MOVE "T" TO DICTIONARY-EOF
                 ELSE
                   IF DICT-WORD NOT = CTL-WORD AND
                       (DICT-RETIRE = SPACES OR
                        DICT-RETIRE > TODAY-DATE)
                     ADD 1 TO CATEGORY-TALLY
                   END-IF
                 END-IF
             END-READ
           END-PERFORM
           IF CATEGORY-TALLY >= CATEGORY-MAX
             MOVE "N" TO CARD-OK
             MOVE "CATEGORY ALREADY HOLDS 64 WORDS, THE SCAN LIMIT"
               TO REJECT-REASON
           END-IF.

       STAMP-DICTIONARY-WORD.
           MOVE CTL-CATEGORY TO DICT-CATEGORY
           MOVE CTL-WORD TO DICT-WORD
           MOVE WANT-EFFECTIVE TO DICT-EFFECTIVE
           MOVE WANT-RETIRE TO DICT-RETIRE
           MOVE CTL-OPERATOR TO DICT-OPERATOR
           MOVE FUNCTION CURRENT-DATE TO DICT-UPDATED.

       WRITE-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO DA-STAMP
           MOVE CTL-OPERATOR TO DA-OPERATOR
           MOVE CTL-ACTION TO DA-ACTION
           MOVE CTL-CATEGORY TO DA-CATEGORY
           MOVE CTL-WORD TO DA-WORD
           MOVE OLD-EFFECTIVE TO DA-OLD-EFFECTIVE
           MOVE OLD-RETIRE TO DA-OLD-RETIRE
           IF CARD-OK = "Y"
             MOVE WANT-EFFECTIVE TO DA-NEW-EFFECTIVE
             MOVE WANT-RETIRE TO DA-NEW-RETIRE
             MOVE "APPLIED" TO DA-RESULT
           ELSE
             MOVE CTL-EFFECTIVE(1:8) TO DA-NEW-EFFECTIVE
             MOVE CTL-RETIRE(1:8) TO DA-NEW-RETIRE
             MOVE "REJECTED" TO DA-RESULT
             MOVE REJECT-REASON TO DA-REASON
           END-IF
           MOVE AUDIT-RECORD TO AUDIT-LINE
           WRITE AUDIT-LINE.

      *> A blank category lists the whole dictionary. Each word shows
      *> where it stands today: IN EFFECT, PENDING (effective date
      *> still ahead) or RETIRED.
       LIST-DICTIONARY.
           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           IF CTL-CATEGORY = SPACES
             MOVE "SEARCH-WORD DICTIONARY" TO REPORT-LINE
           ELSE
             STRING "SEARCH-WORD DICTIONARY, CATEGORY "
                 DELIMITED BY SIZE
               FUNCTION TRIM(CTL-CATEGORY) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 0 TO ENTRY-TALLY
           MOVE CTL-CATEGORY TO DICT-CATEGORY
           IF CTL-CATEGORY = SPACES
             MOVE LOW-VALUES TO DICT-CATEGORY
           END-IF
           MOVE LOW-VALUES TO DICT-WORD
           START DICTIONARY-FILE KEY NOT < DICT-KEY
           MOVE "F" TO DICTIONARY-EOF
           IF DICT-STATUS NOT = "00"
             MOVE "T" TO DICTIONARY-EOF
           END-IF
           PERFORM UNTIL DICTIONARY-EOF = "T"
             READ DICTIONARY-FILE NEXT
               AT END
                 MOVE "T" TO DICTIONARY-EOF
               NOT AT END
                 IF CTL-CATEGORY NOT = SPACES AND
                     DICT-CATEGORY NOT = CTL-CATEGORY
                   MOVE "T" TO DICTIONARY-EOF
                 ELSE
                   ADD 1 TO ENTRY-TALLY
                   PERFORM WRITE-DICTIONARY-LINE
                 END-IF
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
           DISPLAY "DICTIONARY ENTRIES LISTED: "
             FUNCTION TRIM(COUNT-TEXT).

       WRITE-DICTIONARY-LINE.
           EVALUATE TRUE
             WHEN DICT-RETIRE NOT = SPACES AND
                 DICT-RETIRE <= TODAY-DATE
               MOVE "RETIRED" TO WORD-STATE
             WHEN DICT-EFFECTIVE > TODAY-DATE
               MOVE "PENDING" TO WORD-STATE
             WHEN OTHER
               MOVE "IN EFFECT" TO WORD-STATE
           END-EVALUATE
           MOVE SPACES TO REPORT-LINE
           STRING DICT-CATEGORY DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             DICT-WORD DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             WORD-STATE DELIMITED BY SIZE
             "  EFFECTIVE " DELIMITED BY SIZE
             DICT-EFFECTIVE DELIMITED BY SIZE
             "  RETIRE " DELIMITED BY SIZE
             DICT-RETIRE DELIMITED BY SIZE
             "  BY " DELIMITED BY SIZE
             FUNCTION TRIM(DICT-OPERATOR) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "DictionaryMaint" TO JL-PROGRAM
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
           MOVE "APPLIED" TO JL-COUNT-NAME(2)
           MOVE APPLIED-TALLY TO JL-COUNT(2)
           MOVE "REJECTED" TO JL-COUNT-NAME(3)
           MOVE REJECTED-TALLY TO JL-COUNT(3).

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CertifyCounts.

      *> Holds every OUTPUT-RECORD of the current generation against
      *> the certified answer keys AnswerKey maintains in ANSKEY.DAT
      *> and prints CERTIFY.RPT, one line per grid/part/word:
      *>   CERTIFIED         counts equal the certified counts;
      *>   MISMATCH          a count differs - certified and scanned
      *>                     counts are both printed;
      *>   NO KEY ON FILE    nobody has certified this grid/part/word
      *>                     (a retired key counts as none);
      *>   SCAN ERROR        the job produced no counts to certify.
      *> Reconcile proves the scanner's outputs agree with each other;
      *> this step proves they agree with a person who checked the
      *> grid by hand, which is what catches a scanner regression.
      *> A BOTH record with no BOTH key is certified against the
      *> part 1 and part 2 keys separately, and a part 1 or part 2
      *> record with no key of its own against a BOTH key.
      *> Condition code 8 on any MISMATCH or SCAN ERROR, so the
      *> scheduler holds the hand-off; 4 when the only gaps are
      *> records with no key on file; 12 (refused) when the run
      *> manifest is missing, OUTPUT.DAT is from another run, or the
      *> answer-key master cannot be opened.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ANSKEY-FILE ASSIGN TO "ANSKEY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AK-KEY
               FILE STATUS IS KEY-STATUS.
           SELECT RESULT-FILE ASSIGN TO OUTPUT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "CERTIFY.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MANIFEST-FILE ASSIGN TO "RUNMANIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *> Same layout AnswerKey maintains; the two must stay in step.
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

       FD RESULT-FILE.
       01 RESULT-LINE PIC X(400).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(200).

       FD MANIFEST-FILE.
       01 MANIFEST-LINE PIC X(150).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 KEY-STATUS PIC XX.
       01 KEY-FILE-OPEN PIC X VALUE "N".
       01 OUTPUT-GEN-NAME PIC X(64) VALUE "OUTPUT.DAT".
       01 RESULT-EOF PIC X VALUE "F".
       01 RESULT-TALLY PIC 9(9) VALUE 0.
       01 CERTIFIED-TALLY PIC 9(9) VALUE 0.
       01 MISMATCH-TALLY PIC 9(9) VALUE 0.
       01 NO-KEY-TALLY PIC 9(9) VALUE 0.
       01 ERROR-TALLY PIC 9(9) VALUE 0.
       01 COUNT-TEXT PIC Z(8)9.
       01 EXPECTED-TEXT PIC Z(8)9.
       01 ACTUAL-TEXT PIC Z(8)9.
       01 CERT-VERDICT PIC X(16).

      *> One side of a record under certification: the straight-line
      *> XMAS count (part 1) or the X-shape X-MAS count (part 2).
      *> FIND-SIDE-KEY fills in what the answer key says it should be.
       01 SIDE-WANTED PIC X(1).
       01 SIDE-FIRST-PART PIC X(4).
       01 SIDE-SECOND-PART PIC X(4).
       01 SIDE-KEY-FOUND PIC X(1).
       01 SIDE-EXPECTED PIC 9(9).
       01 XMAS-SIDE.
           05 XS-NEEDED PIC X(1).
           05 XS-KEYED PIC X(1).
           05 XS-EXPECTED PIC 9(9).
       01 X-MAS-SIDE.
           05 XM-NEEDED PIC X(1).
           05 XM-KEYED PIC X(1).
           05 XM-EXPECTED PIC 9(9).

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

      *> Same record the scanner's WRITE-RUN-MANIFEST cuts; the two
      *> layouts must stay in step.
       01 MANIFEST-RECORD.
           05 MAN-RUN-ID PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-START-STAMP PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-END-STAMP PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-JOB-COUNT PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-MATCH-TALLY PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-OUTPUT-TALLY PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-EXCEPT-TALLY PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 MAN-HISTORY-TALLY PIC 9(9).
       01 MANIFEST-FOUND PIC X VALUE "N".

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
           OPEN INPUT ANSKEY-FILE
           IF KEY-STATUS NOT = "00" AND KEY-STATUS NOT = "05"
             DISPLAY "CANNOT OPEN ANSKEY.DAT, STATUS " KEY-STATUS
               ", CERTIFICATION REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF
           IF KEY-STATUS = "00"
             MOVE "Y" TO KEY-FILE-OPEN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE "OUTPUT.DAT COUNTS CERTIFIED AGAINST ANSKEY.DAT"
             TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "RUN " DELIMITED BY SIZE
             MAN-RUN-ID DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM CERTIFY-RESULT-FILE
           PERFORM WRITE-CERTIFY-TOTALS
           CLOSE REPORT-FILE
           CLOSE ANSKEY-FILE

           MOVE CERTIFIED-TALLY TO COUNT-TEXT
           DISPLAY "RECORDS CERTIFIED: " FUNCTION TRIM(COUNT-TEXT)
           MOVE MISMATCH-TALLY TO COUNT-TEXT
           DISPLAY "CERTIFICATION MISMATCHES: "
             FUNCTION TRIM(COUNT-TEXT)
           MOVE NO-KEY-TALLY TO COUNT-TEXT
           DISPLAY "RECORDS WITH NO KEY ON FILE: "
             FUNCTION TRIM(COUNT-TEXT)
           EVALUATE TRUE
             WHEN MISMATCH-TALLY > 0 OR ERROR-TALLY > 0
               MOVE 8 TO RETURN-CODE
             WHEN NO-KEY-TALLY > 0
               MOVE 4 TO RETURN-CODE
             WHEN RESULT-TALLY = 0
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
           IF CG-OUTPUT-NAME NOT = SPACES
             MOVE CG-OUTPUT-NAME TO OUTPUT-GEN-NAME
           END-IF.

      *> Same rule as Reconcile: no manifest means the scan never ran
      *> to completion under the current files, and certifying an
      *> OUTPUT.DAT from some other run would pass the wrong batch.
       READ-RUN-MANIFEST.
           OPEN INPUT MANIFEST-FILE
           READ MANIFEST-FILE INTO MANIFEST-LINE
             AT END
               CONTINUE
             NOT AT END
               MOVE MANIFEST-LINE TO MANIFEST-RECORD
               IF MAN-RUN-ID NOT = SPACES
                 MOVE "Y" TO MANIFEST-FOUND
               END-IF
           END-READ
           CLOSE MANIFEST-FILE
           IF MANIFEST-FOUND = "N"
             DISPLAY "RUN MANIFEST MISSING OR EMPTY - RUN NOT "
               "VERIFIABLE, CERTIFICATION REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF.

       CERTIFY-RESULT-FILE.
           OPEN INPUT RESULT-FILE
           PERFORM UNTIL RESULT-EOF = "T"
             READ RESULT-FILE INTO RESULT-LINE
               AT END
                 MOVE "T" TO RESULT-EOF
               NOT AT END
                 MOVE RESULT-LINE TO OUTPUT-RECORD
                 IF OUT-RUN-ID NOT = MAN-RUN-ID
                   PERFORM REFUSE-RUN-MISMATCH
                 END-IF
                 ADD 1 TO RESULT-TALLY
                 PERFORM CERTIFY-ONE-RECORD
             END-READ
           END-PERFORM
           CLOSE RESULT-FILE.

       REFUSE-RUN-MISMATCH.
           DISPLAY "RUN ID MISMATCH: MANIFEST " MAN-RUN-ID
             " BUT OUTPUT.DAT RECORD CARRIES " OUT-RUN-ID
           DISPLAY "INPUTS ARE FROM DIFFERENT RUNS, "
             "CERTIFICATION REFUSED"
           CLOSE RESULT-FILE
           CLOSE REPORT-FILE
           CLOSE ANSKEY-FILE
           MOVE 12 TO RETURN-CODE
           MOVE "REFUSED" TO LEDGER-OUTCOME
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> Works out which sides the record claims (part 1 the XMAS
      *> count, part 2 the X-MAS count, BOTH or blank both, and a
      *> shape its shape count, which rides in the XMAS count), looks
      *> up the certified figure for each, and grades the record. A
      *> MISMATCH outranks NO KEY ON FILE: a wrong count on the side
      *> that is keyed is the finding that matters.
       CERTIFY-ONE-RECORD.
           IF OUT-STATUS = "ERROR"
             ADD 1 TO ERROR-TALLY
             MOVE "SCAN ERROR" TO CERT-VERDICT
             PERFORM WRITE-CERTIFY-LINE
           ELSE
             MOVE "N" TO XS-NEEDED
             MOVE "N" TO XM-NEEDED
             IF OUT-PART NOT = "2"
               MOVE "Y" TO XS-NEEDED
               MOVE "1" TO SIDE-WANTED
               PERFORM FIND-SIDE-KEY
               MOVE SIDE-KEY-FOUND TO XS-KEYED
               MOVE SIDE-EXPECTED TO XS-EXPECTED
             END-IF
             IF OUT-PART = "2" OR OUT-PART = "BOTH"
               MOVE "Y" TO XM-NEEDED
               MOVE "2" TO SIDE-WANTED
               PERFORM FIND-SIDE-KEY
               MOVE SIDE-KEY-FOUND TO XM-KEYED
               MOVE SIDE-EXPECTED TO XM-EXPECTED
             END-IF
             EVALUATE TRUE
               WHEN XS-NEEDED = "Y" AND XS-KEYED = "Y" AND
                   XS-EXPECTED NOT = OUT-XMAS-COUNT
                 ADD 1 TO MISMATCH-TALLY
                 MOVE "*** MISMATCH" TO CERT-VERDICT
               WHEN XM-NEEDED = "Y" AND XM-KEYED = "Y" AND
                   XM-EXPECTED NOT = OUT-X-MAS-COUNT
                 ADD 1 TO MISMATCH-TALLY
                 MOVE "*** MISMATCH" TO CERT-VERDICT
               WHEN XS-NEEDED = "Y" AND XS-KEYED = "N"
                 ADD 1 TO NO-KEY-TALLY
                 MOVE "NO KEY ON FILE" TO CERT-VERDICT
               WHEN XM-NEEDED = "Y" AND XM-KEYED = "N"
                 ADD 1 TO NO-KEY-TALLY
                 MOVE "NO KEY ON FILE" TO CERT-VERDICT
               WHEN OTHER
                 ADD 1 TO CERTIFIED-TALLY
                 MOVE "CERTIFIED" TO CERT-VERDICT
             END-EVALUATE
             PERFORM WRITE-CERTIFY-LINE
           END-IF.

      *> Finds the certified count for one side of the current record.
      *> The record's own part is tried first, so a BOTH record takes
      *> a BOTH key over the separate part keys and a part 1 record
      *> its own part 1 key over a BOTH key. A shape record is keyed
      *> under its shape name alone. A retired key is passed over
      *> exactly as if it were not on file.
       FIND-SIDE-KEY.
           MOVE "N" TO SIDE-KEY-FOUND
           MOVE 0 TO SIDE-EXPECTED
           EVALUATE OUT-PART
             WHEN "1"
             WHEN "2"
               MOVE SIDE-WANTED TO SIDE-FIRST-PART
               MOVE "BOTH" TO SIDE-SECOND-PART
             WHEN "BOTH"
               MOVE "BOTH" TO SIDE-FIRST-PART
               MOVE SIDE-WANTED TO SIDE-SECOND-PART
             WHEN OTHER
               MOVE OUT-PART TO SIDE-FIRST-PART
               MOVE SPACES TO SIDE-SECOND-PART
           END-EVALUATE
           MOVE SIDE-FIRST-PART TO AK-PART
           PERFORM READ-SIDE-KEY
           IF SIDE-KEY-FOUND = "N" AND SIDE-SECOND-PART NOT = SPACES
             MOVE SIDE-SECOND-PART TO AK-PART
             PERFORM READ-SIDE-KEY
           END-IF.

       READ-SIDE-KEY.
           IF KEY-FILE-OPEN = "Y"
             MOVE OUT-FILENAME TO AK-FILENAME
             MOVE OUT-WORD TO AK-WORD
             READ ANSKEY-FILE
               INVALID KEY
                 CONTINUE
               NOT INVALID KEY
                 IF AK-STATUS NOT = "RETIRED"
                   MOVE "Y" TO SIDE-KEY-FOUND
                   IF SIDE-WANTED = "1"
                     MOVE AK-XMAS-COUNT TO SIDE-EXPECTED
                   ELSE
                     MOVE AK-X-MAS-COUNT TO SIDE-EXPECTED
                   END-IF
                 END-IF
             END-READ
           END-IF.

      *> One line per OUTPUT-RECORD; each side the record claims is
      *> shown as certified/scanned, or "-" for the certified figure
      *> where no key covers it.
       WRITE-CERTIFY-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING FUNCTION TRIM(OUT-FILENAME) DELIMITED BY SIZE
             "  PART " DELIMITED BY SIZE
             FUNCTION TRIM(OUT-PART) DELIMITED BY SIZE
             "  WORD " DELIMITED BY SIZE
             FUNCTION TRIM(OUT-WORD) DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             FUNCTION TRIM(CERT-VERDICT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           IF OUT-STATUS NOT = "ERROR"
             IF XS-NEEDED = "Y"
               MOVE OUT-XMAS-COUNT TO ACTUAL-TEXT
               MOVE XS-EXPECTED TO EXPECTED-TEXT
               MOVE SPACES TO REPORT-LINE
               IF XS-KEYED = "Y"
                 STRING "    XMAS   CERTIFIED: " DELIMITED BY SIZE
                   FUNCTION TRIM(EXPECTED-TEXT) DELIMITED BY SIZE
                   "  SCANNED: " DELIMITED BY SIZE
                   FUNCTION TRIM(ACTUAL-TEXT) DELIMITED BY SIZE
                   INTO REPORT-LINE
               ELSE
                 STRING "    XMAS   CERTIFIED: -  SCANNED: "
                     DELIMITED BY SIZE
                   FUNCTION TRIM(ACTUAL-TEXT) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
             END-IF
             IF XM-NEEDED = "Y"
               MOVE OUT-X-MAS-COUNT TO ACTUAL-TEXT
               MOVE XM-EXPECTED TO EXPECTED-TEXT
               MOVE SPACES TO REPORT-LINE
               IF XM-KEYED = "Y"
                 STRING "    X-MAS  CERTIFIED: " DELIMITED BY SIZE
                   FUNCTION TRIM(EXPECTED-TEXT) DELIMITED BY SIZE
                   "  SCANNED: " DELIMITED BY SIZE
                   FUNCTION TRIM(ACTUAL-TEXT) DELIMITED BY SIZE
                   INTO REPORT-LINE
               ELSE
                 STRING "    X-MAS  CERTIFIED: -  SCANNED: "
                     DELIMITED BY SIZE
                   FUNCTION TRIM(ACTUAL-TEXT) DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-IF
               WRITE REPORT-LINE
             END-IF
           END-IF.

       WRITE-CERTIFY-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RESULT-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "OUTPUT RECORDS READ: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE CERTIFIED-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "CERTIFIED: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE MISMATCH-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "MISMATCHES: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE NO-KEY-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "NO KEY ON FILE: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ERROR-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "SCAN ERRORS: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           IF MISMATCH-TALLY > 0 OR ERROR-TALLY > 0
             MOVE "VERDICT: HOLD THE HAND-OFF" TO REPORT-LINE
           ELSE
             IF NO-KEY-TALLY > 0
               MOVE "VERDICT: CERTIFIED WHERE KEYED" TO REPORT-LINE
             ELSE
               MOVE "VERDICT: CERTIFIED" TO REPORT-LINE
             END-IF
           END-IF
           WRITE REPORT-LINE.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "CertifyCounts" TO JL-PROGRAM
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
           MOVE "CERTIFIED" TO JL-COUNT-NAME(1)
           MOVE CERTIFIED-TALLY TO JL-COUNT(1)
           MOVE "MISMATCHES" TO JL-COUNT-NAME(2)
           MOVE MISMATCH-TALLY TO JL-COUNT(2)
           MOVE "NO KEY" TO JL-COUNT-NAME(3)
           MOVE NO-KEY-TALLY TO JL-COUNT(3).

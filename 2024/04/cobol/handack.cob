       IDENTIFICATION DIVISION.
       PROGRAM-ID. HandoffAck.

      *> Takes in the acknowledgements the downstream counts system
      *> sends back for each hand-off file it loads, and holds them
      *> against XMITLOG.DAT, the log Handoff keeps of every file it
      *> cuts, so a lost or bad transmission is caught here instead
      *> of when the business asks where yesterday's counts went.
      *> The receiver drops HANDACK.DAT, one line per file loaded:
      *>   <run id>,<ACCEPTED|REJECTED>,<record count>,<hash total>
      *> with the count and hash the receiver worked out itself.
      *> Every line is copied to ACKLOG.DAT, the acknowledgement
      *> history, with the time it was taken in, and HANDACK.DAT is
      *> then emptied so no acknowledgement is taken in twice. An
      *> acknowledgement answers the latest transmission of its run
      *> that was cut before it was taken in. Each run's latest
      *> transmission comes out as one of:
      *>   ACCEPTED          loaded, and the totals agree with ours;
      *>   AWAITING ACK      not answered yet, still inside the wait;
      *>   REJECTED          the receiver refused the file;
      *>   TOTALS DISAGREE   accepted, but the receiver's count or
      *>                     hash total differs from what we sent;
      *>   UNREADABLE ACK    the acknowledgement could not be read;
      *>   NO ACK            nothing back after the wait.
      *> The last four are flagged, and the hand-off is cut again
      *> from the run's generation file as RESEND.<run id>.DAT for
      *> the operator to transmit, provided the file still gives the
      *> totals first sent; the resend goes on XMITLOG.DAT too, so
      *> the wait starts over. HANDACK.RPT lists every run not yet
      *> accepted and every acceptance taken in today.
      *> ACKCTL.DAT, optional, one line:
      *>   <hours>,<days>
      *> hours to wait for an acknowledgement (default 24) and how
      *> many days of XMITLOG.DAT to look back over (default 60).
      *> Condition code 12 when a flagged hand-off could not be cut
      *> again, 8 when anything was flagged, 4 when the only finding
      *> is an acknowledgement for a run not on the log.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ACKCTL-FILE ASSIGN TO "ACKCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HANDACK-FILE ASSIGN TO "HANDACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ACKLOG-FILE ASSIGN TO "ACKLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XMITLOG-FILE ASSIGN TO "XMITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESULT-FILE ASSIGN TO OUTPUT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESULT-STATUS.
           SELECT RESEND-FILE ASSIGN TO RESEND-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "HANDACK.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACKCTL-FILE.
       01 ACKCTL-LINE PIC X(80).

       FD HANDACK-FILE.
       01 HANDACK-LINE PIC X(80).

       FD ACKLOG-FILE.
       01 ACKLOG-LINE PIC X(200).

       FD XMITLOG-FILE.
       01 XMITLOG-LINE PIC X(250).

       FD RESULT-FILE.
       01 RESULT-LINE PIC X(400).

       FD RESEND-FILE.
       01 RESEND-LINE PIC X(400).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 OUTPUT-GEN-NAME PIC X(64).
       01 RESEND-NAME PIC X(64).
       01 RESULT-STATUS PIC XX.
       01 ACKCTL-EOF PIC X VALUE "F".
       01 HANDACK-EOF PIC X VALUE "F".
       01 ACKLOG-EOF PIC X VALUE "F".
       01 XMITLOG-EOF PIC X VALUE "F".
       01 RESULT-EOF PIC X.
       01 XMIT-OVERFLOW PIC X VALUE "N".
       01 ACK-HOURS PIC 9(4) VALUE 24.
       01 LOOKBACK-DAYS PIC 9(4) VALUE 60.
       01 NOW-STAMP PIC X(26).
       01 NOW-MINUTES PIC 9(12).
       01 CUT-MINUTES PIC 9(12).
       01 ELAPSED-HOURS PIC 9(9).
       01 CUTOFF-DATE PIC X(8).
       01 CUTOFF-INT PIC 9(9).
       01 DATE-WORK PIC 9(8).
       01 HOUR-WORK PIC 9(2).
       01 MINUTE-WORK PIC 9(2).
       01 TEXT-LEN PIC 9(2).
       01 XMIT-POS PIC 9(3).
       01 XMIT-FOUND PIC 9(3).
       01 ACK-TALLY PIC 9(5) VALUE 0.
       01 ACCEPTED-TALLY PIC 9(5) VALUE 0.
       01 AWAITING-TALLY PIC 9(5) VALUE 0.
       01 FLAG-TALLY PIC 9(5) VALUE 0.
       01 RESENT-TALLY PIC 9(5) VALUE 0.
       01 FAIL-TALLY PIC 9(5) VALUE 0.
       01 UNKNOWN-TALLY PIC 9(5) VALUE 0.
       01 COUNT-TEXT PIC Z(4)9.
       01 SENT-COUNT-TEXT PIC Z(8)9.
       01 SENT-HASH-TEXT PIC Z(14)9.
       01 ACK-COUNT-TEXT PIC Z(8)9.
       01 ACK-HASH-TEXT PIC Z(14)9.
       01 HOURS-TEXT PIC Z(3)9.

      *> Regeneration of one flagged hand-off: the generation file
      *> is read once to prove it still gives the totals first sent,
      *> and only then read again to cut the resend.
       01 REGEN-OK PIC X.
       01 REGEN-REASON PIC X(60).
       01 REGEN-TALLY PIC 9(9).
       01 REGEN-HASH PIC 9(15).

      *> ACKCTL.DAT as read, before its numbers are checked.
       01 ACKCTL-RECORD.
           05 AC-HOURS-TEXT PIC X(8).
           05 AC-DAYS-TEXT PIC X(8).

      *> One HANDACK.DAT line as received, before it is checked.
       01 ACK-CARD.
           05 AK-RUN-ID-TEXT PIC X(20).
           05 AK-STATUS-TEXT PIC X(12).
           05 AK-COUNT-TEXT PIC X(16).
           05 AK-HASH-TEXT PIC X(20).

      *> One line per acknowledgement taken in, readable or not: the
      *> fields as understood plus the line exactly as received.
       01 ACKLOG-RECORD.
           05 AL-INTAKE-STAMP PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 AL-RUN-ID PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 AL-STATUS PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 AL-READABLE PIC X(1).
           05 FILLER PIC X VALUE SPACE.
           05 AL-COUNT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 AL-HASH PIC 9(15).
           05 FILLER PIC X VALUE SPACE.
           05 AL-RAW PIC X(80).

      *> Same record Handoff appends to XMITLOG.DAT; the two layouts
      *> must stay in step.
       01 XMITLOG-RECORD.
           05 XL-RUN-ID PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 XL-KIND PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 XL-CUT-STAMP PIC X(26).
           05 FILLER PIC X VALUE SPACE.
           05 XL-RUN-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 XL-CONDITION PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 XL-CONTENT PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 XL-DETAIL-COUNT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 XL-HASH-TOTAL PIC 9(15).
           05 FILLER PIC X VALUE SPACE.
           05 XL-SENT-NAME PIC X(64).
           05 FILLER PIC X VALUE SPACE.
           05 XL-SOURCE-NAME PIC X(64).

      *> One slot per run id on the log inside the look-back: its
      *> latest transmission, the acknowledgement that answers it
      *> (if any) and what this run made of the two. XMIT-MAX is the
      *> single source for the overflow guard and must match the
      *> OCCURS count.
       01 XMIT-MAX PIC 9(3) VALUE 500.

       01 XMIT-TABLE.
           05 XMIT-COUNT PIC 9(3) VALUE 0.
           05 XMIT-ENTRY OCCURS 500 TIMES.
               10 XT-RUN-ID PIC X(14).
               10 XT-KIND PIC X(8).
               10 XT-CUT-STAMP PIC X(26).
               10 XT-RUN-DATE PIC X(8).
               10 XT-CONDITION PIC 9(2).
               10 XT-CONTENT PIC X(4).
               10 XT-DETAIL-COUNT PIC 9(9).
               10 XT-HASH-TOTAL PIC 9(15).
               10 XT-SOURCE-NAME PIC X(64).
               10 XT-SEND-COUNT PIC 9(3).
               10 XT-ACK-STAMP PIC X(26).
               10 XT-ACK-STATUS PIC X(8).
               10 XT-ACK-READABLE PIC X(1).
               10 XT-ACK-COUNT PIC 9(9).
               10 XT-ACK-HASH PIC 9(15).
               10 XT-ACK-NEW PIC X(1).
               10 XT-RESULT PIC X(16).

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

      *> Same header, detail and trailer Handoff cuts; the layouts
      *> must stay in step so a resend loads like the original.
       01 HANDOFF-HEADER.
           05 HOH-TYPE PIC X(1) VALUE "H".
           05 FILLER PIC X VALUE SPACE.
           05 HOH-RUN-DATE PIC X(8).
           05 FILLER PIC X VALUE SPACE.
           05 HOH-RUN-ID PIC X(14).
           05 FILLER PIC X VALUE SPACE.
           05 HOH-CONDITION PIC 9(2).
           05 FILLER PIC X VALUE SPACE.
           05 HOH-CONTENT PIC X(4).

       01 HANDOFF-DETAIL.
           05 HOD-TYPE PIC X(1) VALUE "D".
           05 FILLER PIC X VALUE SPACE.
           05 HOD-FILENAME PIC X(256).
           05 FILLER PIC X VALUE SPACE.
           05 HOD-PART PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 HOD-WORD PIC X(32).
           05 FILLER PIC X VALUE SPACE.
           05 HOD-XMAS-COUNT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 HOD-X-MAS-COUNT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 HOD-STATUS PIC X(10).

       01 HANDOFF-TRAILER.
           05 HOT-TYPE PIC X(1) VALUE "T".
           05 FILLER PIC X VALUE SPACE.
           05 HOT-DETAIL-COUNT PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 HOT-HASH-TOTAL PIC 9(15).

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
           MOVE FUNCTION CURRENT-DATE TO NOW-STAMP
           MOVE NOW-STAMP(1:12) TO XL-CUT-STAMP
           PERFORM STAMP-TO-MINUTES
           MOVE CUT-MINUTES TO NOW-MINUTES
           PERFORM READ-ACK-CONTROL
           MOVE NOW-STAMP(1:8) TO DATE-WORK
           COMPUTE CUTOFF-INT =
             FUNCTION INTEGER-OF-DATE(DATE-WORK) - LOOKBACK-DAYS
           COMPUTE DATE-WORK = FUNCTION DATE-OF-INTEGER(CUTOFF-INT)
           MOVE DATE-WORK TO CUTOFF-DATE

           PERFORM LOAD-XMIT-LOG
           IF XMIT-OVERFLOW = "Y"
             DISPLAY "XMITLOG.DAT HOLDS MORE THAN 500 RUNS IN THE "
               "LOOK-BACK; SHORTEN IT IN ACKCTL.DAT, REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF
           PERFORM LOAD-ACK-LOG

           OPEN OUTPUT REPORT-FILE
           MOVE ACK-HOURS TO HOURS-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "HAND-OFF ACKNOWLEDGEMENTS " DELIMITED BY SIZE
             NOW-STAMP(1:8) DELIMITED BY SIZE
             "  WAIT " DELIMITED BY SIZE
             FUNCTION TRIM(HOURS-TEXT) DELIMITED BY SIZE
             " HOURS" DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM TAKE-IN-ACKS
           PERFORM VARYING XMIT-POS FROM 1 BY 1
               UNTIL XMIT-POS > XMIT-COUNT
             PERFORM JUDGE-TRANSMISSION
           END-PERFORM
           PERFORM WRITE-REPORT-SUMMARY
           CLOSE REPORT-FILE

           MOVE ACK-TALLY TO COUNT-TEXT
           DISPLAY "ACKNOWLEDGEMENTS TAKEN IN: "
             FUNCTION TRIM(COUNT-TEXT)
           MOVE FLAG-TALLY TO COUNT-TEXT
           DISPLAY "HAND-OFFS FLAGGED: " FUNCTION TRIM(COUNT-TEXT)
           MOVE RESENT-TALLY TO COUNT-TEXT
           DISPLAY "HAND-OFFS CUT AGAIN: " FUNCTION TRIM(COUNT-TEXT)
           EVALUATE TRUE
             WHEN FAIL-TALLY > 0
               MOVE FAIL-TALLY TO COUNT-TEXT
               DISPLAY "HAND-OFFS THAT COULD NOT BE CUT AGAIN: "
                 FUNCTION TRIM(COUNT-TEXT)
               MOVE 12 TO RETURN-CODE
             WHEN FLAG-TALLY > 0
               MOVE 8 TO RETURN-CODE
             WHEN UNKNOWN-TALLY > 0
               MOVE 4 TO RETURN-CODE
           END-EVALUATE
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> Either number may be left blank for its default; one that
      *> is not a plain number is reported and the default used.
       READ-ACK-CONTROL.
           MOVE SPACES TO ACKCTL-RECORD
           OPEN INPUT ACKCTL-FILE
           READ ACKCTL-FILE
             AT END
               MOVE SPACES TO ACKCTL-LINE
           END-READ
           CLOSE ACKCTL-FILE
           UNSTRING ACKCTL-LINE DELIMITED BY ","
             INTO AC-HOURS-TEXT AC-DAYS-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(AC-HOURS-TEXT) TO AC-HOURS-TEXT
           MOVE FUNCTION TRIM(AC-DAYS-TEXT) TO AC-DAYS-TEXT
           IF AC-HOURS-TEXT NOT = SPACES
             MOVE 0 TO TEXT-LEN
             INSPECT AC-HOURS-TEXT TALLYING TEXT-LEN
               FOR CHARACTERS BEFORE SPACE
             IF TEXT-LEN <= 4 AND
                 AC-HOURS-TEXT(1:TEXT-LEN) IS NUMERIC
               COMPUTE ACK-HOURS =
                 FUNCTION NUMVAL(AC-HOURS-TEXT(1:TEXT-LEN))
             ELSE
               DISPLAY "ACKCTL.DAT WAIT HOURS "
                 FUNCTION TRIM(AC-HOURS-TEXT)
                 " NOT A NUMBER, 24 USED"
             END-IF
           END-IF
           IF AC-DAYS-TEXT NOT = SPACES
             MOVE 0 TO TEXT-LEN
             INSPECT AC-DAYS-TEXT TALLYING TEXT-LEN
               FOR CHARACTERS BEFORE SPACE
             IF TEXT-LEN <= 4 AND
                 AC-DAYS-TEXT(1:TEXT-LEN) IS NUMERIC
               COMPUTE LOOKBACK-DAYS =
                 FUNCTION NUMVAL(AC-DAYS-TEXT(1:TEXT-LEN))
             ELSE
               DISPLAY "ACKCTL.DAT LOOK-BACK DAYS "
                 FUNCTION TRIM(AC-DAYS-TEXT)
                 " NOT A NUMBER, 60 USED"
             END-IF
           END-IF.

      *> The log is in the order files were cut, so a later line for
      *> a run (a resend) simply replaces the earlier one in its slot.
       LOAD-XMIT-LOG.
           OPEN INPUT XMITLOG-FILE
           PERFORM UNTIL XMITLOG-EOF = "T"
             READ XMITLOG-FILE INTO XMITLOG-LINE
               AT END
                 MOVE "T" TO XMITLOG-EOF
               NOT AT END
                 MOVE XMITLOG-LINE TO XMITLOG-RECORD
                 IF XL-RUN-ID NOT = SPACES AND
                     XL-CUT-STAMP(1:8) NOT < CUTOFF-DATE
                   PERFORM LOAD-ONE-TRANSMISSION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE XMITLOG-FILE.

       LOAD-ONE-TRANSMISSION.
           MOVE XL-RUN-ID TO AL-RUN-ID
           PERFORM FIND-XMIT-RUN
           IF XMIT-FOUND = 0
             IF XMIT-COUNT >= XMIT-MAX
               MOVE "Y" TO XMIT-OVERFLOW
             ELSE
               ADD 1 TO XMIT-COUNT
               MOVE XMIT-COUNT TO XMIT-FOUND
               MOVE 0 TO XT-SEND-COUNT(XMIT-FOUND)
               MOVE SPACES TO XT-ACK-STAMP(XMIT-FOUND)
               MOVE SPACES TO XT-ACK-STATUS(XMIT-FOUND)
               MOVE "N" TO XT-ACK-NEW(XMIT-FOUND)
             END-IF
           END-IF
           IF XMIT-FOUND > 0
             MOVE XL-RUN-ID TO XT-RUN-ID(XMIT-FOUND)
             MOVE XL-KIND TO XT-KIND(XMIT-FOUND)
             MOVE XL-CUT-STAMP TO XT-CUT-STAMP(XMIT-FOUND)
             MOVE XL-RUN-DATE TO XT-RUN-DATE(XMIT-FOUND)
             MOVE XL-CONDITION TO XT-CONDITION(XMIT-FOUND)
             MOVE XL-CONTENT TO XT-CONTENT(XMIT-FOUND)
             MOVE XL-DETAIL-COUNT TO XT-DETAIL-COUNT(XMIT-FOUND)
             MOVE XL-HASH-TOTAL TO XT-HASH-TOTAL(XMIT-FOUND)
             MOVE XL-SOURCE-NAME TO XT-SOURCE-NAME(XMIT-FOUND)
             ADD 1 TO XT-SEND-COUNT(XMIT-FOUND)
           END-IF.

      *> XMIT-FOUND is the slot holding run AL-RUN-ID, 0 if none.
       FIND-XMIT-RUN.
           MOVE 0 TO XMIT-FOUND
           PERFORM VARYING XMIT-POS FROM 1 BY 1
               UNTIL XMIT-POS > XMIT-COUNT OR XMIT-FOUND > 0
             IF XT-RUN-ID(XMIT-POS) = AL-RUN-ID
               MOVE XMIT-POS TO XMIT-FOUND
             END-IF
           END-PERFORM.

      *> Acknowledgements already taken in on earlier days. Only one
      *> taken in after the run's latest transmission was cut can
      *> answer it; an older one answered a file since sent again.
      *> Strictly after: a resend cut in the same run that took an
      *> acknowledgement in can carry the very same stamp.
       LOAD-ACK-LOG.
           OPEN INPUT ACKLOG-FILE
           PERFORM UNTIL ACKLOG-EOF = "T"
             READ ACKLOG-FILE INTO ACKLOG-LINE
               AT END
                 MOVE "T" TO ACKLOG-EOF
               NOT AT END
                 MOVE ACKLOG-LINE TO ACKLOG-RECORD
                 PERFORM FIND-XMIT-RUN
                 IF XMIT-FOUND > 0
                   PERFORM APPLY-ACK
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ACKLOG-FILE.

       APPLY-ACK.
           IF AL-INTAKE-STAMP(1:16) > XT-CUT-STAMP(XMIT-FOUND)(1:16)
               AND AL-INTAKE-STAMP NOT < XT-ACK-STAMP(XMIT-FOUND)
             MOVE AL-INTAKE-STAMP TO XT-ACK-STAMP(XMIT-FOUND)
             MOVE AL-STATUS TO XT-ACK-STATUS(XMIT-FOUND)
             MOVE AL-READABLE TO XT-ACK-READABLE(XMIT-FOUND)
             MOVE AL-COUNT TO XT-ACK-COUNT(XMIT-FOUND)
             MOVE AL-HASH TO XT-ACK-HASH(XMIT-FOUND)
           END-IF.

      *> Today's HANDACK.DAT. Each line goes to ACKLOG.DAT stamped
      *> with this run's start, then the file is emptied.
       TAKE-IN-ACKS.
           OPEN INPUT HANDACK-FILE
           OPEN EXTEND ACKLOG-FILE
           PERFORM UNTIL HANDACK-EOF = "T"
             READ HANDACK-FILE
               AT END
                 MOVE "T" TO HANDACK-EOF
               NOT AT END
                 IF HANDACK-LINE NOT = SPACES
                   PERFORM TAKE-IN-ONE-ACK
                 END-IF
             END-READ
           END-PERFORM
           CLOSE ACKLOG-FILE
           CLOSE HANDACK-FILE
           IF ACK-TALLY > 0
             OPEN OUTPUT HANDACK-FILE
             CLOSE HANDACK-FILE
           END-IF.

       TAKE-IN-ONE-ACK.
           ADD 1 TO ACK-TALLY
           MOVE SPACES TO ACK-CARD
           UNSTRING HANDACK-LINE DELIMITED BY ","
             INTO AK-RUN-ID-TEXT AK-STATUS-TEXT AK-COUNT-TEXT
                  AK-HASH-TEXT
           END-UNSTRING
           MOVE SPACES TO ACKLOG-RECORD
           MOVE NOW-STAMP TO AL-INTAKE-STAMP
           MOVE FUNCTION TRIM(AK-RUN-ID-TEXT) TO AL-RUN-ID
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(AK-STATUS-TEXT))
             TO AL-STATUS
           MOVE HANDACK-LINE TO AL-RAW
           MOVE 0 TO AL-COUNT
           MOVE 0 TO AL-HASH
           MOVE "Y" TO AL-READABLE
           IF AL-STATUS NOT = "ACCEPTED" AND AL-STATUS NOT = "REJECTED"
             MOVE "N" TO AL-READABLE
           END-IF
           MOVE FUNCTION TRIM(AK-COUNT-TEXT) TO AK-COUNT-TEXT
           MOVE 0 TO TEXT-LEN
           INSPECT AK-COUNT-TEXT TALLYING TEXT-LEN
             FOR CHARACTERS BEFORE SPACE
           IF TEXT-LEN >= 1 AND TEXT-LEN <= 9 AND
               AK-COUNT-TEXT(1:TEXT-LEN) IS NUMERIC
             COMPUTE AL-COUNT =
               FUNCTION NUMVAL(AK-COUNT-TEXT(1:TEXT-LEN))
           ELSE
             MOVE "N" TO AL-READABLE
           END-IF
           MOVE FUNCTION TRIM(AK-HASH-TEXT) TO AK-HASH-TEXT
           MOVE 0 TO TEXT-LEN
           INSPECT AK-HASH-TEXT TALLYING TEXT-LEN
             FOR CHARACTERS BEFORE SPACE
           IF TEXT-LEN >= 1 AND TEXT-LEN <= 15 AND
               AK-HASH-TEXT(1:TEXT-LEN) IS NUMERIC
             COMPUTE AL-HASH =
               FUNCTION NUMVAL(AK-HASH-TEXT(1:TEXT-LEN))
           ELSE
             MOVE "N" TO AL-READABLE
           END-IF
           MOVE ACKLOG-RECORD TO ACKLOG-LINE
           WRITE ACKLOG-LINE
           PERFORM FIND-XMIT-RUN
           IF XMIT-FOUND > 0
             PERFORM APPLY-ACK
             MOVE "Y" TO XT-ACK-NEW(XMIT-FOUND)
           ELSE
             ADD 1 TO UNKNOWN-TALLY
             MOVE SPACES TO REPORT-LINE
             STRING "ACK FOR RUN " DELIMITED BY SIZE
               FUNCTION TRIM(AK-RUN-ID-TEXT) DELIMITED BY SIZE
               " - NO HAND-OFF FOR THAT RUN ON XMITLOG.DAT"
                 DELIMITED BY SIZE
               " IN THE LOOK-BACK" DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE REPORT-LINE
             MOVE SPACES TO REPORT-LINE
             STRING "    AS RECEIVED: " DELIMITED BY SIZE
               FUNCTION TRIM(HANDACK-LINE) DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE REPORT-LINE
           END-IF.

      *> What the latest transmission of run XMIT-POS came to. A
      *> settled run (accepted before today) stays off the report.
       JUDGE-TRANSMISSION.
           MOVE XMIT-POS TO XMIT-FOUND
           EVALUATE TRUE
             WHEN XT-ACK-STAMP(XMIT-FOUND) = SPACES
               MOVE XT-CUT-STAMP(XMIT-FOUND)(1:12) TO XL-CUT-STAMP
               PERFORM STAMP-TO-MINUTES
               IF CUT-MINUTES > NOW-MINUTES
                 MOVE 0 TO ELAPSED-HOURS
               ELSE
                 COMPUTE ELAPSED-HOURS =
                   (NOW-MINUTES - CUT-MINUTES) / 60
               END-IF
               IF ELAPSED-HOURS >= ACK-HOURS
                 MOVE "NO ACK" TO XT-RESULT(XMIT-FOUND)
               ELSE
                 MOVE "AWAITING ACK" TO XT-RESULT(XMIT-FOUND)
               END-IF
             WHEN XT-ACK-READABLE(XMIT-FOUND) NOT = "Y"
               MOVE "UNREADABLE ACK" TO XT-RESULT(XMIT-FOUND)
             WHEN XT-ACK-STATUS(XMIT-FOUND) = "REJECTED"
               MOVE "REJECTED" TO XT-RESULT(XMIT-FOUND)
             WHEN XT-ACK-COUNT(XMIT-FOUND) NOT =
                   XT-DETAIL-COUNT(XMIT-FOUND) OR
                 XT-ACK-HASH(XMIT-FOUND) NOT =
                   XT-HASH-TOTAL(XMIT-FOUND)
               MOVE "TOTALS DISAGREE" TO XT-RESULT(XMIT-FOUND)
             WHEN OTHER
               MOVE "ACCEPTED" TO XT-RESULT(XMIT-FOUND)
           END-EVALUATE
           EVALUATE XT-RESULT(XMIT-FOUND)
             WHEN "ACCEPTED"
               IF XT-ACK-NEW(XMIT-FOUND) = "Y"
                 ADD 1 TO ACCEPTED-TALLY
                 PERFORM WRITE-TRANSMISSION-LINES
               END-IF
             WHEN "AWAITING ACK"
               ADD 1 TO AWAITING-TALLY
               PERFORM WRITE-TRANSMISSION-LINES
             WHEN OTHER
               ADD 1 TO FLAG-TALLY
               PERFORM WRITE-TRANSMISSION-LINES
               PERFORM CUT-RESEND THRU CUT-RESEND-EXIT
           END-EVALUATE.

      *> Minutes since the start of the integer calendar for the
      *> YYYYMMDDHHMM held in XL-CUT-STAMP, into CUT-MINUTES; a stamp
      *> that is not all digits counts as long ago.
       STAMP-TO-MINUTES.
           MOVE 0 TO CUT-MINUTES
           IF XL-CUT-STAMP(1:12) IS NUMERIC
             MOVE XL-CUT-STAMP(1:8) TO DATE-WORK
             MOVE XL-CUT-STAMP(9:2) TO HOUR-WORK
             MOVE XL-CUT-STAMP(11:2) TO MINUTE-WORK
             COMPUTE CUT-MINUTES =
               FUNCTION INTEGER-OF-DATE(DATE-WORK) * 1440
               + HOUR-WORK * 60 + MINUTE-WORK
           END-IF.

       WRITE-TRANSMISSION-LINES.
           MOVE XT-DETAIL-COUNT(XMIT-FOUND) TO SENT-COUNT-TEXT
           MOVE XT-HASH-TOTAL(XMIT-FOUND) TO SENT-HASH-TEXT
           MOVE XT-SEND-COUNT(XMIT-FOUND) TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "RUN " DELIMITED BY SIZE
             XT-RUN-ID(XMIT-FOUND) DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             XT-RESULT(XMIT-FOUND) DELIMITED BY SIZE
             "  CUT " DELIMITED BY SIZE
             XT-CUT-STAMP(XMIT-FOUND)(1:8) DELIMITED BY SIZE
             " " DELIMITED BY SIZE
             XT-CUT-STAMP(XMIT-FOUND)(9:4) DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             XT-CONTENT(XMIT-FOUND) DELIMITED BY SIZE
             "  SENT " DELIMITED BY SIZE
             FUNCTION TRIM(SENT-COUNT-TEXT) DELIMITED BY SIZE
             " RECORDS HASH " DELIMITED BY SIZE
             FUNCTION TRIM(SENT-HASH-TEXT) DELIMITED BY SIZE
             "  TRANSMISSION " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           IF XT-ACK-STAMP(XMIT-FOUND) NOT = SPACES
             MOVE XT-ACK-COUNT(XMIT-FOUND) TO ACK-COUNT-TEXT
             MOVE XT-ACK-HASH(XMIT-FOUND) TO ACK-HASH-TEXT
             MOVE SPACES TO REPORT-LINE
             IF XT-ACK-READABLE(XMIT-FOUND) = "Y"
               STRING "    ACK " DELIMITED BY SIZE
                 FUNCTION TRIM(XT-ACK-STATUS(XMIT-FOUND))
                   DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 FUNCTION TRIM(ACK-COUNT-TEXT) DELIMITED BY SIZE
                 " RECORDS HASH " DELIMITED BY SIZE
                 FUNCTION TRIM(ACK-HASH-TEXT) DELIMITED BY SIZE
                 "  TAKEN IN " DELIMITED BY SIZE
                 XT-ACK-STAMP(XMIT-FOUND)(1:8) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 XT-ACK-STAMP(XMIT-FOUND)(9:4) DELIMITED BY SIZE
                 INTO REPORT-LINE
             ELSE
               STRING "    ACK NOT UNDERSTOOD, TAKEN IN "
                   DELIMITED BY SIZE
                 XT-ACK-STAMP(XMIT-FOUND)(1:8) DELIMITED BY SIZE
                 " " DELIMITED BY SIZE
                 XT-ACK-STAMP(XMIT-FOUND)(9:4) DELIMITED BY SIZE
                 " - SEE ACKLOG.DAT" DELIMITED BY SIZE
                 INTO REPORT-LINE
             END-IF
             WRITE REPORT-LINE
           END-IF.

      *> Cuts RESEND.<run id>.DAT as Handoff cut the original: the
      *> same header, a detail per generation record for a full
      *> file, and the trailer. The generation file must still be
      *> there, hold only this run, and give the totals first sent,
      *> or the resend would not be the file the receiver expects.
       CUT-RESEND.
           MOVE "Y" TO REGEN-OK
           MOVE SPACES TO REGEN-REASON
           MOVE 0 TO REGEN-TALLY
           MOVE 0 TO REGEN-HASH
           MOVE SPACES TO RESEND-NAME
           STRING "RESEND." DELIMITED BY SIZE
             FUNCTION TRIM(XT-RUN-ID(XMIT-FOUND)) DELIMITED BY SIZE
             ".DAT" DELIMITED BY SIZE
             INTO RESEND-NAME
           IF XT-CONTENT(XMIT-FOUND) = "FULL"
             MOVE XT-SOURCE-NAME(XMIT-FOUND) TO OUTPUT-GEN-NAME
             PERFORM CHECK-RESEND-SOURCE
           END-IF
           IF REGEN-OK = "N"
             ADD 1 TO FAIL-TALLY
             MOVE SPACES TO REPORT-LINE
             STRING "    *** CANNOT CUT AGAIN: " DELIMITED BY SIZE
               FUNCTION TRIM(REGEN-REASON) DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE REPORT-LINE
             GO TO CUT-RESEND-EXIT
           END-IF

           OPEN OUTPUT RESEND-FILE
           MOVE XT-RUN-DATE(XMIT-FOUND) TO HOH-RUN-DATE
           MOVE XT-RUN-ID(XMIT-FOUND) TO HOH-RUN-ID
           MOVE XT-CONDITION(XMIT-FOUND) TO HOH-CONDITION
           MOVE XT-CONTENT(XMIT-FOUND) TO HOH-CONTENT
           MOVE HANDOFF-HEADER TO RESEND-LINE
           WRITE RESEND-LINE
           IF XT-CONTENT(XMIT-FOUND) = "FULL"
             MOVE "F" TO RESULT-EOF
             OPEN INPUT RESULT-FILE
             PERFORM UNTIL RESULT-EOF = "T"
               READ RESULT-FILE INTO RESULT-LINE
                 AT END
                   MOVE "T" TO RESULT-EOF
                 NOT AT END
                   MOVE RESULT-LINE TO OUTPUT-RECORD
                   PERFORM WRITE-ONE-RESEND-DETAIL
               END-READ
             END-PERFORM
             CLOSE RESULT-FILE
           END-IF
           MOVE XT-DETAIL-COUNT(XMIT-FOUND) TO HOT-DETAIL-COUNT
           MOVE XT-HASH-TOTAL(XMIT-FOUND) TO HOT-HASH-TOTAL
           MOVE HANDOFF-TRAILER TO RESEND-LINE
           WRITE RESEND-LINE
           CLOSE RESEND-FILE
           PERFORM APPEND-RESEND-TO-LOG
           ADD 1 TO RESENT-TALLY
           MOVE SPACES TO REPORT-LINE
           STRING "    CUT AGAIN AS " DELIMITED BY SIZE
             FUNCTION TRIM(RESEND-NAME) DELIMITED BY SIZE
             " - TRANSMIT IT TO THE RECEIVER" DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE.
       CUT-RESEND-EXIT.
           EXIT.

      *> First pass over the generation file: totals only.
       CHECK-RESEND-SOURCE.
           IF OUTPUT-GEN-NAME = SPACES
             MOVE "N" TO REGEN-OK
             MOVE "NO GENERATION FILE NAMED ON XMITLOG.DAT"
               TO REGEN-REASON
           ELSE
             OPEN INPUT RESULT-FILE
             IF RESULT-STATUS NOT = "00"
               MOVE "N" TO REGEN-OK
               MOVE SPACES TO REGEN-REASON
               STRING FUNCTION TRIM(OUTPUT-GEN-NAME) DELIMITED BY SIZE
                 " IS NO LONGER ON DISK" DELIMITED BY SIZE
                 INTO REGEN-REASON
               CLOSE RESULT-FILE
             ELSE
               MOVE "F" TO RESULT-EOF
               PERFORM UNTIL RESULT-EOF = "T"
                 READ RESULT-FILE INTO RESULT-LINE
                   AT END
                     MOVE "T" TO RESULT-EOF
                   NOT AT END
                     MOVE RESULT-LINE TO OUTPUT-RECORD
                     IF OUT-RUN-ID NOT = XT-RUN-ID(XMIT-FOUND)
                       MOVE "N" TO REGEN-OK
                     END-IF
                     ADD 1 TO REGEN-TALLY
                     ADD OUT-XMAS-COUNT TO REGEN-HASH
                     ADD OUT-X-MAS-COUNT TO REGEN-HASH
                 END-READ
               END-PERFORM
               CLOSE RESULT-FILE
               IF REGEN-OK = "N"
                 MOVE SPACES TO REGEN-REASON
                 STRING FUNCTION TRIM(OUTPUT-GEN-NAME)
                     DELIMITED BY SIZE
                   " HOLDS RECORDS FROM ANOTHER RUN" DELIMITED BY SIZE
                   INTO REGEN-REASON
               ELSE
                 IF REGEN-TALLY NOT = XT-DETAIL-COUNT(XMIT-FOUND) OR
                     REGEN-HASH NOT = XT-HASH-TOTAL(XMIT-FOUND)
                   MOVE "N" TO REGEN-OK
                   MOVE SPACES TO REGEN-REASON
                   STRING FUNCTION TRIM(OUTPUT-GEN-NAME)
                       DELIMITED BY SIZE
                     " NO LONGER GIVES THE TOTALS SENT"
                       DELIMITED BY SIZE
                     INTO REGEN-REASON
                 END-IF
               END-IF
             END-IF
           END-IF.

       WRITE-ONE-RESEND-DETAIL.
           MOVE OUT-FILENAME TO HOD-FILENAME
           MOVE OUT-PART TO HOD-PART
           MOVE OUT-WORD TO HOD-WORD
           MOVE OUT-XMAS-COUNT TO HOD-XMAS-COUNT
           MOVE OUT-X-MAS-COUNT TO HOD-X-MAS-COUNT
           MOVE OUT-STATUS TO HOD-STATUS
           MOVE HANDOFF-DETAIL TO RESEND-LINE
           WRITE RESEND-LINE.

      *> The resend is a transmission like any other: logged with
      *> its own cut time, so the wait for its acknowledgement
      *> starts now and earlier acknowledgements no longer count.
       APPEND-RESEND-TO-LOG.
           MOVE SPACES TO XMITLOG-RECORD
           MOVE XT-RUN-ID(XMIT-FOUND) TO XL-RUN-ID
           MOVE "RESEND" TO XL-KIND
           MOVE FUNCTION CURRENT-DATE TO XL-CUT-STAMP
           MOVE XT-RUN-DATE(XMIT-FOUND) TO XL-RUN-DATE
           MOVE XT-CONDITION(XMIT-FOUND) TO XL-CONDITION
           MOVE XT-CONTENT(XMIT-FOUND) TO XL-CONTENT
           MOVE XT-DETAIL-COUNT(XMIT-FOUND) TO XL-DETAIL-COUNT
           MOVE XT-HASH-TOTAL(XMIT-FOUND) TO XL-HASH-TOTAL
           MOVE RESEND-NAME TO XL-SENT-NAME
           MOVE XT-SOURCE-NAME(XMIT-FOUND) TO XL-SOURCE-NAME
           OPEN EXTEND XMITLOG-FILE
           MOVE XMITLOG-RECORD TO XMITLOG-LINE
           WRITE XMITLOG-LINE
           CLOSE XMITLOG-FILE.

       WRITE-REPORT-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACK-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "ACKNOWLEDGEMENTS TAKEN IN: " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ACCEPTED-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "ACCEPTED TODAY:            " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE AWAITING-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "AWAITING ACK:              " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE FLAG-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "FLAGGED:                   " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE RESENT-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "CUT AGAIN FOR RESEND:      " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE FAIL-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "COULD NOT BE CUT AGAIN:    " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE UNKNOWN-TALLY TO COUNT-TEXT
           MOVE SPACES TO REPORT-LINE
           STRING "ACKS FOR UNKNOWN RUNS:     " DELIMITED BY SIZE
             FUNCTION TRIM(COUNT-TEXT) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> This step follows no generation pointer itself (each
      *> resend names its own generation on XMITLOG.DAT); the pointer
      *> is read only so its ledger lines carry the current run id.
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
           MOVE "HandoffAck" TO JL-PROGRAM
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
           MOVE "ACKS" TO JL-COUNT-NAME(1)
           MOVE ACK-TALLY TO JL-COUNT(1)
           MOVE "FLAGGED" TO JL-COUNT-NAME(2)
           MOVE FLAG-TALLY TO JL-COUNT(2)
           MOVE "RESENT" TO JL-COUNT-NAME(3)
           MOVE RESENT-TALLY TO JL-COUNT(3).

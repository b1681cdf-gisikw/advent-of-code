      *>          content NONE) plus a zero trailer, which the
      *>          receiver recognizes as "no data today" rather than
      *>          a missed transmission.
      *> Every file cut, full or stub, is appended to XMITLOG.DAT,
      *> the transmission log HandoffAck holds the receiver's
      *> acknowledgements against.
      *> Refuses (condition code 12) when the reconciliation verdict
      *> or run manifest is missing or the run identifiers disagree;
      *> condition code 4 on a held batch so the operator sees it.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECON-FLAG-FILE ASSIGN TO "RECONFLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XMITLOG-FILE ASSIGN TO "XMITLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RECON-FLAG-FILE.
       01 RECON-FLAG-LINE PIC X(80).

       FD XMITLOG-FILE.
       01 XMITLOG-LINE PIC X(250).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 OUTPUT-GEN-NAME PIC X(64) VALUE "OUTPUT.DAT".
       01 RESULT-EOF PIC X VALUE "F".
           05 FILLER PIC X VALUE SPACE.
           05 HOT-HASH-TOTAL PIC 9(15).

      *> One line per hand-off file cut: the control totals sent,
      *> when, under what file name, and the generation file the
      *> details came from, so the same file can be cut again for
      *> the run. HandoffAck reads this and logs its own resends to
      *> it; the two layouts must stay in step.
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
           PERFORM READ-RECON-FLAG

           END-IF
           PERFORM WRITE-HANDOFF-TRAILER
           CLOSE HANDOFF-FILE
           PERFORM APPEND-XMIT-LOG

           MOVE DETAIL-TALLY TO COUNT-TEXT
           DISPLAY "HAND-OFF DETAIL RECORDS: "
           IF RF-VERDICT NOT = "CLEAN"
             DISPLAY "BATCH HELD BY RECONCILIATION, STUB FILE CUT"
             MOVE 4 TO RETURN-CODE
             MOVE "HELD" TO LEDGER-OUTCOME
           END-IF
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> The scanner writes its outputs under run-stamped generation
             DISPLAY "RUN MANIFEST MISSING OR EMPTY - RUN NOT "
               "VERIFIABLE, HAND-OFF REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF.

             DISPLAY "RECONCILIATION VERDICT MISSING - RUN "
               "RECONCILE FIRST, HAND-OFF REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF
           IF RF-RUN-ID NOT = MAN-RUN-ID
             DISPLAY "INPUTS ARE FROM DIFFERENT RUNS, "
               "HAND-OFF REFUSED"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF.

                   DISPLAY "INPUTS ARE FROM DIFFERENT RUNS, "
                     "HAND-OFF REFUSED"
                   MOVE 12 TO RETURN-CODE
                   MOVE "REFUSED" TO LEDGER-OUTCOME
                   PERFORM WRITE-LEDGER-END
                   STOP RUN
                 END-IF
                 PERFORM WRITE-ONE-HANDOFF-DETAIL
           MOVE HASH-TOTAL TO HOT-HASH-TOTAL
           MOVE HANDOFF-TRAILER TO HANDOFF-LINE
           WRITE HANDOFF-LINE.

       APPEND-XMIT-LOG.
           MOVE SPACES TO XMITLOG-RECORD
           MOVE HOH-RUN-ID TO XL-RUN-ID
           MOVE "ORIGINAL" TO XL-KIND
           MOVE FUNCTION CURRENT-DATE TO XL-CUT-STAMP
           MOVE HOH-RUN-DATE TO XL-RUN-DATE
           MOVE HOH-CONDITION TO XL-CONDITION
           MOVE HOH-CONTENT TO XL-CONTENT
           MOVE HOT-DETAIL-COUNT TO XL-DETAIL-COUNT
           MOVE HOT-HASH-TOTAL TO XL-HASH-TOTAL
           MOVE "HANDOFF.DAT" TO XL-SENT-NAME
           MOVE OUTPUT-GEN-NAME TO XL-SOURCE-NAME
           OPEN EXTEND XMITLOG-FILE
           MOVE XMITLOG-RECORD TO XMITLOG-LINE
           WRITE XMITLOG-LINE
           CLOSE XMITLOG-FILE.

      *> Step ledger. WRITE-LEDGER-START runs as soon as the run id
      *> is known; WRITE-LEDGER-END runs ahead of every STOP RUN,
      *> refusals included, so a step that began and never ended
      *> stands out in the summary as plainly as one never started.
       WRITE-LEDGER-START.
           MOVE SPACES TO LEDGER-RECORD
           MOVE "START" TO JL-EVENT
           MOVE "Handoff" TO JL-PROGRAM
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
           MOVE "DETAILS" TO JL-COUNT-NAME(1)
           MOVE DETAIL-TALLY TO JL-COUNT(1)
           MOVE "MISMATCHES" TO JL-COUNT-NAME(2)
           IF FLAG-FOUND = "Y"
             MOVE RF-MISMATCHES TO JL-COUNT(2)
           ELSE
             MOVE 0 TO JL-COUNT(2)
           END-IF
           MOVE SPACES TO JL-COUNT-NAME(3)
           MOVE 0 TO JL-COUNT(3).

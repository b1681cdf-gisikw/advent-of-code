       IDENTIFICATION DIVISION.
       PROGRAM-ID. SlaReport.

      *> Service-level report for a period of whole months: how
      *> reliably each scheduled grid was scanned when SCHEDULE.DAT
      *> said it was due, built from the scan history kept in
      *> HISTORY.LOG and archived to HISTARCH.DAT, so the quarterly
      *> figure stops being built by hand. SLACTL.DAT, optional,
      *> one line:
      *>   <first month YYYYMM>,<last month YYYYMM>
      *> a blank last month means the first month alone, and no card
      *> at all means last month; at most twelve months, and a
      *> period running into today stops at yesterday. Every due
      *> date of every schedule entry in the period (worked out the
      *> way ScanSchedule works them) is listed in SLA.RPT as:
      *>   ON TIME        a good scan (anything but ERROR) that day;
      *>   LATE +n DAYS   the first good scan came n days later, but
      *>                  before the entry next fell due;
      *>   ERROR FIRST    met, on time or late, but only after an
      *>                  ERROR scan since the due date;
      *>   MISSED         no good scan before the entry next fell
      *>                  due (STILL OWED when that is yet to come).
      *> ON TIME is the only outcome that counts as on time. The
      *> on-time percentage is rolled up per entry, per frequency
      *> class (daily, weekly, monthly, quarterly) and for the shop.
      *> The schedule as it stands now drives the due dates; the
      *> SCHEDAUD.DAT trail ScheduleMaint keeps says when an entry
      *> was added (no due dates before that) and when it was
      *> suspended (those due dates are listed but not counted).
      *> Condition code 4 when any due date was missed, 12 when the
      *> period card is bad, the schedule is missing or empty, or a
      *> table overflowed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SLACTL-FILE ASSIGN TO "SLACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCHEDULE-FILE ASSIGN TO "SCHEDULE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SCHEDAUD-FILE ASSIGN TO "SCHEDAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO "HISTARCH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HISTORY-FILE ASSIGN TO "HISTORY.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO "SLA.RPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CURRGEN-FILE ASSIGN TO "CURRGEN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LEDGER-FILE ASSIGN TO "JOBLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SLACTL-FILE.
       01 SLACTL-LINE PIC X(80).

       FD SCHEDULE-FILE.
       01 SCHEDULE-LINE PIC X(350).

       FD SCHEDAUD-FILE.
       01 SCHEDAUD-LINE PIC X(450).

       FD ARCHIVE-FILE.
       01 ARCHIVE-LINE PIC X(400).

       FD HISTORY-FILE.
       01 HISTORY-LINE PIC X(400).

       FD REPORT-FILE.
       01 REPORT-LINE PIC X(132).

       FD CURRGEN-FILE.
       01 CURRGEN-LINE PIC X(300).

       FD LEDGER-FILE.
       01 LEDGER-LINE PIC X(200).

       WORKING-STORAGE SECTION.
       01 SCHEDULE-EOF PIC X VALUE "F".
       01 SCHEDAUD-EOF PIC X VALUE "F".
       01 ARCHIVE-EOF PIC X VALUE "F".
       01 HISTORY-EOF PIC X VALUE "F".
       01 SCHED-OVERFLOW PIC X VALUE "N".
       01 EVENT-OVERFLOW PIC X VALUE "N".
       01 SCAN-OVERFLOW PIC X VALUE "N".
       01 TODAY-DATE PIC X(8).
       01 TODAY-INT PIC 9(9).
       01 START-DATE PIC X(8).
       01 END-DATE PIC X(8).
       01 START-INT PIC 9(9).
       01 END-INT PIC 9(9).
       01 DAY-INT PIC 9(9).
       01 NEXT-INT PIC 9(9).
       01 CHECK-INT PIC 9(9).
       01 CHECK-DOW PIC 9(1).
       01 DUE-FLAG PIC X.
       01 WANT-DOW PIC 9(1).
       01 WANT-DAY PIC 9(2).
       01 FREQ-DIGITS PIC X(2).
       01 FREQ-DIGIT-LEN PIC 9(1).
       01 TEXT-LEN PIC 9(2).
       01 MONTH-SPAN PIC S9(4).
       01 SCAN-POS PIC 9(3).
       01 ENTRY-POS PIC 9(3).
       01 EVENT-POS PIC 9(3).
       01 HIST-POS PIC 9(5).
       01 ES-POS PIC 9(4).
       01 CLASS-POS PIC 9(1).
       01 COUNT-TEXT PIC Z(5)9.
       01 DAYS-TEXT PIC Z(3)9.
       01 PERCENT-WORK PIC 9(3)V9.
       01 PERCENT-TEXT PIC ZZ9.9.
       01 PERCENT-SHOW PIC X(6).

      *> Built piecewise, read whole: the group holds year, month and
      *> day as they are computed, the REDEFINES hands the same eight
      *> digits to INTEGER-OF-DATE and the date compares.
       01 CHECK-DATE-G.
           05 CG-YEAR PIC 9(4).
           05 CG-MONTH PIC 9(2).
           05 CG-DAY PIC 9(2).
       01 CHECK-DATE-N REDEFINES CHECK-DATE-G PIC 9(8).

      *> SLACTL.DAT as read, before it is checked.
       01 SLACTL-RECORD.
           05 SL-FROM-TEXT PIC X(8).
           05 SL-TO-TEXT PIC X(8).
       01 PERIOD-FROM PIC X(6).
       01 PERIOD-TO PIC X(6).
       01 PERIOD-GOOD PIC X VALUE "Y".

      *> One due date being judged: the window runs from the due
      *> date up to (not including) the entry's next due date.
       01 DUE-DATE PIC X(8).
       01 WINDOW-END PIC X(8).
       01 GOOD-STAMP PIC X(16).
       01 ERROR-SEEN PIC X.
       01 LATE-DAYS PIC 9(4).
       01 SUSPENDED-FLAG PIC X.
       01 LAST-EVENT PIC X(1).
       01 LAST-EVENT-DATE PIC X(8).
       01 NEXT-EVENT PIC X(1).
       01 NEXT-EVENT-DATE PIC X(8).
       01 OUTCOME-TEXT PIC X(40).

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
               10 SE-STATUS PIC X(1).
               10 SE-CLASS PIC 9(1).
               10 SE-FREQ-BAD PIC X(1).
               10 SE-WANT-DOW PIC 9(1).
               10 SE-WANT-DAY PIC 9(2).
               10 SE-ADD-DATE PIC X(8).

      *> ScanSchedule reads this same record; the two layouts must
      *> stay in step. Only the fields that decide due dates are
      *> kept.
       01 SCHEDULE-RECORD.
           05 SCH-FILENAME PIC X(256).
           05 SCH-FREQ PIC X(4).
           05 SCH-PART PIC X(4).
           05 SCH-WORD PIC X(32).
           05 SCH-CASEFOLD PIC X(1).
           05 SCH-FAST PIC X(1).
           05 SCH-STATUS PIC X(1).

      *> Same record ScheduleMaint appends to SCHEDAUD.DAT; the two
      *> layouts must stay in step.
       01 AUDIT-RECORD.
           05 SA-STAMP PIC X(26).
           05 FILLER PIC X.
           05 SA-OPERATOR PIC X(30).
           05 FILLER PIC X.
           05 SA-ACTION PIC X(8).
           05 FILLER PIC X.
           05 SA-OLD-FREQ PIC X(4).
           05 FILLER PIC X.
           05 SA-OLD-PART PIC X(4).
           05 FILLER PIC X.
           05 SA-OLD-WORD PIC X(32).
           05 FILLER PIC X.
           05 SA-OLD-CASEFOLD PIC X(1).
           05 FILLER PIC X.
           05 SA-OLD-FAST PIC X(1).
           05 FILLER PIC X.
           05 SA-OLD-STATUS PIC X(1).
           05 FILLER PIC X.
           05 SA-NEW-FREQ PIC X(4).
           05 FILLER PIC X.
           05 SA-NEW-PART PIC X(4).
           05 FILLER PIC X.
           05 SA-NEW-WORD PIC X(32).
           05 FILLER PIC X.
           05 SA-NEW-CASEFOLD PIC X(1).
           05 FILLER PIC X.
           05 SA-NEW-FAST PIC X(1).
           05 FILLER PIC X.
           05 SA-NEW-STATUS PIC X(1).
           05 FILLER PIC X.
           05 SA-RESULT PIC X(8).
           05 FILLER PIC X.
           05 SA-REASON PIC X(60).
           05 FILLER PIC X.
           05 SA-FILENAME PIC X(256).

      *> Applied adds, suspends and resumes from the trail (A, S or
      *> R), in the order they happened, tied to a schedule entry.
       01 EVENT-MAX PIC 9(3) VALUE 500.

       01 EVENT-TABLE.
           05 EVENT-COUNT PIC 9(3) VALUE 0.
           05 EVENT-ENTRY OCCURS 500 TIMES.
               10 EV-SCHED PIC 9(3).
               10 EV-DATE PIC X(8).
               10 EV-ACTION PIC X(1).

      *> Same record the scanner writes, in HISTORY.LOG and (moved
      *> there by HistoryKeep) HISTARCH.DAT; the layouts must stay
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

      *> Every scan of a scheduled grid and part from the start of
      *> the period on: archive first, then the live log, so each
      *> entry's scans come out oldest first. HIST-MAX is the single
      *> source for the overflow guard and must match the OCCURS
      *> count.
       01 HIST-MAX PIC 9(5) VALUE 50000.

       01 HIST-TABLE.
           05 HIST-COUNT PIC 9(5) VALUE 0.
           05 HIST-ENTRY OCCURS 50000 TIMES.
               10 HT-SCHED PIC 9(3).
               10 HT-STAMP PIC X(16).
               10 HT-GOOD PIC X(1).

      *> The scans of the one entry being reported.
       01 ENTRY-SCANS.
           05 ES-COUNT PIC 9(4) VALUE 0.
           05 ES-ENTRY OCCURS 2000 TIMES.
               10 ES-STAMP PIC X(16).
               10 ES-GOOD PIC X(1).

      *> Outcome counts for one entry, per frequency class (1 daily,
      *> 2 weekly, 3 monthly, 4 quarterly) and for the shop. The
      *> ON TIME percentage is over counted due dates, so suspended
      *> ones are in neither side of it.
       01 ENTRY-TOTALS.
           05 ET-DUE PIC 9(6).
           05 ET-ON-TIME PIC 9(6).
           05 ET-LATE PIC 9(6).
           05 ET-ERROR-FIRST PIC 9(6).
           05 ET-MISSED PIC 9(6).
           05 ET-SUSPENDED PIC 9(6).

       01 CLASS-TABLE.
           05 CLASS-ENTRY OCCURS 4 TIMES.
               10 CT-NAME PIC X(10).
               10 CT-TOTALS.
                   15 CT-DUE PIC 9(6).
                   15 CT-ON-TIME PIC 9(6).
                   15 CT-LATE PIC 9(6).
                   15 CT-ERROR-FIRST PIC 9(6).
                   15 CT-MISSED PIC 9(6).
                   15 CT-SUSPENDED PIC 9(6).

       01 SHOP-TOTALS.
           05 ST-DUE PIC 9(6) VALUE 0.
           05 ST-ON-TIME PIC 9(6) VALUE 0.
           05 ST-LATE PIC 9(6) VALUE 0.
           05 ST-ERROR-FIRST PIC 9(6) VALUE 0.
           05 ST-MISSED PIC 9(6) VALUE 0.
           05 ST-SUSPENDED PIC 9(6) VALUE 0.

      *> Whichever totals are being printed are moved here first.
       01 PRINT-TOTALS.
           05 PT-DUE PIC 9(6).
           05 PT-ON-TIME PIC 9(6).
           05 PT-LATE PIC 9(6).
           05 PT-ERROR-FIRST PIC 9(6).
           05 PT-MISSED PIC 9(6).
           05 PT-SUSPENDED PIC 9(6).
       01 PRINT-LABEL PIC X(24).

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
           MOVE TODAY-DATE TO CHECK-DATE-G
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE(CHECK-DATE-N)

           PERFORM READ-SLA-CONTROL
           IF PERIOD-GOOD = "N"
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF

           PERFORM LOAD-SCHEDULE-TABLE
           IF SCHED-COUNT = 0 OR SCHED-OVERFLOW = "Y"
             IF SCHED-OVERFLOW = "Y"
               DISPLAY "SCHEDULE TABLE OVERFLOWED, REPORT REFUSED"
             ELSE
               DISPLAY "SCHEDULE.DAT MISSING OR HAS NO ENTRIES"
             END-IF
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF
           PERFORM LOAD-SCHEDULE-EVENTS
           PERFORM LOAD-SCAN-HISTORY
           IF EVENT-OVERFLOW = "Y" OR SCAN-OVERFLOW = "Y"
             IF EVENT-OVERFLOW = "Y"
               DISPLAY "SCHEDAUD.DAT HAS MORE THAN 500 ADDS, "
                 "SUSPENDS AND RESUMES, REPORT REFUSED"
             ELSE
               DISPLAY "MORE THAN 50000 SCANS OF SCHEDULED GRIDS "
                 "SINCE " START-DATE "; SHORTEN THE PERIOD"
             END-IF
             MOVE 12 TO RETURN-CODE
             MOVE "REFUSED" TO LEDGER-OUTCOME
             PERFORM WRITE-LEDGER-END
             STOP RUN
           END-IF

           MOVE "DAILY" TO CT-NAME(1)
           MOVE "WEEKLY" TO CT-NAME(2)
           MOVE "MONTHLY" TO CT-NAME(3)
           MOVE "QUARTERLY" TO CT-NAME(4)
           PERFORM VARYING CLASS-POS FROM 1 BY 1 UNTIL CLASS-POS > 4
             MOVE ZEROS TO CT-TOTALS(CLASS-POS)
           END-PERFORM

           OPEN OUTPUT REPORT-FILE
           MOVE SPACES TO REPORT-LINE
           STRING "SCAN SERVICE LEVEL " DELIMITED BY SIZE
             START-DATE DELIMITED BY SIZE
             " TO " DELIMITED BY SIZE
             END-DATE DELIMITED BY SIZE
             "  (RUN " DELIMITED BY SIZE
             TODAY-DATE DELIMITED BY SIZE
             ")" DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING ENTRY-POS FROM 1 BY 1
               UNTIL ENTRY-POS > SCHED-COUNT OR SCAN-OVERFLOW = "Y"
             PERFORM REPORT-ONE-ENTRY
           END-PERFORM
           PERFORM WRITE-ROLLUPS
           CLOSE REPORT-FILE

           IF SCAN-OVERFLOW = "Y"
             DISPLAY "AN ENTRY HAS MORE THAN 2000 SCANS IN THE "
               "PERIOD; SLA.RPT IS INCOMPLETE"
             MOVE 12 TO RETURN-CODE
           ELSE
             IF ST-MISSED > 0
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
           MOVE ST-DUE TO COUNT-TEXT
           DISPLAY "DUE DATES: " FUNCTION TRIM(COUNT-TEXT)
           MOVE ST-ON-TIME TO COUNT-TEXT
           DISPLAY "ON TIME: " FUNCTION TRIM(COUNT-TEXT)
           MOVE ST-MISSED TO COUNT-TEXT
           DISPLAY "MISSED: " FUNCTION TRIM(COUNT-TEXT)
           PERFORM WRITE-LEDGER-END
           STOP RUN.

      *> The period, checked: months as YYYYMM with the month 01-12,
      *> last not before first and no more than twelve months in
      *> all. START-DATE/END-DATE and their integers are set here.
       READ-SLA-CONTROL.
           MOVE SPACES TO SLACTL-RECORD
           MOVE SPACES TO SLACTL-LINE
           OPEN INPUT SLACTL-FILE
           READ SLACTL-FILE
             AT END
               MOVE SPACES TO SLACTL-LINE
           END-READ
           CLOSE SLACTL-FILE
           UNSTRING SLACTL-LINE DELIMITED BY ","
             INTO SL-FROM-TEXT SL-TO-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(SL-FROM-TEXT) TO SL-FROM-TEXT
           MOVE FUNCTION TRIM(SL-TO-TEXT) TO SL-TO-TEXT
           IF SL-FROM-TEXT = SPACES
      *> No card: last month.
             MOVE TODAY-DATE TO CHECK-DATE-G
             IF CG-MONTH = 1
               MOVE 12 TO CG-MONTH
               SUBTRACT 1 FROM CG-YEAR
             ELSE
               SUBTRACT 1 FROM CG-MONTH
             END-IF
             MOVE CHECK-DATE-G(1:6) TO SL-FROM-TEXT
           END-IF
           IF SL-TO-TEXT = SPACES
             MOVE SL-FROM-TEXT TO SL-TO-TEXT
           END-IF
           IF SL-FROM-TEXT(7:) NOT = SPACES OR
               SL-FROM-TEXT(1:6) IS NOT NUMERIC OR
               SL-FROM-TEXT(5:2) < "01" OR SL-FROM-TEXT(5:2) > "12"
             DISPLAY "SLACTL.DAT FIRST MONTH "
               FUNCTION TRIM(SL-FROM-TEXT) " IS NOT YYYYMM"
             MOVE "N" TO PERIOD-GOOD
           END-IF
           IF SL-TO-TEXT(7:) NOT = SPACES OR
               SL-TO-TEXT(1:6) IS NOT NUMERIC OR
               SL-TO-TEXT(5:2) < "01" OR SL-TO-TEXT(5:2) > "12"
             DISPLAY "SLACTL.DAT LAST MONTH "
               FUNCTION TRIM(SL-TO-TEXT) " IS NOT YYYYMM"
             MOVE "N" TO PERIOD-GOOD
           END-IF
           IF PERIOD-GOOD = "Y"
             MOVE SL-FROM-TEXT(1:6) TO PERIOD-FROM
             MOVE SL-TO-TEXT(1:6) TO PERIOD-TO
             COMPUTE MONTH-SPAN =
               (FUNCTION NUMVAL(PERIOD-TO(1:4)) * 12
                 + FUNCTION NUMVAL(PERIOD-TO(5:2)))
               - (FUNCTION NUMVAL(PERIOD-FROM(1:4)) * 12
                 + FUNCTION NUMVAL(PERIOD-FROM(5:2)))
             IF MONTH-SPAN < 0 OR MONTH-SPAN > 11
               DISPLAY "SLACTL.DAT PERIOD " PERIOD-FROM " TO "
                 PERIOD-TO " MUST RUN FORWARD AND SPAN 1 TO 12 MONTHS"
               MOVE "N" TO PERIOD-GOOD
             END-IF
           END-IF
           IF PERIOD-GOOD = "Y"
             MOVE PERIOD-FROM TO CHECK-DATE-G(1:6)
             MOVE 1 TO CG-DAY
             MOVE CHECK-DATE-G TO START-DATE
             COMPUTE START-INT =
               FUNCTION INTEGER-OF-DATE(CHECK-DATE-N)
      *> The last day of the period is the day before the first of
      *> the month after it.
             MOVE PERIOD-TO TO CHECK-DATE-G(1:6)
             MOVE 1 TO CG-DAY
             IF CG-MONTH = 12
               MOVE 1 TO CG-MONTH
               ADD 1 TO CG-YEAR
             ELSE
               ADD 1 TO CG-MONTH
             END-IF
             COMPUTE END-INT =
               FUNCTION INTEGER-OF-DATE(CHECK-DATE-N) - 1
             IF END-INT >= TODAY-INT
               COMPUTE END-INT = TODAY-INT - 1
             END-IF
             IF END-INT < START-INT
               DISPLAY "SLACTL.DAT PERIOD " PERIOD-FROM
                 " HAS NOT STARTED YET"
               MOVE "N" TO PERIOD-GOOD
             ELSE
               COMPUTE CHECK-DATE-N =
                 FUNCTION DATE-OF-INTEGER(END-INT)
               MOVE CHECK-DATE-G TO END-DATE
             END-IF
           END-IF.

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

      *> Part defaults as ScanSchedule defaults it, so the entry is
      *> matched to the history records its cards produced. The
      *> frequency is read once here, the way ScanSchedule's
      *> COMPUTE-LAST-DUE-DATE reads it (an unreadable one runs as
      *> daily there, so it is measured as daily here); the two must
      *> stay in step.
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
                 MOVE SCH-STATUS TO SE-STATUS(SCHED-COUNT)
                 MOVE SPACES TO SE-ADD-DATE(SCHED-COUNT)
                 PERFORM READ-ENTRY-FREQUENCY
               END-IF
             END-IF
           END-IF.

       READ-ENTRY-FREQUENCY.
           MOVE SCH-FREQ(2:2) TO FREQ-DIGITS
           MOVE 0 TO FREQ-DIGIT-LEN
           INSPECT FREQ-DIGITS TALLYING FREQ-DIGIT-LEN
             FOR CHARACTERS BEFORE SPACE
           MOVE "N" TO SE-FREQ-BAD(SCHED-COUNT)
           MOVE 1 TO SE-WANT-DOW(SCHED-COUNT)
           MOVE 1 TO SE-WANT-DAY(SCHED-COUNT)
           EVALUATE SCH-FREQ(1:1)
             WHEN "D"
               MOVE 1 TO SE-CLASS(SCHED-COUNT)
             WHEN "W"
               MOVE 2 TO SE-CLASS(SCHED-COUNT)
               MOVE 1 TO WANT-DOW
               IF FREQ-DIGIT-LEN >= 1 AND
                   FREQ-DIGITS(1:1) IS NUMERIC AND
                   FREQ-DIGITS(1:1) NOT = "0"
                 MOVE FREQ-DIGITS(1:1) TO WANT-DOW
               END-IF
               IF WANT-DOW > 7
                 MOVE 7 TO WANT-DOW
               END-IF
               MOVE WANT-DOW TO SE-WANT-DOW(SCHED-COUNT)
             WHEN "M"
               MOVE 3 TO SE-CLASS(SCHED-COUNT)
               PERFORM PARSE-WANT-DAY
               MOVE WANT-DAY TO SE-WANT-DAY(SCHED-COUNT)
             WHEN "Q"
               MOVE 4 TO SE-CLASS(SCHED-COUNT)
               PERFORM PARSE-WANT-DAY
               MOVE WANT-DAY TO SE-WANT-DAY(SCHED-COUNT)
             WHEN OTHER
               MOVE 1 TO SE-CLASS(SCHED-COUNT)
               MOVE "Y" TO SE-FREQ-BAD(SCHED-COUNT)
           END-EVALUATE.

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

      *> The trail's applied ADD, SUSPEND and RESUME lines for
      *> entries still on the schedule. An entry's latest ADD is
      *> taken as the day it joined the schedule.
       LOAD-SCHEDULE-EVENTS.
           OPEN INPUT SCHEDAUD-FILE
           PERFORM UNTIL SCHEDAUD-EOF = "T"
             READ SCHEDAUD-FILE INTO SCHEDAUD-LINE
               AT END
                 MOVE "T" TO SCHEDAUD-EOF
               NOT AT END
                 MOVE SCHEDAUD-LINE TO AUDIT-RECORD
                 IF SA-RESULT = "APPLIED" AND
                     (SA-ACTION = "ADD" OR SA-ACTION = "SUSPEND" OR
                      SA-ACTION = "RESUME")
                   PERFORM LOAD-ONE-EVENT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SCHEDAUD-FILE.

       LOAD-ONE-EVENT.
           PERFORM VARYING SCAN-POS FROM 1 BY 1
               UNTIL SCAN-POS > SCHED-COUNT
             IF SE-FILENAME(SCAN-POS) = SA-FILENAME AND
                 SE-PART(SCAN-POS) = SA-NEW-PART
               IF SA-ACTION = "ADD"
                 MOVE SA-STAMP(1:8) TO SE-ADD-DATE(SCAN-POS)
               ELSE
                 IF EVENT-COUNT >= EVENT-MAX
                   MOVE "Y" TO EVENT-OVERFLOW
                 ELSE
                   ADD 1 TO EVENT-COUNT
                   MOVE SCAN-POS TO EV-SCHED(EVENT-COUNT)
                   MOVE SA-STAMP(1:8) TO EV-DATE(EVENT-COUNT)
                   MOVE SA-ACTION(1:1) TO EV-ACTION(EVENT-COUNT)
                 END-IF
               END-IF
             END-IF
           END-PERFORM.

       LOAD-SCAN-HISTORY.
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL ARCHIVE-EOF = "T"
             READ ARCHIVE-FILE INTO ARCHIVE-LINE
               AT END
                 MOVE "T" TO ARCHIVE-EOF
               NOT AT END
                 MOVE ARCHIVE-LINE TO HISTORY-RECORD
                 PERFORM LOAD-ONE-SCAN
             END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           OPEN INPUT HISTORY-FILE
           PERFORM UNTIL HISTORY-EOF = "T"
             READ HISTORY-FILE INTO HISTORY-LINE
               AT END
                 MOVE "T" TO HISTORY-EOF
               NOT AT END
                 MOVE HISTORY-LINE TO HISTORY-RECORD
                 PERFORM LOAD-ONE-SCAN
             END-READ
           END-PERFORM
           CLOSE HISTORY-FILE.

      *> Good is anything but ERROR, as ScanSchedule counts it.
       LOAD-ONE-SCAN.
           IF HIST-TIMESTAMP(1:8) NOT < START-DATE
             PERFORM VARYING SCAN-POS FROM 1 BY 1
                 UNTIL SCAN-POS > SCHED-COUNT
               IF SE-FILENAME(SCAN-POS) = HIST-FILENAME AND
                   SE-PART(SCAN-POS) = HIST-PART
                 IF HIST-COUNT >= HIST-MAX
                   MOVE "Y" TO SCAN-OVERFLOW
                 ELSE
                   ADD 1 TO HIST-COUNT
                   MOVE SCAN-POS TO HT-SCHED(HIST-COUNT)
                   MOVE HIST-TIMESTAMP(1:16) TO HT-STAMP(HIST-COUNT)
                   IF HIST-STATUS = "ERROR"
                     MOVE "N" TO HT-GOOD(HIST-COUNT)
                   ELSE
                     MOVE "Y" TO HT-GOOD(HIST-COUNT)
                   END-IF
                 END-IF
               END-IF
             END-PERFORM
           END-IF.

      *> One schedule entry: its scans, a line per due date in the
      *> period, and its totals, which also feed its class and the
      *> shop.
       REPORT-ONE-ENTRY.
           MOVE 0 TO ES-COUNT
           PERFORM VARYING HIST-POS FROM 1 BY 1
               UNTIL HIST-POS > HIST-COUNT
             IF HT-SCHED(HIST-POS) = ENTRY-POS
               IF ES-COUNT >= 2000
                 MOVE "Y" TO SCAN-OVERFLOW
               ELSE
                 ADD 1 TO ES-COUNT
                 MOVE HT-STAMP(HIST-POS) TO ES-STAMP(ES-COUNT)
                 MOVE HT-GOOD(HIST-POS) TO ES-GOOD(ES-COUNT)
               END-IF
             END-IF
           END-PERFORM
           MOVE ZEROS TO ENTRY-TOTALS
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GRID " DELIMITED BY SIZE
             FUNCTION TRIM(SE-FILENAME(ENTRY-POS)) DELIMITED BY SIZE
             "  PART " DELIMITED BY SIZE
             FUNCTION TRIM(SE-PART(ENTRY-POS)) DELIMITED BY SIZE
             "  FREQUENCY " DELIMITED BY SIZE
             FUNCTION TRIM(SE-FREQ(ENTRY-POS)) DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE
           IF SE-FREQ-BAD(ENTRY-POS) = "Y"
             MOVE "    (FREQUENCY UNREADABLE - DISPATCHED AND MEASURED"
               & " AS DAILY)" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           IF SE-ADD-DATE(ENTRY-POS) > START-DATE
             MOVE SPACES TO REPORT-LINE
             STRING "    (ON THE SCHEDULE FROM " DELIMITED BY SIZE
               SE-ADD-DATE(ENTRY-POS) DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           PERFORM VARYING DAY-INT FROM START-INT BY 1
               UNTIL DAY-INT > END-INT
             MOVE DAY-INT TO CHECK-INT
             PERFORM CHECK-DUE-DAY
             IF DUE-FLAG = "Y" AND
                 CHECK-DATE-G NOT < SE-ADD-DATE(ENTRY-POS)
               MOVE CHECK-DATE-G TO DUE-DATE
               PERFORM JUDGE-DUE-DATE
             END-IF
           END-PERFORM
           IF ET-DUE = 0 AND ET-SUSPENDED = 0
             MOVE "    NO DUE DATES IN THE PERIOD" TO REPORT-LINE
             WRITE REPORT-LINE
           END-IF
           MOVE ENTRY-TOTALS TO PRINT-TOTALS
           MOVE "    ENTRY" TO PRINT-LABEL
           PERFORM WRITE-TOTALS-LINE
           MOVE SE-CLASS(ENTRY-POS) TO CLASS-POS
           ADD ET-DUE TO CT-DUE(CLASS-POS) ST-DUE
           ADD ET-ON-TIME TO CT-ON-TIME(CLASS-POS) ST-ON-TIME
           ADD ET-LATE TO CT-LATE(CLASS-POS) ST-LATE
           ADD ET-ERROR-FIRST TO CT-ERROR-FIRST(CLASS-POS)
             ST-ERROR-FIRST
           ADD ET-MISSED TO CT-MISSED(CLASS-POS) ST-MISSED
           ADD ET-SUSPENDED TO CT-SUSPENDED(CLASS-POS) ST-SUSPENDED.

      *> Is CHECK-INT a due date of entry ENTRY-POS? Leaves the day
      *> in CHECK-DATE-G. Weekday 1 = Monday .. 7 = Sunday, as
      *> ScanSchedule counts them.
       CHECK-DUE-DAY.
           COMPUTE CHECK-DATE-N = FUNCTION DATE-OF-INTEGER(CHECK-INT)
           COMPUTE CHECK-DOW = FUNCTION MOD(CHECK-INT - 1, 7) + 1
           MOVE "N" TO DUE-FLAG
           EVALUATE SE-CLASS(ENTRY-POS)
             WHEN 1
               MOVE "Y" TO DUE-FLAG
             WHEN 2
               IF CHECK-DOW = SE-WANT-DOW(ENTRY-POS)
                 MOVE "Y" TO DUE-FLAG
               END-IF
             WHEN 3
               IF CG-DAY = SE-WANT-DAY(ENTRY-POS)
                 MOVE "Y" TO DUE-FLAG
               END-IF
             WHEN 4
               IF CG-DAY = SE-WANT-DAY(ENTRY-POS) AND
                   (CG-MONTH = 1 OR CG-MONTH = 4 OR
                    CG-MONTH = 7 OR CG-MONTH = 10)
                 MOVE "Y" TO DUE-FLAG
               END-IF
           END-EVALUATE.

      *> DUE-DATE (day DAY-INT) of entry ENTRY-POS. The window for
      *> meeting it closes when the entry next falls due - from then
      *> on a good scan meets the later date instead.
       JUDGE-DUE-DATE.
           PERFORM CHECK-SUSPENDED
           IF SUSPENDED-FLAG = "Y"
             ADD 1 TO ET-SUSPENDED
             MOVE "SUSPENDED - NOT COUNTED" TO OUTCOME-TEXT
             PERFORM WRITE-DUE-LINE
           ELSE
             COMPUTE NEXT-INT = DAY-INT + 1
             MOVE NEXT-INT TO CHECK-INT
             PERFORM CHECK-DUE-DAY
             PERFORM UNTIL DUE-FLAG = "Y" OR NEXT-INT > DAY-INT + 100
               ADD 1 TO NEXT-INT
               MOVE NEXT-INT TO CHECK-INT
               PERFORM CHECK-DUE-DAY
             END-PERFORM
             MOVE CHECK-DATE-G TO WINDOW-END
             MOVE SPACES TO GOOD-STAMP
             MOVE "N" TO ERROR-SEEN
             PERFORM VARYING ES-POS FROM 1 BY 1
                 UNTIL ES-POS > ES-COUNT OR GOOD-STAMP NOT = SPACES
               IF ES-STAMP(ES-POS)(1:8) NOT < DUE-DATE AND
                   ES-STAMP(ES-POS)(1:8) < WINDOW-END
                 IF ES-GOOD(ES-POS) = "Y"
                   MOVE ES-STAMP(ES-POS) TO GOOD-STAMP
                 ELSE
                   MOVE "Y" TO ERROR-SEEN
                 END-IF
               END-IF
             END-PERFORM
             ADD 1 TO ET-DUE
             MOVE SPACES TO OUTCOME-TEXT
             IF GOOD-STAMP = SPACES
               ADD 1 TO ET-MISSED
               IF WINDOW-END > TODAY-DATE
                 MOVE "MISSED (STILL OWED)" TO OUTCOME-TEXT
               ELSE
                 MOVE "MISSED" TO OUTCOME-TEXT
               END-IF
             ELSE
               MOVE GOOD-STAMP(1:8) TO CHECK-DATE-G
               COMPUTE LATE-DAYS =
                 FUNCTION INTEGER-OF-DATE(CHECK-DATE-N) - DAY-INT
               MOVE LATE-DAYS TO DAYS-TEXT
               EVALUATE TRUE
                 WHEN ERROR-SEEN = "Y"
                   ADD 1 TO ET-ERROR-FIRST
                   IF LATE-DAYS = 0
                     MOVE "ERROR FIRST" TO OUTCOME-TEXT
                   ELSE
                     STRING "ERROR FIRST, +" DELIMITED BY SIZE
                       FUNCTION TRIM(DAYS-TEXT) DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO OUTCOME-TEXT
                   END-IF
                 WHEN LATE-DAYS = 0
                   ADD 1 TO ET-ON-TIME
                   MOVE "ON TIME" TO OUTCOME-TEXT
                 WHEN OTHER
                   ADD 1 TO ET-LATE
                   STRING "LATE +" DELIMITED BY SIZE
                     FUNCTION TRIM(DAYS-TEXT) DELIMITED BY SIZE
                     " DAYS" DELIMITED BY SIZE
                     INTO OUTCOME-TEXT
               END-EVALUATE
             END-IF
             PERFORM WRITE-DUE-LINE
           END-IF.

      *> Was entry ENTRY-POS suspended on DUE-DATE? The trail's last
      *> suspend or resume on or before the day says; failing that,
      *> the first one after it says the opposite of what it did
      *> (a resume means it was suspended until then); with no trail
      *> at all, the entry's status on file now is all there is.
       CHECK-SUSPENDED.
           MOVE SPACES TO LAST-EVENT
           MOVE SPACES TO NEXT-EVENT
           MOVE SPACES TO LAST-EVENT-DATE
           MOVE SPACES TO NEXT-EVENT-DATE
           PERFORM VARYING EVENT-POS FROM 1 BY 1
               UNTIL EVENT-POS > EVENT-COUNT
             IF EV-SCHED(EVENT-POS) = ENTRY-POS
               IF EV-DATE(EVENT-POS) NOT > DUE-DATE
                 IF EV-DATE(EVENT-POS) NOT < LAST-EVENT-DATE
                   MOVE EV-DATE(EVENT-POS) TO LAST-EVENT-DATE
                   MOVE EV-ACTION(EVENT-POS) TO LAST-EVENT
                 END-IF
               ELSE
                 IF NEXT-EVENT = SPACES
                   MOVE EV-DATE(EVENT-POS) TO NEXT-EVENT-DATE
                   MOVE EV-ACTION(EVENT-POS) TO NEXT-EVENT
                 END-IF
               END-IF
             END-IF
           END-PERFORM
           MOVE "N" TO SUSPENDED-FLAG
           EVALUATE TRUE
             WHEN LAST-EVENT = "S"
               MOVE "Y" TO SUSPENDED-FLAG
             WHEN LAST-EVENT = "R"
               CONTINUE
             WHEN NEXT-EVENT = "R"
               MOVE "Y" TO SUSPENDED-FLAG
             WHEN NEXT-EVENT = "S"
               CONTINUE
             WHEN SE-STATUS(ENTRY-POS) = "S"
               MOVE "Y" TO SUSPENDED-FLAG
           END-EVALUATE.

       WRITE-DUE-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING "    " DELIMITED BY SIZE
             DUE-DATE DELIMITED BY SIZE
             "  " DELIMITED BY SIZE
             OUTCOME-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-ROLLUPS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "BY FREQUENCY CLASS" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING CLASS-POS FROM 1 BY 1 UNTIL CLASS-POS > 4
             MOVE CT-TOTALS(CLASS-POS) TO PRINT-TOTALS
             MOVE SPACES TO PRINT-LABEL
             STRING "    " DELIMITED BY SIZE
               CT-NAME(CLASS-POS) DELIMITED BY SIZE
               INTO PRINT-LABEL
             PERFORM WRITE-TOTALS-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SHOP-TOTALS TO PRINT-TOTALS
           MOVE "SHOP" TO PRINT-LABEL
           PERFORM WRITE-TOTALS-LINE.

      *> One totals line from PRINT-TOTALS under PRINT-LABEL, with
      *> the on-time percentage ("-" when nothing fell due).
       WRITE-TOTALS-LINE.
           IF PT-DUE = 0
             MOVE "    - " TO PERCENT-SHOW
           ELSE
             COMPUTE PERCENT-WORK ROUNDED = PT-ON-TIME * 100 / PT-DUE
             MOVE PERCENT-WORK TO PERCENT-TEXT
             MOVE SPACES TO PERCENT-SHOW
             STRING PERCENT-TEXT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO PERCENT-SHOW
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING PRINT-LABEL DELIMITED BY SIZE
             " ON-TIME RATE " DELIMITED BY SIZE
             PERCENT-SHOW DELIMITED BY SIZE
             "  DUE " DELIMITED BY SIZE
             INTO REPORT-LINE
           MOVE PT-DUE TO COUNT-TEXT
           PERFORM APPEND-COUNT
           MOVE "  ON TIME " TO REPORT-LINE(FUNCTION LENGTH(
             FUNCTION TRIM(REPORT-LINE TRAILING)) + 1:)
           MOVE PT-ON-TIME TO COUNT-TEXT
           PERFORM APPEND-COUNT
           MOVE "  LATE " TO REPORT-LINE(FUNCTION LENGTH(
             FUNCTION TRIM(REPORT-LINE TRAILING)) + 1:)
           MOVE PT-LATE TO COUNT-TEXT
           PERFORM APPEND-COUNT
           MOVE "  ERROR FIRST " TO REPORT-LINE(FUNCTION LENGTH(
             FUNCTION TRIM(REPORT-LINE TRAILING)) + 1:)
           MOVE PT-ERROR-FIRST TO COUNT-TEXT
           PERFORM APPEND-COUNT
           MOVE "  MISSED " TO REPORT-LINE(FUNCTION LENGTH(
             FUNCTION TRIM(REPORT-LINE TRAILING)) + 1:)
           MOVE PT-MISSED TO COUNT-TEXT
           PERFORM APPEND-COUNT
           IF PT-SUSPENDED > 0
             MOVE "  SUSPENDED " TO REPORT-LINE(FUNCTION LENGTH(
               FUNCTION TRIM(REPORT-LINE TRAILING)) + 1:)
             MOVE PT-SUSPENDED TO COUNT-TEXT
             PERFORM APPEND-COUNT
           END-IF
           WRITE REPORT-LINE.

       APPEND-COUNT.
           MOVE FUNCTION TRIM(COUNT-TEXT) TO REPORT-LINE(FUNCTION
             LENGTH(FUNCTION TRIM(REPORT-LINE TRAILING)) + 2:).

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
           MOVE "SlaReport" TO JL-PROGRAM
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
           MOVE "DUE" TO JL-COUNT-NAME(1)
           MOVE ST-DUE TO JL-COUNT(1)
           MOVE "ON TIME" TO JL-COUNT-NAME(2)
           MOVE ST-ON-TIME TO JL-COUNT(2)
           MOVE "MISSED" TO JL-COUNT-NAME(3)
           MOVE ST-MISSED TO JL-COUNT(3).

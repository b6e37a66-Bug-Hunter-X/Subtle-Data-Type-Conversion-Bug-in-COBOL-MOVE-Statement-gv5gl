       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVSTRD.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * CONVSTRD - weekly step-trend report over the STEPTIME timing
      * history TIMELOGW appends one record to at the end of every
      * run of a cycle program (see TIMELREC).  Answers "which steps
      * are getting slower as CUSTMAST grows" before the CONVPROJ
      * window warning starts firing.
      *
      * The history is cut into WEEKS seven-day weeks ending on ASOF
      * (by the date each run started).  The report opens with the
      * CUSTMAST feed - the average records CUSTEDIT read per run -
      * this week against the weeks before it, and then gives every
      * program on STEPTIME a block of one line per week: runs,
      * records, average elapsed time, records per second and that
      * week's average feed, side by side so a run time growing
      * faster than the feed shows at a glance.
      *
      * Each block closes with the step's records per second this
      * week against the prior weeks taken together (total records
      * over total seconds, a run inside one second counting as
      * one).  A step is flagged SLOWER when this week's rate has
      * fallen more than SLOWPCT percent below the prior weeks' -
      * it is taking longer per record, not just doing more of them.
      *
      * Control cards (SYSIN, optional - an absent or empty deck
      * leaves every default in place):
      *       ASOF=yyyymmdd      last day of the latest week (default
      *                          the current business date)
      *       WEEKS=nn           weeks reported, this week included
      *                          (default 8, 2 to 13)
      *       SLOWPCT=nnn        drop in records per second that
      *                          flags a step (default 10)
      *
      * The run ends with RETURN-CODE 4 when any step is flagged, so
      * the scheduler can route the report to capacity planning only
      * when it has something to say.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional: until the first timed run there is no STEPTIME,
      *    and the report is simply empty.
           SELECT OPTIONAL STEP-TIME-FILE ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-TIME-STATUS.

           SELECT REPORT-FILE ASSIGN TO "STRDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-TIME-FILE
           RECORDING MODE IS F.
           COPY TIMELREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-STEP-TIME-STATUS      PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).
           05  WS-CONTROL-STATUS        PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1)    VALUE "N".
               88  WS-END-OF-FILE                   VALUE "Y".
           05  WS-CTL-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-CTL-EOF                       VALUE "Y".
           05  WS-FOUND-SWITCH          PIC X(1)    VALUE "N".
               88  WS-ENTRY-FOUND                   VALUE "Y".

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN/READ/WRITE can
      *    share one status-check paragraph instead of repeating the
      *    same IF/DISPLAY/STOP RUN after each I/O statement.
       01  WS-STATUS-CHECK.
           05  WS-CHECK-STATUS          PIC X(2).
           05  WS-CHECK-FILE-NAME       PIC X(8).

       01  WS-RUN-OPTIONS.
           05  WS-OPT-ASOF-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-OPT-WEEKS             PIC 9(2)    VALUE 8.
           05  WS-OPT-SLOW-PCT          PIC 9(3)    VALUE 10.

       01  WS-CONTROL-PARSE.
           05  WS-CTL-KEYWORD           PIC X(10).
           05  WS-CTL-VALUE             PIC X(20).

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, which supplies the default ASOF.  Drawn from
      *    BDATELK.cpy so this layout cannot drift from GETBDATE's
      *    own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

      *    Week 1 is the oldest week reported, week WEEKS the one
      *    ending on ASOF.
       01  WS-WINDOW.
           05  WS-ASOF-INTEGER          PIC 9(7)    VALUE ZERO.
           05  WS-RUN-AGE-DAYS          PIC S9(7)   VALUE ZERO.
           05  WS-RUN-AGE-WEEKS         PIC 9(7)    VALUE ZERO.
           05  WS-RUN-WEEK              PIC 9(2)    VALUE ZERO.

      *    The CUSTMAST feed per week, from the CUSTEDIT records.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 13 TIMES.
               10  WS-FEED-RUNS         PIC 9(5).
               10  WS-FEED-TOTAL        PIC 9(11).

      *    One entry per program found on STEPTIME, in the order first
      *    met - same fixed-table convention as CONVAGER's tallies.
      *    The table holds far more than the cycle's programs; a
      *    program beyond it is counted on the report.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT            PIC 9(2)    VALUE ZERO.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  WS-STEP-NAME         PIC X(8).
               10  WS-STEP-WEEK OCCURS 13 TIMES.
                   15  WS-SW-RUNS       PIC 9(5).
                   15  WS-SW-RECORDS    PIC 9(11).
                   15  WS-SW-SECONDS    PIC 9(9).

       01  WS-SUBSCRIPTS.
           05  WS-TBL-SUB               PIC 9(2)    VALUE ZERO.
           05  WS-WK-SUB                PIC 9(2)    VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-READ-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-IN-WINDOW-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-OVERFLOW-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-FLAGGED-COUNT         PIC 9(7)    VALUE ZERO.

      *    A step's prior weeks taken together, and this week.
       01  WS-TREND-WORK.
           05  WS-PRIOR-RUNS            PIC 9(7).
           05  WS-PRIOR-RECORDS         PIC 9(11).
           05  WS-PRIOR-SECONDS         PIC 9(9).
           05  WS-PRIOR-FEED            PIC 9(11).
           05  WS-PRIOR-RATE            PIC 9(9)V99.
           05  WS-THIS-RATE             PIC 9(9)V99.
           05  WS-SLOW-LIMIT-PCT        PIC 9(3).
           05  WS-SLOW-LIMIT-RATE       PIC 9(9)V99.
           05  WS-CHANGE-PCT            PIC S9(7)V9.
           05  WS-PRIOR-AVG-FEED        PIC 9(9).
           05  WS-THIS-AVG-FEED         PIC 9(9).

      *    Arguments and result of 8200-COMPUTE-RATE.
       01  WS-RATE-WORK.
           05  WS-RATE-RUNS             PIC 9(7).
           05  WS-RATE-RECORDS          PIC 9(11).
           05  WS-RATE-SECONDS          PIC 9(9).
           05  WS-RATE-RESULT           PIC 9(9)V99.

      *    Work fields for 8000-EDIT-DURATION.
       01  WS-EDIT-WORK.
           05  WS-EDIT-SECONDS          PIC 9(9).
           05  WS-EDIT-HOURS            PIC 9(5).
           05  WS-EDIT-REMAINDER        PIC 9(9).

       01  WS-DURATION-EDIT.
           05  DE-HOURS                 PIC ZZ9.
           05  FILLER                   PIC X(1)    VALUE ":".
           05  DE-MINUTES               PIC 9(2).
           05  FILLER                   PIC X(1)    VALUE ":".
           05  DE-SECONDS               PIC 9(2).

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(20)
                   VALUE "STEP TIMING TREND - ".
           05  TT-WEEKS                 PIC Z9.
           05  FILLER                   PIC X(14)
                   VALUE " WEEKS ENDING ".
           05  TT-ASOF-DATE             PIC 9(8).
           05  FILLER                   PIC X(88)   VALUE SPACES.

       01  WS-CRITERIA-LINE.
           05  FILLER                   PIC X(35)
                   VALUE "FLAGGED SLOWER: RECORDS PER SECOND ".
           05  FILLER                   PIC X(20)
                   VALUE "THIS WEEK MORE THAN ".
           05  CR-SLOW-PCT              PIC ZZ9.
           05  FILLER                   PIC X(29)
                   VALUE "% BELOW THE PRIOR WEEKS' RATE".
           05  FILLER                   PIC X(45)   VALUE SPACES.

       01  WS-FEED-LINE.
           05  FILLER                   PIC X(36)
                   VALUE "CUSTMAST FEED - AVERAGE PRIOR WEEKS ".
           05  FL-PRIOR-FEED            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(12)
                   VALUE "  THIS WEEK ".
           05  FL-THIS-FEED             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(9)
                   VALUE "  CHANGE ".
           05  FL-CHANGE                PIC X(8).
           05  FILLER                   PIC X(45)   VALUE SPACES.

       01  WS-WEEK-HEADING.
           05  FILLER                   PIC X(32)
                   VALUE "STEP      WEEK ENDING    RUNS   ".
           05  FILLER                   PIC X(32)
                   VALUE "      RECORDS  AVG ELAPSED   REC".
           05  FILLER                   PIC X(68)
                   VALUE "/SEC      AVG FEED".

       01  WS-WEEK-LINE.
           05  WL-STEP-NAME             PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WL-WEEK-END              PIC 9(8).
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  WL-RUNS                  PIC ZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WL-RECORDS               PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(4)    VALUE SPACES.
           05  WL-ELAPSED               PIC X(9).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WL-RATE                  PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  WL-FEED                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(52)   VALUE SPACES.

       01  WS-TREND-LINE.
           05  FILLER                   PIC X(10)   VALUE SPACES.
           05  FILLER                   PIC X(25)
                   VALUE "REC/SEC PRIOR WEEKS      ".
           05  TL-PRIOR-RATE            PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(12)
                   VALUE "  THIS WEEK ".
           05  TL-THIS-RATE             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(9)
                   VALUE "  CHANGE ".
           05  TL-CHANGE                PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  TL-FLAG                  PIC X(20).
           05  FILLER                   PIC X(28)   VALUE SPACES.

      *    A signed percentage for the CHANGE columns.
       01  WS-CHANGE-EDIT               PIC ++++9.9.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(36).
           05  TOT-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(87)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-STEP-TIME UNTIL WS-END-OF-FILE
           PERFORM 3000-WRITE-REPORT
           PERFORM 4000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-GET-RUN-OPTIONS
           IF WS-OPT-ASOF-DATE = ZERO
               PERFORM 1200-GET-BUSINESS-DATE
               MOVE WS-BD-BUSINESS-DATE TO WS-OPT-ASOF-DATE
           END-IF
           COMPUTE WS-ASOF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-OPT-ASOF-DATE)
           INITIALIZE WS-FEED-TABLE

      *    "05" is an absent STEPTIME - nothing timed yet.
           OPEN INPUT STEP-TIME-FILE
           IF WS-STEP-TIME-STATUS NOT = "05"
               MOVE WS-STEP-TIME-STATUS TO WS-CHECK-STATUS
               MOVE "STEPTIME" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "STRDRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           PERFORM 2100-READ-STEP-TIME.

      *    The deck is optional: an absent SYSIN opens with "05" and
      *    hits end-of-file on the first read, leaving every default
      *    in place, exactly like an empty deck.
       1100-GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               AND WS-CONTROL-STATUS NOT = "05"
               MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
               MOVE "SYSIN" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           PERFORM 1110-READ-CONTROL-CARD UNTIL WS-CTL-EOF
           CLOSE CONTROL-FILE.

       1110-READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
           END-READ
           IF NOT WS-CTL-EOF
               MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
               MOVE "SYSIN" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               IF CONTROL-RECORD NOT = SPACES
                   PERFORM 1120-PARSE-CONTROL-CARD
               END-IF
           END-IF.

      *    An unrecognized keyword or unusable value is an operations
      *    typo that must fail loudly, not silently report the wrong
      *    weeks.
       1120-PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING CONTROL-RECORD DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING
           EVALUATE WS-CTL-KEYWORD
               WHEN "ASOF"
                   IF WS-CTL-VALUE(1:8) IS NOT NUMERIC
                       PERFORM 1130-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:8) TO WS-OPT-ASOF-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-OPT-ASOF-DATE)
                       NOT = ZERO
                       PERFORM 1130-BAD-CONTROL-CARD
                   END-IF
               WHEN "WEEKS"
                   IF WS-CTL-VALUE(1:2) IS NOT NUMERIC
                       PERFORM 1130-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:2) TO WS-OPT-WEEKS
                   IF WS-OPT-WEEKS < 2 OR WS-OPT-WEEKS > 13
                       PERFORM 1130-BAD-CONTROL-CARD
                   END-IF
               WHEN "SLOWPCT"
                   IF WS-CTL-VALUE(1:3) IS NOT NUMERIC
                       OR WS-CTL-VALUE(1:3) = "000"
                       OR WS-CTL-VALUE(1:3) > "099"
                       PERFORM 1130-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:3) TO WS-OPT-SLOW-PCT
               WHEN OTHER
                   PERFORM 1130-BAD-CONTROL-CARD
           END-EVALUATE.

       1130-BAD-CONTROL-CARD.
           DISPLAY "CONVSTRD: BAD CONTROL CARD '" CONTROL-RECORD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    Only needed when no ASOF card names the date - a missing
      *    business date then stops the run rather than falling back
      *    on the wall clock.
       1200-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "CONVSTRD: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Runs started after ASOF, or before the oldest week, are
      *    outside the report.
       2000-PROCESS-STEP-TIME.
           ADD 1 TO WS-READ-COUNT
           COMPUTE WS-RUN-AGE-DAYS = WS-ASOF-INTEGER
               - FUNCTION INTEGER-OF-DATE(TM-START-DATE)
           IF WS-RUN-AGE-DAYS NOT < ZERO
               DIVIDE WS-RUN-AGE-DAYS BY 7 GIVING WS-RUN-AGE-WEEKS
               IF WS-RUN-AGE-WEEKS < WS-OPT-WEEKS
                   COMPUTE WS-RUN-WEEK =
                       WS-OPT-WEEKS - WS-RUN-AGE-WEEKS
                   PERFORM 2200-TALLY-RUN
               END-IF
           END-IF
           PERFORM 2100-READ-STEP-TIME.

       2100-READ-STEP-TIME.
           READ STEP-TIME-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               MOVE WS-STEP-TIME-STATUS TO WS-CHECK-STATUS
               MOVE "STEPTIME" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       2200-TALLY-RUN.
           ADD 1 TO WS-IN-WINDOW-COUNT
           IF TM-PROGRAM-NAME = "CUSTEDIT"
               ADD 1 TO WS-FEED-RUNS(WS-RUN-WEEK)
               ADD TM-RECORD-COUNT TO WS-FEED-TOTAL(WS-RUN-WEEK)
           END-IF
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 2210-FIND-STEP
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-TBL-SUB > WS-STEP-COUNT
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-TBL-SUB
           ELSE
               IF WS-STEP-COUNT < 20
                   ADD 1 TO WS-STEP-COUNT
                   MOVE WS-STEP-COUNT TO WS-TBL-SUB
                   INITIALIZE WS-STEP-ENTRY(WS-TBL-SUB)
                   MOVE TM-PROGRAM-NAME TO WS-STEP-NAME(WS-TBL-SUB)
                   SET WS-ENTRY-FOUND TO TRUE
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           END-IF
           IF WS-ENTRY-FOUND
               ADD 1 TO WS-SW-RUNS(WS-TBL-SUB, WS-RUN-WEEK)
               ADD TM-RECORD-COUNT
                   TO WS-SW-RECORDS(WS-TBL-SUB, WS-RUN-WEEK)
               ADD TM-ELAPSED-SECONDS
                   TO WS-SW-SECONDS(WS-TBL-SUB, WS-RUN-WEEK)
           END-IF.

       2210-FIND-STEP.
           IF WS-STEP-NAME(WS-TBL-SUB) = TM-PROGRAM-NAME
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       3000-WRITE-REPORT.
           MOVE WS-OPT-WEEKS TO TT-WEEKS
           MOVE WS-OPT-ASOF-DATE TO TT-ASOF-DATE
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE WS-OPT-SLOW-PCT TO CR-SLOW-PCT
           WRITE REPORT-RECORD FROM WS-CRITERIA-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           PERFORM 3100-WRITE-FEED-LINE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-WEEK-HEADING
           PERFORM 9000-CHECK-REPORT-WRITE
           PERFORM 3200-WRITE-STEP-BLOCK
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-STEP-COUNT

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "TIMING RECORDS READ" TO TOT-LABEL
           MOVE WS-READ-COUNT TO TOT-COUNT
           PERFORM 3500-WRITE-TOTAL-LINE
           MOVE "TIMING RECORDS IN THE WEEKS SHOWN" TO TOT-LABEL
           MOVE WS-IN-WINDOW-COUNT TO TOT-COUNT
           PERFORM 3500-WRITE-TOTAL-LINE
           IF WS-OVERFLOW-COUNT > ZERO
               MOVE "RECORDS OF PROGRAMS BEYOND THE TABLE" TO TOT-LABEL
               MOVE WS-OVERFLOW-COUNT TO TOT-COUNT
               PERFORM 3500-WRITE-TOTAL-LINE
           END-IF
           MOVE "STEPS FLAGGED SLOWER" TO TOT-LABEL
           MOVE WS-FLAGGED-COUNT TO TOT-COUNT
           PERFORM 3500-WRITE-TOTAL-LINE.

      *    The average feed per CUSTEDIT run this week against the
      *    weeks before it - the growth the step rates are read
      *    against.
       3100-WRITE-FEED-LINE.
           MOVE ZERO TO WS-PRIOR-RUNS WS-PRIOR-FEED
           PERFORM 3110-ADD-PRIOR-FEED
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB NOT < WS-OPT-WEEKS
           MOVE ZERO TO WS-PRIOR-AVG-FEED WS-THIS-AVG-FEED
           IF WS-PRIOR-RUNS > ZERO
               COMPUTE WS-PRIOR-AVG-FEED ROUNDED =
                   WS-PRIOR-FEED / WS-PRIOR-RUNS
           END-IF
           IF WS-FEED-RUNS(WS-OPT-WEEKS) > ZERO
               COMPUTE WS-THIS-AVG-FEED ROUNDED =
                   WS-FEED-TOTAL(WS-OPT-WEEKS)
                   / WS-FEED-RUNS(WS-OPT-WEEKS)
           END-IF
           MOVE WS-PRIOR-AVG-FEED TO FL-PRIOR-FEED
           MOVE WS-THIS-AVG-FEED TO FL-THIS-FEED
           IF WS-PRIOR-AVG-FEED > ZERO AND WS-THIS-AVG-FEED > ZERO
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   (WS-THIS-AVG-FEED - WS-PRIOR-AVG-FEED) * 100
                   / WS-PRIOR-AVG-FEED
               MOVE WS-CHANGE-PCT TO WS-CHANGE-EDIT
               STRING WS-CHANGE-EDIT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO FL-CHANGE
               END-STRING
           ELSE
               MOVE "N/A" TO FL-CHANGE
           END-IF
           WRITE REPORT-RECORD FROM WS-FEED-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       3110-ADD-PRIOR-FEED.
           ADD WS-FEED-RUNS(WS-WK-SUB) TO WS-PRIOR-RUNS
           ADD WS-FEED-TOTAL(WS-WK-SUB) TO WS-PRIOR-FEED.

       3200-WRITE-STEP-BLOCK.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE ZERO TO WS-PRIOR-RUNS WS-PRIOR-RECORDS WS-PRIOR-SECONDS
           PERFORM 3210-WRITE-WEEK-LINE
               VARYING WS-WK-SUB FROM 1 BY 1
               UNTIL WS-WK-SUB > WS-OPT-WEEKS
           PERFORM 3300-WRITE-TREND-LINE.

      *    Every week gets a line, empty or not, so the blocks line
      *    up week for week down the page.
       3210-WRITE-WEEK-LINE.
           MOVE WS-STEP-NAME(WS-TBL-SUB) TO WL-STEP-NAME
           COMPUTE WL-WEEK-END = FUNCTION DATE-OF-INTEGER(
               WS-ASOF-INTEGER - (WS-OPT-WEEKS - WS-WK-SUB) * 7)
           MOVE WS-SW-RUNS(WS-TBL-SUB, WS-WK-SUB) TO WL-RUNS
           MOVE WS-SW-RECORDS(WS-TBL-SUB, WS-WK-SUB) TO WL-RECORDS
           IF WS-SW-RUNS(WS-TBL-SUB, WS-WK-SUB) > ZERO
               COMPUTE WS-EDIT-SECONDS ROUNDED =
                   WS-SW-SECONDS(WS-TBL-SUB, WS-WK-SUB)
                   / WS-SW-RUNS(WS-TBL-SUB, WS-WK-SUB)
               PERFORM 8000-EDIT-DURATION
               MOVE WS-DURATION-EDIT TO WL-ELAPSED
           ELSE
               MOVE SPACES TO WL-ELAPSED
           END-IF
           MOVE WS-SW-RUNS(WS-TBL-SUB, WS-WK-SUB) TO WS-RATE-RUNS
           MOVE WS-SW-RECORDS(WS-TBL-SUB, WS-WK-SUB)
               TO WS-RATE-RECORDS
           MOVE WS-SW-SECONDS(WS-TBL-SUB, WS-WK-SUB)
               TO WS-RATE-SECONDS
           PERFORM 8200-COMPUTE-RATE
           MOVE WS-RATE-RESULT TO WL-RATE
           IF WS-FEED-RUNS(WS-WK-SUB) > ZERO
               COMPUTE WL-FEED ROUNDED = WS-FEED-TOTAL(WS-WK-SUB)
                   / WS-FEED-RUNS(WS-WK-SUB)
           ELSE
               MOVE ZERO TO WL-FEED
           END-IF
           WRITE REPORT-RECORD FROM WS-WEEK-LINE
           PERFORM 9000-CHECK-REPORT-WRITE

           IF WS-WK-SUB < WS-OPT-WEEKS
               ADD WS-SW-RUNS(WS-TBL-SUB, WS-WK-SUB) TO WS-PRIOR-RUNS
               ADD WS-SW-RECORDS(WS-TBL-SUB, WS-WK-SUB)
                   TO WS-PRIOR-RECORDS
               ADD WS-SW-SECONDS(WS-TBL-SUB, WS-WK-SUB)
                   TO WS-PRIOR-SECONDS
           END-IF.

      *    No comparison without runs on both sides, or with no
      *    records at all in the prior weeks (a step with nothing to
      *    do has no rate to fall from).
       3300-WRITE-TREND-LINE.
           MOVE WS-PRIOR-RUNS TO WS-RATE-RUNS
           MOVE WS-PRIOR-RECORDS TO WS-RATE-RECORDS
           MOVE WS-PRIOR-SECONDS TO WS-RATE-SECONDS
           PERFORM 8200-COMPUTE-RATE
           MOVE WS-RATE-RESULT TO WS-PRIOR-RATE

           MOVE WS-SW-RUNS(WS-TBL-SUB, WS-OPT-WEEKS) TO WS-RATE-RUNS
           MOVE WS-SW-RECORDS(WS-TBL-SUB, WS-OPT-WEEKS)
               TO WS-RATE-RECORDS
           MOVE WS-SW-SECONDS(WS-TBL-SUB, WS-OPT-WEEKS)
               TO WS-RATE-SECONDS
           PERFORM 8200-COMPUTE-RATE
           MOVE WS-RATE-RESULT TO WS-THIS-RATE

           MOVE WS-PRIOR-RATE TO TL-PRIOR-RATE
           MOVE WS-THIS-RATE TO TL-THIS-RATE
           MOVE SPACES TO TL-FLAG
           EVALUATE TRUE
               WHEN WS-SW-RUNS(WS-TBL-SUB, WS-OPT-WEEKS) = ZERO
                   MOVE "N/A" TO TL-CHANGE
                   MOVE "NO RUNS THIS WEEK" TO TL-FLAG
               WHEN WS-PRIOR-RUNS = ZERO
                   MOVE "N/A" TO TL-CHANGE
                   MOVE "NO PRIOR RUNS" TO TL-FLAG
               WHEN WS-PRIOR-RATE = ZERO
                   MOVE "N/A" TO TL-CHANGE
               WHEN OTHER
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                       (WS-THIS-RATE - WS-PRIOR-RATE) * 100
                       / WS-PRIOR-RATE
                   MOVE WS-CHANGE-PCT TO WS-CHANGE-EDIT
                   MOVE SPACES TO TL-CHANGE
                   STRING WS-CHANGE-EDIT DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO TL-CHANGE
                   END-STRING
                   SUBTRACT WS-OPT-SLOW-PCT FROM 100
                       GIVING WS-SLOW-LIMIT-PCT
                   COMPUTE WS-SLOW-LIMIT-RATE =
                       WS-PRIOR-RATE * WS-SLOW-LIMIT-PCT / 100
                   IF WS-THIS-RATE < WS-SLOW-LIMIT-RATE
                       MOVE "*** SLOWER" TO TL-FLAG
                       ADD 1 TO WS-FLAGGED-COUNT
                   END-IF
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-TREND-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       3500-WRITE-TOTAL-LINE.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       4000-TERMINATE.
           CLOSE STEP-TIME-FILE
           CLOSE REPORT-FILE
           IF WS-FLAGGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    WS-EDIT-SECONDS as hhh:mm:ss.
       8000-EDIT-DURATION.
           DIVIDE WS-EDIT-SECONDS BY 3600 GIVING WS-EDIT-HOURS
               REMAINDER WS-EDIT-REMAINDER
           IF WS-EDIT-HOURS > 999
               MOVE 999 TO WS-EDIT-HOURS
           END-IF
           MOVE WS-EDIT-HOURS TO DE-HOURS
           DIVIDE WS-EDIT-REMAINDER BY 60 GIVING DE-MINUTES
               REMAINDER DE-SECONDS.

      *    Records per second over a set of runs, each run counting
      *    as at least one second (as TIMELOGW counts a single run).
       8200-COMPUTE-RATE.
           IF WS-RATE-SECONDS < WS-RATE-RUNS
               MOVE WS-RATE-RUNS TO WS-RATE-SECONDS
           END-IF
           IF WS-RATE-SECONDS > ZERO
               COMPUTE WS-RATE-RESULT ROUNDED =
                   WS-RATE-RECORDS / WS-RATE-SECONDS
           ELSE
               MOVE ZERO TO WS-RATE-RESULT
           END-IF.

       9000-CHECK-REPORT-WRITE.
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "STRDRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by every OPEN/READ/WRITE status check above - a
      *    non-zero status means the dataset is missing, full, or
      *    otherwise unusable, which an unattended batch run must not
      *    silently ignore.
       9900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "CONVSTRD: I/O ERROR ON " WS-CHECK-FILE-NAME
                   " STATUS=" WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

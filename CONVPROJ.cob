       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPROJ.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * CONVPROJ - batch-window early warning.  Runs inside the
      * nightly cycle (CONVRUN STEP04A, once the master is loaded)
      * and projects when tonight's cycle will finish, from the
      * STEPTIME timing history TIMELOGW appends one record to at
      * the end of every run of a cycle program (see TIMELREC).
      *
      * STEPTIME is appended in the order the steps ran, so a cycle
      * is taken to start at each CUSTEDIT record and to take in
      * every record after it up to the next CUSTEDIT.  The last
      * CUSTEDIT record starts tonight's cycle; the HISTORY cycles
      * before it are the history.  For every window step the
      * history gives:
      *
      *   - its share of the feed - the records it worked through
      *     over the feed records CUSTEDIT read, in the cycles the
      *     step ran (CONVERTB's delta volume is a small share of
      *     the feed, CUSTLOAD's the whole of it);
      *   - its throughput - records per second over those cycles,
      *     taken as total records over total seconds so one odd
      *     night does not swing the figure.
      *
      * A window step already on STEPTIME for tonight's cycle is
      * DONE and shown with its actual figures.  Every other window
      * step is PROJECTED: tonight's feed times its share gives the
      * records remaining for it, and those records at its historic
      * throughput give its run time.  The projected completion is
      * now plus the run times of the steps still to run, and is
      * checked against WINDOWEND.  A step with no history at all is
      * listed NO HISTORY and left out of the projection.
      *
      * A CONVERTB restart, or the CONVPAR key-range runs appended on
      * a month-end night, counts as more CONVERTB work in the cycle
      * it lands in.  A month-end full pass therefore raises
      * CONVERTB's share until it ages out of the history - the
      * projection errs toward warning early, not late.
      *
      * Control cards (SYSIN, optional - an absent or empty deck
      * leaves every default in place):
      *       WINDOWEND=hhmm     wall-clock end of the batch window
      *                          (default 0600).  A window end
      *                          earlier than the time tonight's
      *                          CUSTEDIT started is the next
      *                          morning's.
      *       HISTORY=nn         prior cycles to project from
      *                          (default 5)
      *       STEP=xxxxxxxx      a program in the window - the first
      *                          STEP card replaces the default list
      *                          (CUSTEDIT CONVDLTA CUSTLOAD CONVERTB
      *                          CONVXTRC, the CONVRUN programs), up
      *                          to 10 cards
      *
      * The run ends with RETURN-CODE 4 when the projected completion
      * breaches the window, so the scheduler can page the on-call
      * analyst while there is still time to act on it.  Nothing on
      * STEPTIME, or no CUSTEDIT record on it yet, is not a warning:
      * there is nothing to project from and PROJRPT says so.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional: until the first timed run there is no STEPTIME.
           SELECT OPTIONAL STEP-TIME-FILE ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-TIME-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PROJRPT"
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
      *    Set by the first STEP card, which replaces the default
      *    window steps rather than adding to them.
           05  WS-STEP-CARD-SWITCH      PIC X(1)    VALUE "N".
               88  WS-STEP-CARDS-GIVEN              VALUE "Y".
           05  WS-BREACH-SWITCH         PIC X(1)    VALUE "N".
               88  WS-WINDOW-BREACHED               VALUE "Y".

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN/READ/WRITE can
      *    share one status-check paragraph instead of repeating the
      *    same IF/DISPLAY/STOP RUN after each I/O statement.
       01  WS-STATUS-CHECK.
           05  WS-CHECK-STATUS          PIC X(2).
           05  WS-CHECK-FILE-NAME       PIC X(8).

       01  WS-RUN-OPTIONS.
           05  WS-OPT-WINDOW-END        PIC 9(4)    VALUE 0600.
           05  WS-OPT-HISTORY           PIC 9(2)    VALUE 5.

       01  WS-CONTROL-PARSE.
           05  WS-CTL-KEYWORD           PIC X(10).
           05  WS-CTL-VALUE             PIC X(20).
      *    An hhmm card value, split for the range check.
       01  WS-CTL-HHMM                  PIC 9(4).
       01  WS-CTL-HHMM-PARTS REDEFINES WS-CTL-HHMM.
           05  WS-CTL-HH                PIC 9(2).
           05  WS-CTL-MM                PIC 9(2).

      *    The CONVRUN programs, in the order they run - the window
      *    steps when no STEP card is given.
       01  WS-DEFAULT-STEPS.
           05  FILLER                   PIC X(8)    VALUE "CUSTEDIT".
           05  FILLER                   PIC X(8)    VALUE "CONVDLTA".
           05  FILLER                   PIC X(8)    VALUE "CUSTLOAD".
           05  FILLER                   PIC X(8)    VALUE "CONVERTB".
           05  FILLER                   PIC X(8)    VALUE "CONVXTRC".
       01  WS-DEFAULT-STEP-TABLE REDEFINES WS-DEFAULT-STEPS.
           05  WS-DEFAULT-STEP          PIC X(8)    OCCURS 5 TIMES.

      *    One entry per window step - same fixed-table convention as
      *    CONVAGER's tallies.  The history figures cover the cycles
      *    the step ran in; the tonight figures are its actuals once
      *    DONE, its projection otherwise.
       01  WS-STEP-TABLE.
           05  WS-STEP-COUNT            PIC 9(2)    VALUE ZERO.
           05  WS-STEP-ENTRY OCCURS 10 TIMES.
               10  WS-STEP-NAME         PIC X(8).
               10  WS-STEP-CYCLE-SWITCH PIC X(1).
                   88  WS-STEP-IN-CYCLE             VALUE "Y".
               10  WS-STEP-DONE-SWITCH  PIC X(1).
                   88  WS-STEP-DONE                 VALUE "Y".
               10  WS-STEP-HIST-CYCLES  PIC 9(3).
               10  WS-STEP-HIST-FEED    PIC 9(11).
               10  WS-STEP-HIST-RECORDS PIC 9(11).
               10  WS-STEP-HIST-SECONDS PIC 9(9).
               10  WS-STEP-RECORDS      PIC 9(11).
               10  WS-STEP-SECONDS      PIC 9(9).

       01  WS-SUBSCRIPTS.
           05  WS-TBL-SUB               PIC 9(2)    VALUE ZERO.

      *    The program name 3210-MATCH-STEP looks for in the table.
       01  WS-MATCH-NAME                PIC X(8).

      *    Cycles are numbered from 1 in STEPTIME order; the first
      *    pass counts them so the second knows which is tonight's
      *    and where the history starts.
       01  WS-CYCLE-WORK.
           05  WS-CYCLE-TOTAL           PIC 9(7)    VALUE ZERO.
           05  WS-CYCLE-NUMBER          PIC 9(7)    VALUE ZERO.
           05  WS-FIRST-HIST-CYCLE      PIC 9(7)    VALUE ZERO.
           05  WS-HIST-CYCLES-USED      PIC 9(7)    VALUE ZERO.
           05  WS-CYCLE-FEED            PIC 9(9)    VALUE ZERO.
           05  WS-TONIGHT-FEED          PIC 9(9)    VALUE ZERO.
           05  WS-TONIGHT-START-DATE    PIC 9(8)    VALUE ZERO.
           05  WS-TONIGHT-START-TIME.
               10  WS-TONIGHT-START-HH  PIC 9(2)    VALUE ZERO.
               10  WS-TONIGHT-START-MM  PIC 9(2)    VALUE ZERO.
               10  WS-TONIGHT-START-SS  PIC 9(2)    VALUE ZERO.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE          PIC 9(8).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HH        PIC 9(2).
               10  WS-CURRENT-MM        PIC 9(2).
               10  WS-CURRENT-SS        PIC 9(2).
           05  FILLER                   PIC X(7).

      *    Every point in time below is held as seconds since
      *    midnight at the start of the day tonight's cycle started,
      *    so the window end, the time now and the projected
      *    completion compare directly across midnight.
       01  WS-TIMELINE.
           05  WS-START-INTEGER         PIC 9(7)    VALUE ZERO.
           05  WS-NOW-OFFSET            PIC 9(9)    VALUE ZERO.
           05  WS-WINDOW-OFFSET         PIC 9(9)    VALUE ZERO.
           05  WS-PROJECTED-OFFSET      PIC 9(9)    VALUE ZERO.
           05  WS-REMAINING-SECONDS     PIC 9(9)    VALUE ZERO.
           05  WS-MARGIN-SECONDS        PIC 9(9)    VALUE ZERO.
           05  WS-NO-HISTORY-COUNT      PIC 9(2)    VALUE ZERO.

      *    Work fields for 8000-EDIT-DURATION and 8100-EDIT-STAMP.
       01  WS-EDIT-WORK.
           05  WS-EDIT-SECONDS          PIC 9(9).
           05  WS-EDIT-OFFSET           PIC 9(9).
           05  WS-EDIT-DAYS             PIC 9(5).
           05  WS-EDIT-HOURS            PIC 9(5).
           05  WS-EDIT-REMAINDER        PIC 9(9).
           05  WS-EDIT-RATE-SECONDS     PIC 9(9).
           05  WS-EDIT-COUNT            PIC Z9.

       01  WS-DURATION-EDIT.
           05  DE-HOURS                 PIC ZZ9.
           05  FILLER                   PIC X(1)    VALUE ":".
           05  DE-MINUTES               PIC 9(2).
           05  FILLER                   PIC X(1)    VALUE ":".
           05  DE-SECONDS               PIC 9(2).

       01  WS-STAMP-EDIT.
           05  SE-DATE                  PIC 9(8).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  SE-HOURS                 PIC 9(2).
           05  FILLER                   PIC X(1)    VALUE ":".
           05  SE-MINUTES               PIC 9(2).
           05  FILLER                   PIC X(1)    VALUE ":".
           05  SE-SECONDS               PIC 9(2).

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(40)
                   VALUE "BATCH WINDOW PROJECTION - CYCLE STARTED ".
           05  TT-CYCLE-START           PIC X(17).
           05  FILLER                   PIC X(75)   VALUE SPACES.

       01  WS-CRITERIA-LINE.
           05  FILLER                   PIC X(15)
                   VALUE "WINDOW ENDS AT ".
           05  CR-WINDOW-END            PIC 9(4).
           05  FILLER                   PIC X(26)
                   VALUE ", PROJECTED FROM THE LAST ".
           05  CR-HISTORY-USED          PIC Z9.
           05  FILLER                   PIC X(21)
                   VALUE " PRIOR CYCLES (ASKED ".
           05  CR-HISTORY-ASKED         PIC Z9.
           05  FILLER                   PIC X(1)    VALUE ")".
           05  FILLER                   PIC X(61)   VALUE SPACES.

       01  WS-FEED-LINE.
           05  FILLER                   PIC X(34)
                   VALUE "TONIGHT'S FEED (CUSTEDIT RECORDS) ".
           05  FL-FEED                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(87)   VALUE SPACES.

       01  WS-STEP-HEADING.
           05  FILLER                   PIC X(32)
                   VALUE "STEP      STATUS            RECO".
           05  FILLER                   PIC X(32)
                   VALUE "RDS     ELAPSED   REC/SEC  HIST ".
           05  FILLER                   PIC X(68)   VALUE "CYCLES".

       01  WS-STEP-LINE.
           05  SL-STEP-NAME             PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SL-STATUS                PIC X(10).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SL-RECORDS               PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SL-ELAPSED               PIC X(9).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SL-RATE                  PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SL-HIST-CYCLES           PIC ZZ9.
           05  FILLER                   PIC X(70)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SM-LABEL                 PIC X(44).
           05  SM-VALUE                 PIC X(20).
           05  FILLER                   PIC X(68)   VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  MSG-TEXT                 PIC X(80).
           05  FILLER                   PIC X(52)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COUNT-CYCLES
           IF WS-CYCLE-TOTAL = ZERO
               MOVE "NO CUSTEDIT RUN ON STEPTIME - NOTHING TO PROJECT"
                   TO MSG-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
               PERFORM 9000-CHECK-REPORT-WRITE
           ELSE
               PERFORM 3000-ACCUMULATE-CYCLES
               PERFORM 4000-PROJECT-WINDOW
               PERFORM 5000-WRITE-REPORT
           END-IF
           PERFORM 6000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1100-GET-RUN-OPTIONS
           IF NOT WS-STEP-CARDS-GIVEN
               PERFORM 1150-LOAD-DEFAULT-STEP
                   VARYING WS-TBL-SUB FROM 1 BY 1
                   UNTIL WS-TBL-SUB > 5
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "PROJRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

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
      *    typo that must fail loudly, not silently project against
      *    the wrong window or the wrong steps.
       1120-PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING CONTROL-RECORD DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING
           EVALUATE WS-CTL-KEYWORD
               WHEN "WINDOWEND"
                   PERFORM 1125-CHECK-HHMM-VALUE
                   MOVE WS-CTL-HHMM TO WS-OPT-WINDOW-END
               WHEN "HISTORY"
                   IF WS-CTL-VALUE(1:2) IS NOT NUMERIC
                       OR WS-CTL-VALUE(1:2) = "00"
                       PERFORM 1130-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:2) TO WS-OPT-HISTORY
               WHEN "STEP"
                   IF WS-CTL-VALUE(1:8) = SPACES
                       OR WS-CTL-VALUE(9:12) NOT = SPACES
                       PERFORM 1130-BAD-CONTROL-CARD
                   END-IF
                   SET WS-STEP-CARDS-GIVEN TO TRUE
                   PERFORM 1140-ADD-STEP
               WHEN OTHER
                   PERFORM 1130-BAD-CONTROL-CARD
           END-EVALUATE.

       1125-CHECK-HHMM-VALUE.
           IF WS-CTL-VALUE(1:4) IS NOT NUMERIC
               PERFORM 1130-BAD-CONTROL-CARD
           END-IF
           MOVE WS-CTL-VALUE(1:4) TO WS-CTL-HHMM
           IF WS-CTL-HH > 23 OR WS-CTL-MM > 59
               PERFORM 1130-BAD-CONTROL-CARD
           END-IF.

       1130-BAD-CONTROL-CARD.
           DISPLAY "CONVPROJ: BAD CONTROL CARD '" CONTROL-RECORD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    A step named twice is kept once; an eleventh step is a
      *    deck error like any other.
       1140-ADD-STEP.
           MOVE WS-CTL-VALUE(1:8) TO WS-MATCH-NAME
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3210-MATCH-STEP
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-TBL-SUB > WS-STEP-COUNT
           IF NOT WS-ENTRY-FOUND
               IF WS-STEP-COUNT NOT < 10
                   PERFORM 1130-BAD-CONTROL-CARD
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-TBL-SUB
               INITIALIZE WS-STEP-ENTRY(WS-TBL-SUB)
               MOVE WS-MATCH-NAME TO WS-STEP-NAME(WS-TBL-SUB)
           END-IF.

       1150-LOAD-DEFAULT-STEP.
           ADD 1 TO WS-STEP-COUNT
           INITIALIZE WS-STEP-ENTRY(WS-STEP-COUNT)
           MOVE WS-DEFAULT-STEP(WS-TBL-SUB)
               TO WS-STEP-NAME(WS-STEP-COUNT).

      *    First pass: count the cycles, so the second pass knows
      *    which CUSTEDIT record is tonight's and which cycles before
      *    it are the history.
       2000-COUNT-CYCLES.
           PERFORM 2050-OPEN-STEP-TIME
           PERFORM 2100-READ-STEP-TIME
           PERFORM 2200-COUNT-CYCLE UNTIL WS-END-OF-FILE
           CLOSE STEP-TIME-FILE
           IF WS-CYCLE-TOTAL > WS-OPT-HISTORY
               COMPUTE WS-FIRST-HIST-CYCLE =
                   WS-CYCLE-TOTAL - WS-OPT-HISTORY
           ELSE
               MOVE 1 TO WS-FIRST-HIST-CYCLE
           END-IF.

      *    "05" is an absent STEPTIME - nothing timed yet, read as an
      *    empty history.
       2050-OPEN-STEP-TIME.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT STEP-TIME-FILE
           IF WS-STEP-TIME-STATUS NOT = "05"
               MOVE WS-STEP-TIME-STATUS TO WS-CHECK-STATUS
               MOVE "STEPTIME" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

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

       2200-COUNT-CYCLE.
           IF TM-PROGRAM-NAME = "CUSTEDIT"
               ADD 1 TO WS-CYCLE-TOTAL
           END-IF
           PERFORM 2100-READ-STEP-TIME.

      *    Second pass: tally each window step's history over the
      *    history cycles and note what tonight's cycle has already
      *    done.  Records ahead of the first CUSTEDIT belong to no
      *    cycle and are passed over.
       3000-ACCUMULATE-CYCLES.
           PERFORM 2050-OPEN-STEP-TIME
           PERFORM 2100-READ-STEP-TIME
           PERFORM 3100-ACCUMULATE-RECORD UNTIL WS-END-OF-FILE
           CLOSE STEP-TIME-FILE.

       3100-ACCUMULATE-RECORD.
           IF TM-PROGRAM-NAME = "CUSTEDIT"
               PERFORM 3150-START-CYCLE
           END-IF
           IF WS-CYCLE-NUMBER NOT < WS-FIRST-HIST-CYCLE
               PERFORM 3200-FIND-STEP
               IF WS-ENTRY-FOUND
                   IF WS-CYCLE-NUMBER = WS-CYCLE-TOTAL
                       PERFORM 3400-TALLY-TONIGHT
                   ELSE
                       PERFORM 3300-TALLY-HISTORY
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-STEP-TIME.

       3150-START-CYCLE.
           ADD 1 TO WS-CYCLE-NUMBER
           MOVE TM-RECORD-COUNT TO WS-CYCLE-FEED
           PERFORM 3160-CLEAR-CYCLE-SWITCH
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-STEP-COUNT
           IF WS-CYCLE-NUMBER = WS-CYCLE-TOTAL
               MOVE TM-RECORD-COUNT TO WS-TONIGHT-FEED
               MOVE TM-START-DATE TO WS-TONIGHT-START-DATE
               MOVE TM-START-TIME TO WS-TONIGHT-START-TIME
           ELSE
               IF WS-CYCLE-NUMBER NOT < WS-FIRST-HIST-CYCLE
                   ADD 1 TO WS-HIST-CYCLES-USED
               END-IF
           END-IF.

       3160-CLEAR-CYCLE-SWITCH.
           MOVE "N" TO WS-STEP-CYCLE-SWITCH(WS-TBL-SUB).

      *    Leaves WS-TBL-SUB on the matching entry when found.
       3200-FIND-STEP.
           MOVE TM-PROGRAM-NAME TO WS-MATCH-NAME
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 3210-MATCH-STEP
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-TBL-SUB > WS-STEP-COUNT
           IF WS-ENTRY-FOUND
               SUBTRACT 1 FROM WS-TBL-SUB
           END-IF.

       3210-MATCH-STEP.
           IF WS-STEP-NAME(WS-TBL-SUB) = WS-MATCH-NAME
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

      *    A step run twice in one cycle (a CONVERTB restart, the
      *    CONVPAR key ranges) counts its runs together, and the
      *    cycle's feed once.
       3300-TALLY-HISTORY.
           IF NOT WS-STEP-IN-CYCLE(WS-TBL-SUB)
               SET WS-STEP-IN-CYCLE(WS-TBL-SUB) TO TRUE
               ADD 1 TO WS-STEP-HIST-CYCLES(WS-TBL-SUB)
               ADD WS-CYCLE-FEED TO WS-STEP-HIST-FEED(WS-TBL-SUB)
           END-IF
           ADD TM-RECORD-COUNT TO WS-STEP-HIST-RECORDS(WS-TBL-SUB)
           ADD TM-ELAPSED-SECONDS TO WS-STEP-HIST-SECONDS(WS-TBL-SUB).

       3400-TALLY-TONIGHT.
           SET WS-STEP-DONE(WS-TBL-SUB) TO TRUE
           ADD TM-RECORD-COUNT TO WS-STEP-RECORDS(WS-TBL-SUB)
           ADD TM-ELAPSED-SECONDS TO WS-STEP-SECONDS(WS-TBL-SUB).

       4000-PROJECT-WINDOW.
           PERFORM 4100-PROJECT-STEP
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-STEP-COUNT

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           COMPUTE WS-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-TONIGHT-START-DATE)
           COMPUTE WS-NOW-OFFSET =
               (FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                - WS-START-INTEGER) * 86400
               + WS-CURRENT-HH * 3600 + WS-CURRENT-MM * 60
               + WS-CURRENT-SS
           MOVE WS-OPT-WINDOW-END TO WS-CTL-HHMM
           COMPUTE WS-WINDOW-OFFSET = WS-CTL-HH * 3600
               + WS-CTL-MM * 60
           IF WS-OPT-WINDOW-END NOT >
               WS-TONIGHT-START-HH * 100 + WS-TONIGHT-START-MM
               ADD 86400 TO WS-WINDOW-OFFSET
           END-IF
           COMPUTE WS-PROJECTED-OFFSET =
               WS-NOW-OFFSET + WS-REMAINING-SECONDS

           IF WS-PROJECTED-OFFSET > WS-WINDOW-OFFSET
               SET WS-WINDOW-BREACHED TO TRUE
               COMPUTE WS-MARGIN-SECONDS =
                   WS-PROJECTED-OFFSET - WS-WINDOW-OFFSET
           ELSE
               COMPUTE WS-MARGIN-SECONDS =
                   WS-WINDOW-OFFSET - WS-PROJECTED-OFFSET
           END-IF.

      *    Records remaining = tonight's feed at the step's historic
      *    share of the feed; run time = those records at its
      *    historic records per second.  A step whose history shows
      *    no records at all (nothing to do on those nights) is
      *    allowed its average run time instead.
       4100-PROJECT-STEP.
           IF NOT WS-STEP-DONE(WS-TBL-SUB)
               IF WS-STEP-HIST-CYCLES(WS-TBL-SUB) = ZERO
                   ADD 1 TO WS-NO-HISTORY-COUNT
               ELSE
                   IF WS-STEP-HIST-FEED(WS-TBL-SUB) > ZERO
                       COMPUTE WS-STEP-RECORDS(WS-TBL-SUB) ROUNDED =
                           WS-TONIGHT-FEED
                           * WS-STEP-HIST-RECORDS(WS-TBL-SUB)
                           / WS-STEP-HIST-FEED(WS-TBL-SUB)
                   ELSE
                       COMPUTE WS-STEP-RECORDS(WS-TBL-SUB) ROUNDED =
                           WS-STEP-HIST-RECORDS(WS-TBL-SUB)
                           / WS-STEP-HIST-CYCLES(WS-TBL-SUB)
                   END-IF
                   IF WS-STEP-HIST-RECORDS(WS-TBL-SUB) > ZERO
                       COMPUTE WS-STEP-SECONDS(WS-TBL-SUB) ROUNDED =
                           WS-STEP-RECORDS(WS-TBL-SUB)
                           * WS-STEP-HIST-SECONDS(WS-TBL-SUB)
                           / WS-STEP-HIST-RECORDS(WS-TBL-SUB)
                   ELSE
                       COMPUTE WS-STEP-SECONDS(WS-TBL-SUB) ROUNDED =
                           WS-STEP-HIST-SECONDS(WS-TBL-SUB)
                           / WS-STEP-HIST-CYCLES(WS-TBL-SUB)
                   END-IF
                   ADD WS-STEP-SECONDS(WS-TBL-SUB)
                       TO WS-REMAINING-SECONDS
               END-IF
           END-IF.

       5000-WRITE-REPORT.
           MOVE WS-TONIGHT-START-DATE TO SE-DATE
           MOVE WS-TONIGHT-START-HH TO SE-HOURS
           MOVE WS-TONIGHT-START-MM TO SE-MINUTES
           MOVE WS-TONIGHT-START-SS TO SE-SECONDS
           MOVE WS-STAMP-EDIT TO TT-CYCLE-START
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE WS-OPT-WINDOW-END TO CR-WINDOW-END
           MOVE WS-HIST-CYCLES-USED TO CR-HISTORY-USED
           MOVE WS-OPT-HISTORY TO CR-HISTORY-ASKED
           WRITE REPORT-RECORD FROM WS-CRITERIA-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE WS-TONIGHT-FEED TO FL-FEED
           WRITE REPORT-RECORD FROM WS-FEED-LINE
           PERFORM 9000-CHECK-REPORT-WRITE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-STEP-HEADING
           PERFORM 9000-CHECK-REPORT-WRITE
           PERFORM 5100-WRITE-STEP-LINE
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-STEP-COUNT

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "TIME NOW" TO SM-LABEL
           MOVE WS-NOW-OFFSET TO WS-EDIT-OFFSET
           PERFORM 8100-EDIT-STAMP
           MOVE WS-STAMP-EDIT TO SM-VALUE
           PERFORM 5200-WRITE-SUMMARY-LINE
           MOVE "STEPS STILL TO RUN ARE PROJECTED TO TAKE" TO SM-LABEL
           MOVE WS-REMAINING-SECONDS TO WS-EDIT-SECONDS
           PERFORM 8000-EDIT-DURATION
           MOVE WS-DURATION-EDIT TO SM-VALUE
           PERFORM 5200-WRITE-SUMMARY-LINE
           MOVE "PROJECTED COMPLETION" TO SM-LABEL
           MOVE WS-PROJECTED-OFFSET TO WS-EDIT-OFFSET
           PERFORM 8100-EDIT-STAMP
           MOVE WS-STAMP-EDIT TO SM-VALUE
           PERFORM 5200-WRITE-SUMMARY-LINE
           MOVE "BATCH WINDOW ENDS" TO SM-LABEL
           MOVE WS-WINDOW-OFFSET TO WS-EDIT-OFFSET
           PERFORM 8100-EDIT-STAMP
           MOVE WS-STAMP-EDIT TO SM-VALUE
           PERFORM 5200-WRITE-SUMMARY-LINE
           IF WS-WINDOW-BREACHED
               MOVE "*** PROJECTED TO OVERRUN THE WINDOW BY"
                   TO SM-LABEL
           ELSE
               MOVE "PROJECTED TO FINISH INSIDE THE WINDOW BY"
                   TO SM-LABEL
           END-IF
           MOVE WS-MARGIN-SECONDS TO WS-EDIT-SECONDS
           PERFORM 8000-EDIT-DURATION
           MOVE WS-DURATION-EDIT TO SM-VALUE
           PERFORM 5200-WRITE-SUMMARY-LINE
           IF WS-NO-HISTORY-COUNT > ZERO
               MOVE "STEPS WITH NO HISTORY (NOT PROJECTED)"
                   TO SM-LABEL
               MOVE WS-NO-HISTORY-COUNT TO WS-EDIT-COUNT
               MOVE WS-EDIT-COUNT TO SM-VALUE
               PERFORM 5200-WRITE-SUMMARY-LINE
           END-IF.

       5100-WRITE-STEP-LINE.
           MOVE WS-STEP-NAME(WS-TBL-SUB) TO SL-STEP-NAME
           MOVE WS-STEP-HIST-CYCLES(WS-TBL-SUB) TO SL-HIST-CYCLES
           EVALUATE TRUE
               WHEN WS-STEP-DONE(WS-TBL-SUB)
                   MOVE "DONE" TO SL-STATUS
               WHEN WS-STEP-HIST-CYCLES(WS-TBL-SUB) = ZERO
                   MOVE "NO HISTORY" TO SL-STATUS
               WHEN OTHER
                   MOVE "PROJECTED" TO SL-STATUS
           END-EVALUATE
           IF NOT WS-STEP-DONE(WS-TBL-SUB)
               AND WS-STEP-HIST-CYCLES(WS-TBL-SUB) = ZERO
               MOVE ZERO TO SL-RECORDS SL-RATE
               MOVE SPACES TO SL-ELAPSED
           ELSE
               MOVE WS-STEP-RECORDS(WS-TBL-SUB) TO SL-RECORDS
               MOVE WS-STEP-SECONDS(WS-TBL-SUB) TO WS-EDIT-SECONDS
               PERFORM 8000-EDIT-DURATION
               MOVE WS-DURATION-EDIT TO SL-ELAPSED
               IF WS-STEP-SECONDS(WS-TBL-SUB) > ZERO
                   MOVE WS-STEP-SECONDS(WS-TBL-SUB)
                       TO WS-EDIT-RATE-SECONDS
               ELSE
                   MOVE 1 TO WS-EDIT-RATE-SECONDS
               END-IF
               COMPUTE SL-RATE =
                   WS-STEP-RECORDS(WS-TBL-SUB) / WS-EDIT-RATE-SECONDS
           END-IF
           WRITE REPORT-RECORD FROM WS-STEP-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       5200-WRITE-SUMMARY-LINE.
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       6000-TERMINATE.
           CLOSE REPORT-FILE
           IF WS-WINDOW-BREACHED
               MOVE WS-PROJECTED-OFFSET TO WS-EDIT-OFFSET
               PERFORM 8100-EDIT-STAMP
               DISPLAY "CONVPROJ: PROJECTED COMPLETION " WS-STAMP-EDIT
                   " OVERRUNS THE BATCH WINDOW - SEE PROJRPT"
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

      *    WS-EDIT-OFFSET (seconds from midnight starting the day
      *    tonight's cycle started) as a date and hh:mm:ss.
       8100-EDIT-STAMP.
           DIVIDE WS-EDIT-OFFSET BY 86400 GIVING WS-EDIT-DAYS
               REMAINDER WS-EDIT-REMAINDER
           COMPUTE SE-DATE = FUNCTION DATE-OF-INTEGER(
               WS-START-INTEGER + WS-EDIT-DAYS)
           DIVIDE WS-EDIT-REMAINDER BY 3600 GIVING SE-HOURS
               REMAINDER WS-EDIT-REMAINDER
           DIVIDE WS-EDIT-REMAINDER BY 60 GIVING SE-MINUTES
               REMAINDER SE-SECONDS.

       9000-CHECK-REPORT-WRITE.
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "PROJRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by every OPEN/READ/WRITE status check above - a
      *    non-zero status means the dataset is missing, full, or
      *    otherwise unusable, which an unattended batch run must not
      *    silently ignore.
       9900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "CONVPROJ: I/O ERROR ON " WS-CHECK-FILE-NAME
                   " STATUS=" WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVACCR.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * CONVACCR - weekly operator access report over the ACCESSLG
      * log ACCLOGW writes for every inquiry, name search, change-
      * history view, correction entry, conversion test and hold
      * card (see ACCLREC), for the annual privacy review.  Two
      * passes over the entries in the look-back window, each
      * through its own SORT (the CUSTDUPS arrangement):
      *
      *   1. by operator, day and record key - one line per operator
      *      per day with the entries made, the distinct customers
      *      touched and the entries outside shift hours, and a total
      *      line per operator.  A day on which one operator touched
      *      more than MAXCUST distinct customers is flagged MANY
      *      CUSTOMERS - the browsing pattern the review looks for;
      *   2. by operator, day and time - every entry made outside
      *      the SHIFTBEG-SHIFTEND shift hours listed in full, in the
      *      order it happened.
      *
      * A shift whose end is earlier than its start runs past
      * midnight (SHIFTBEG=2200, SHIFTEND=0600 is a night shift).
      *
      * Control cards (SYSIN, optional - an absent or empty deck
      * leaves every default in place):
      *       ASOF=yyyymmdd      last day of the window (default the
      *                          current business date)
      *       DAYS=nnn           length of the window in days,
      *                          ending on ASOF (default 7)
      *       MAXCUST=nnnn       distinct customers one operator may
      *                          touch in a day before the day is
      *                          flagged (default 50)
      *       SHIFTBEG=hhmm      start of shift hours (default 0700)
      *       SHIFTEND=hhmm      end of shift hours (default 1900)
      *
      * The run ends with RETURN-CODE 4 when any day is flagged or
      * any entry fell outside shift hours, so the scheduler can
      * route the report to the privacy officer only when it has
      * something to say.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional: until the first logged access there is no
      *    ACCESSLG, and the report is simply empty.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ACCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
           COPY ACCLREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD               PIC X(80).

      *    One sort record per log entry in the window; the first
      *    pass sorts on operator, day and record key so a day's
      *    repeat looks at one customer are adjacent, the second on
      *    operator, day and time.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-OPERATOR-ID           PIC X(8).
           05  SR-LOG-DATE              PIC 9(8).
           05  SR-RECORD-KEY            PIC X(6).
           05  SR-LOG-TIME              PIC 9(6).
           05  SR-TERMINAL-ID           PIC X(8).
           05  SR-PROGRAM-NAME          PIC X(8).
           05  SR-FUNCTION              PIC X(10).
           05  SR-DETAIL                PIC X(40).
           05  SR-OFF-SHIFT-FLAG        PIC X(1).
               88  SR-OFF-SHIFT                  VALUE "Y".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCESS-LOG-STATUS     PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).
           05  WS-CONTROL-STATUS        PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1)    VALUE "N".
               88  WS-END-OF-FILE                   VALUE "Y".
           05  WS-CTL-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-CTL-EOF                       VALUE "Y".
           05  WS-SORT-EOF-SWITCH       PIC X(1)    VALUE "N".
               88  WS-SORT-EOF                      VALUE "Y".
           05  WS-DAY-SWITCH            PIC X(1)    VALUE "N".
               88  WS-DAY-OPEN                      VALUE "Y".
           05  WS-OPERATOR-SWITCH       PIC X(1)    VALUE "N".
               88  WS-OPERATOR-OPEN                 VALUE "Y".
           05  WS-SHIFT-SWITCH          PIC X(1)    VALUE "N".
               88  WS-ENTRY-OFF-SHIFT               VALUE "Y".
      *    Which pass the shared input procedure is feeding.
           05  WS-PASS-SWITCH           PIC X(1)    VALUE "D".
               88  WS-DAY-PASS                      VALUE "D".
               88  WS-OFF-SHIFT-PASS                VALUE "O".

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN/READ/WRITE can
      *    share one status-check paragraph instead of repeating the
      *    same IF/DISPLAY/STOP RUN after each I/O statement.
       01  WS-STATUS-CHECK.
           05  WS-CHECK-STATUS          PIC X(2).
           05  WS-CHECK-FILE-NAME       PIC X(8).

       01  WS-RUN-OPTIONS.
           05  WS-OPT-ASOF-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-OPT-DAYS              PIC 9(3)    VALUE 7.
           05  WS-OPT-MAX-CUSTOMERS     PIC 9(4)    VALUE 50.
           05  WS-OPT-SHIFT-BEGIN       PIC 9(4)    VALUE 0700.
           05  WS-OPT-SHIFT-END         PIC 9(4)    VALUE 1900.

       01  WS-CONTROL-PARSE.
           05  WS-CTL-KEYWORD           PIC X(10).
           05  WS-CTL-VALUE             PIC X(20).
      *    An hhmm card value, split for the range check.
       01  WS-CTL-HHMM                  PIC 9(4).
       01  WS-CTL-HHMM-PARTS REDEFINES WS-CTL-HHMM.
           05  WS-CTL-HH                PIC 9(2).
           05  WS-CTL-MM                PIC 9(2).

      *    The window runs from WS-FROM-DATE through ASOF inclusive.
       01  WS-WINDOW.
           05  WS-FROM-DATE             PIC 9(8)    VALUE ZERO.
           05  WS-ASOF-INTEGER          PIC 9(7)    VALUE ZERO.

       01  WS-ENTRY-HHMM                PIC 9(4)    VALUE ZERO.

      *    The operator and day being accumulated on the first pass.
       01  WS-DAY-WORK.
           05  WS-CURR-OPERATOR         PIC X(8)    VALUE SPACES.
           05  WS-CURR-DATE             PIC 9(8)    VALUE ZERO.
           05  WS-PREV-RECORD-KEY       PIC X(6)    VALUE SPACES.
           05  WS-DAY-ENTRIES           PIC 9(7)    VALUE ZERO.
           05  WS-DAY-CUSTOMERS         PIC 9(7)    VALUE ZERO.
           05  WS-DAY-OFF-SHIFT         PIC 9(7)    VALUE ZERO.

       01  WS-OPERATOR-WORK.
           05  WS-OPER-ENTRIES          PIC 9(7)    VALUE ZERO.
           05  WS-OPER-DAYS             PIC 9(7)    VALUE ZERO.
           05  WS-OPER-CUSTOMERS        PIC 9(7)    VALUE ZERO.
           05  WS-OPER-OFF-SHIFT        PIC 9(7)    VALUE ZERO.
           05  WS-OPER-FLAGGED-DAYS     PIC 9(7)    VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-LOG-READ-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-IN-WINDOW-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-OPERATOR-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-OPER-FLAGGED-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-HEAVY-DAY-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-OFF-SHIFT-COUNT       PIC 9(7)    VALUE ZERO.

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, which supplies the default end of the window.
      *    Drawn from BDATELK.cpy so this layout cannot drift from
      *    GETBDATE's own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(28)
                   VALUE "OPERATOR ACCESS REPORT FROM ".
           05  TT-FROM-DATE             PIC 9(8).
           05  FILLER                   PIC X(4)    VALUE " TO ".
           05  TT-ASOF-DATE             PIC 9(8).
           05  FILLER                   PIC X(84)   VALUE SPACES.

       01  WS-CRITERIA-LINE.
           05  FILLER                   PIC X(19)
                   VALUE "FLAGGED: MORE THAN ".
           05  CR-MAX-CUSTOMERS         PIC Z,ZZ9.
           05  FILLER                   PIC X(40)
                   VALUE " CUSTOMERS BY ONE OPERATOR IN A DAY, OR ".
           05  FILLER                   PIC X(24)
                   VALUE "ANY ENTRY OUTSIDE SHIFT ".
           05  CR-SHIFT-BEGIN           PIC 9(4).
           05  FILLER                   PIC X(1)    VALUE "-".
           05  CR-SHIFT-END             PIC 9(4).
           05  FILLER                   PIC X(35)   VALUE SPACES.

       01  WS-SECTION-LINE.
           05  SL-TEXT                  PIC X(40).
           05  FILLER                   PIC X(92)   VALUE SPACES.

       01  WS-DAY-HEADING.
           05  FILLER                   PIC X(20)
                   VALUE "OPERATOR  DATE      ".
           05  FILLER                   PIC X(33)
                   VALUE "   ENTRIES  CUSTOMERS  OFF-SHIFT ".
           05  FILLER                   PIC X(79)   VALUE " FLAG".

       01  WS-DAY-LINE.
           05  DL-OPERATOR              PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-DATE                  PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-ENTRIES               PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-CUSTOMERS             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-OFF-SHIFT             PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-FLAG                  PIC X(30).
           05  FILLER                   PIC X(49)   VALUE SPACES.

       01  WS-OFF-SHIFT-HEADING.
           05  FILLER                   PIC X(36)
                   VALUE "OPERATOR  DATE      TIME    TERMINAL".
           05  FILLER                   PIC X(32)
                   VALUE "  PROGRAM   FUNCTION    KEY     ".
           05  FILLER                   PIC X(64)   VALUE "DETAIL".

       01  WS-OFF-SHIFT-LINE.
           05  OL-OPERATOR              PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  OL-DATE                  PIC 9(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  OL-TIME                  PIC 9(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  OL-TERMINAL              PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  OL-PROGRAM               PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  OL-FUNCTION              PIC X(10).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  OL-RECORD-KEY            PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  OL-DETAIL                PIC X(40).
           05  FILLER                   PIC X(24)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(36).
           05  TOT-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(87)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0010-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE

           MOVE "ACTIVITY BY OPERATOR AND DAY" TO SL-TEXT
           PERFORM 0400-WRITE-SECTION-HEADING
           WRITE REPORT-RECORD FROM WS-DAY-HEADING
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "D" TO WS-PASS-SWITCH
           SORT SORT-FILE
               ON ASCENDING KEY SR-OPERATOR-ID SR-LOG-DATE
                   SR-RECORD-KEY SR-LOG-TIME
               INPUT PROCEDURE IS 1000-FEED-LOG
               OUTPUT PROCEDURE IS 2000-SUMMARIZE-DAYS

           MOVE "ENTRIES OUTSIDE SHIFT HOURS" TO SL-TEXT
           PERFORM 0400-WRITE-SECTION-HEADING
           WRITE REPORT-RECORD FROM WS-OFF-SHIFT-HEADING
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "O" TO WS-PASS-SWITCH
           SORT SORT-FILE
               ON ASCENDING KEY SR-OPERATOR-ID SR-LOG-DATE
                   SR-LOG-TIME
               INPUT PROCEDURE IS 1000-FEED-LOG
               OUTPUT PROCEDURE IS 3000-LIST-OFF-SHIFT

           PERFORM 4000-WRITE-TOTALS
           CLOSE REPORT-FILE

           IF WS-HEAVY-DAY-COUNT > 0
               OR WS-OFF-SHIFT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-INITIALIZE.
           PERFORM 0150-GET-RUN-OPTIONS
           IF WS-OPT-ASOF-DATE = ZERO
               PERFORM 0110-GET-BUSINESS-DATE
               MOVE WS-BD-BUSINESS-DATE TO WS-OPT-ASOF-DATE
           END-IF
           COMPUTE WS-ASOF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-OPT-ASOF-DATE)
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               WS-ASOF-INTEGER - WS-OPT-DAYS + 1)

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "ACCRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           MOVE WS-FROM-DATE TO TT-FROM-DATE
           MOVE WS-OPT-ASOF-DATE TO TT-ASOF-DATE
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE WS-OPT-MAX-CUSTOMERS TO CR-MAX-CUSTOMERS
           MOVE WS-OPT-SHIFT-BEGIN TO CR-SHIFT-BEGIN
           MOVE WS-OPT-SHIFT-END TO CR-SHIFT-END
           WRITE REPORT-RECORD FROM WS-CRITERIA-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

      *    Only needed when no ASOF card names the date - a missing
      *    business date then stops the run rather than falling back
      *    on the wall clock.
       0110-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "CONVACCR: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The deck is optional: an absent SYSIN opens with "05" and
      *    hits end-of-file on the first read, leaving every default
      *    in place, exactly like an empty deck.
       0150-GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               AND WS-CONTROL-STATUS NOT = "05"
               MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
               MOVE "SYSIN" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           PERFORM 0160-READ-CONTROL-CARD UNTIL WS-CTL-EOF
           CLOSE CONTROL-FILE.

       0160-READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
           END-READ
           IF NOT WS-CTL-EOF
               MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
               MOVE "SYSIN" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               IF CONTROL-RECORD NOT = SPACES
                   PERFORM 0170-PARSE-CONTROL-CARD
               END-IF
           END-IF.

      *    An unrecognized keyword or unusable value is an operations
      *    typo that must fail loudly, not silently report the wrong
      *    window or the wrong shift.
       0170-PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING CONTROL-RECORD DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING
           EVALUATE WS-CTL-KEYWORD
               WHEN "ASOF"
                   IF WS-CTL-VALUE(1:8) IS NOT NUMERIC
                       PERFORM 0180-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:8) TO WS-OPT-ASOF-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-OPT-ASOF-DATE)
                       NOT = ZERO
                       PERFORM 0180-BAD-CONTROL-CARD
                   END-IF
               WHEN "DAYS"
                   IF WS-CTL-VALUE(1:3) IS NOT NUMERIC
                       OR WS-CTL-VALUE(1:3) = "000"
                       PERFORM 0180-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:3) TO WS-OPT-DAYS
               WHEN "MAXCUST"
                   IF WS-CTL-VALUE(1:4) IS NOT NUMERIC
                       OR WS-CTL-VALUE(1:4) = "0000"
                       PERFORM 0180-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:4) TO WS-OPT-MAX-CUSTOMERS
               WHEN "SHIFTBEG"
                   PERFORM 0175-CHECK-HHMM-VALUE
                   MOVE WS-CTL-HHMM TO WS-OPT-SHIFT-BEGIN
               WHEN "SHIFTEND"
                   PERFORM 0175-CHECK-HHMM-VALUE
                   MOVE WS-CTL-HHMM TO WS-OPT-SHIFT-END
               WHEN OTHER
                   PERFORM 0180-BAD-CONTROL-CARD
           END-EVALUATE.

       0175-CHECK-HHMM-VALUE.
           IF WS-CTL-VALUE(1:4) IS NOT NUMERIC
               PERFORM 0180-BAD-CONTROL-CARD
           END-IF
           MOVE WS-CTL-VALUE(1:4) TO WS-CTL-HHMM
           IF WS-CTL-HH > 23 OR WS-CTL-MM > 59
               PERFORM 0180-BAD-CONTROL-CARD
           END-IF.

       0180-BAD-CONTROL-CARD.
           DISPLAY "CONVACCR: BAD CONTROL CARD '" CONTROL-RECORD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       0400-WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

      *    One pass over the log per SORT, releasing the entries
      *    dated inside the window - all of them on the first pass,
      *    only those outside shift hours on the second.  The log
      *    counts are taken on the first pass only so the totals
      *    count the log once.
       1000-FEED-LOG SECTION.
       1010-FEED-START.
           MOVE "N" TO WS-EOF-SWITCH
      *    "05" is the optional log absent - nothing to report, not
      *    an error.
           OPEN INPUT ACCESS-LOG-FILE
           IF WS-ACCESS-LOG-STATUS NOT = "00"
               AND WS-ACCESS-LOG-STATUS NOT = "05"
               MOVE WS-ACCESS-LOG-STATUS TO WS-CHECK-STATUS
               MOVE "ACCESSLG" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           PERFORM 1100-READ-LOG
           PERFORM 1200-RELEASE-ENTRY UNTIL WS-END-OF-FILE
           CLOSE ACCESS-LOG-FILE
      *    The input procedure is the whole section - without this
      *    jump, control would fall through the helper paragraphs
      *    below, re-READing the closed log and RELEASEing a phantom
      *    copy of its last entry.
           GO TO 1090-FEED-EXIT.

       1100-READ-LOG.
           READ ACCESS-LOG-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               MOVE WS-ACCESS-LOG-STATUS TO WS-CHECK-STATUS
               MOVE "ACCESSLG" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               IF WS-DAY-PASS
                   ADD 1 TO WS-LOG-READ-COUNT
               END-IF
           END-IF.

       1200-RELEASE-ENTRY.
           IF AC-LOG-DATE >= WS-FROM-DATE
               AND AC-LOG-DATE <= WS-OPT-ASOF-DATE
               PERFORM 1300-TEST-SHIFT-HOURS
               IF WS-DAY-PASS
                   ADD 1 TO WS-IN-WINDOW-COUNT
               END-IF
               IF WS-DAY-PASS OR WS-ENTRY-OFF-SHIFT
                   MOVE AC-OPERATOR-ID  TO SR-OPERATOR-ID
                   MOVE AC-LOG-DATE     TO SR-LOG-DATE
                   MOVE AC-RECORD-KEY   TO SR-RECORD-KEY
                   MOVE AC-LOG-TIME     TO SR-LOG-TIME
                   MOVE AC-TERMINAL-ID  TO SR-TERMINAL-ID
                   MOVE AC-PROGRAM-NAME TO SR-PROGRAM-NAME
                   MOVE AC-FUNCTION     TO SR-FUNCTION
                   MOVE AC-DETAIL       TO SR-DETAIL
                   MOVE WS-SHIFT-SWITCH TO SR-OFF-SHIFT-FLAG
                   RELEASE SORT-RECORD
               END-IF
           END-IF
           PERFORM 1100-READ-LOG.

      *    On shift is from SHIFTBEG up to (not including) SHIFTEND;
      *    an end earlier than the start is a shift across midnight.
       1300-TEST-SHIFT-HOURS.
           MOVE AC-LOG-TIME(1:4) TO WS-ENTRY-HHMM
           MOVE "Y" TO WS-SHIFT-SWITCH
           IF WS-OPT-SHIFT-BEGIN <= WS-OPT-SHIFT-END
               IF WS-ENTRY-HHMM >= WS-OPT-SHIFT-BEGIN
                   AND WS-ENTRY-HHMM < WS-OPT-SHIFT-END
                   MOVE "N" TO WS-SHIFT-SWITCH
               END-IF
           ELSE
               IF WS-ENTRY-HHMM >= WS-OPT-SHIFT-BEGIN
                   OR WS-ENTRY-HHMM < WS-OPT-SHIFT-END
                   MOVE "N" TO WS-SHIFT-SWITCH
               END-IF
           END-IF.

       1090-FEED-EXIT.
           EXIT.

      *    Operator and day breaks over the first pass.  Within a day
      *    the entries arrive in record-key order, so each change of
      *    key is one more distinct customer; entries tied to no
      *    customer (blank key) count as entries only.
       2000-SUMMARIZE-DAYS SECTION.
       2010-SUMMARIZE-START.
           MOVE "N" TO WS-SORT-EOF-SWITCH
           MOVE "N" TO WS-DAY-SWITCH
           MOVE "N" TO WS-OPERATOR-SWITCH
           PERFORM 2100-RETURN-SORTED
           PERFORM 2200-EXAMINE-ENTRY UNTIL WS-SORT-EOF
           IF WS-DAY-OPEN
               PERFORM 2400-END-DAY
           END-IF
           IF WS-OPERATOR-OPEN
               PERFORM 2500-END-OPERATOR
           END-IF
      *    The output procedure is the whole section - without this
      *    jump, control would fall through the helper paragraphs
      *    below, RETURNing past end-of-file and writing spurious
      *    lines from the stale last entry.
           GO TO 2090-SUMMARIZE-EXIT.

       2100-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       2200-EXAMINE-ENTRY.
           IF WS-OPERATOR-OPEN
               AND SR-OPERATOR-ID NOT = WS-CURR-OPERATOR
               PERFORM 2400-END-DAY
               PERFORM 2500-END-OPERATOR
           END-IF
           IF WS-DAY-OPEN
               AND SR-LOG-DATE NOT = WS-CURR-DATE
               PERFORM 2400-END-DAY
           END-IF
           IF NOT WS-OPERATOR-OPEN
               PERFORM 2300-START-OPERATOR
           END-IF
           IF NOT WS-DAY-OPEN
               PERFORM 2350-START-DAY
           END-IF
           ADD 1 TO WS-DAY-ENTRIES
           IF SR-OFF-SHIFT
               ADD 1 TO WS-DAY-OFF-SHIFT
           END-IF
           IF SR-RECORD-KEY NOT = SPACES
               AND SR-RECORD-KEY NOT = WS-PREV-RECORD-KEY
               ADD 1 TO WS-DAY-CUSTOMERS
               MOVE SR-RECORD-KEY TO WS-PREV-RECORD-KEY
           END-IF
           PERFORM 2100-RETURN-SORTED.

       2300-START-OPERATOR.
           MOVE SR-OPERATOR-ID TO WS-CURR-OPERATOR
           MOVE ZERO TO WS-OPER-ENTRIES WS-OPER-DAYS
               WS-OPER-CUSTOMERS WS-OPER-OFF-SHIFT
               WS-OPER-FLAGGED-DAYS
           ADD 1 TO WS-OPERATOR-COUNT
           SET WS-OPERATOR-OPEN TO TRUE.

       2350-START-DAY.
           MOVE SR-LOG-DATE TO WS-CURR-DATE
           MOVE SPACES TO WS-PREV-RECORD-KEY
           MOVE ZERO TO WS-DAY-ENTRIES WS-DAY-CUSTOMERS
               WS-DAY-OFF-SHIFT
           SET WS-DAY-OPEN TO TRUE.

      *    Day break: one line for the operator's day, flagged when
      *    it crossed the customer threshold or ran outside shift
      *    hours, and the day rolled into the operator's totals.
       2400-END-DAY.
           MOVE SPACES TO DL-FLAG
           EVALUATE TRUE
               WHEN WS-DAY-CUSTOMERS > WS-OPT-MAX-CUSTOMERS
                   AND WS-DAY-OFF-SHIFT > ZERO
                   MOVE "** MANY CUSTOMERS + OFF-SHIFT" TO DL-FLAG
               WHEN WS-DAY-CUSTOMERS > WS-OPT-MAX-CUSTOMERS
                   MOVE "** MANY CUSTOMERS" TO DL-FLAG
               WHEN WS-DAY-OFF-SHIFT > ZERO
                   MOVE "** OFF-SHIFT ACCESS" TO DL-FLAG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-DAY-CUSTOMERS > WS-OPT-MAX-CUSTOMERS
               ADD 1 TO WS-HEAVY-DAY-COUNT
               ADD 1 TO WS-OPER-FLAGGED-DAYS
           END-IF
           MOVE WS-CURR-OPERATOR TO DL-OPERATOR
           MOVE WS-CURR-DATE     TO DL-DATE
           MOVE WS-DAY-ENTRIES   TO DL-ENTRIES
           MOVE WS-DAY-CUSTOMERS TO DL-CUSTOMERS
           MOVE WS-DAY-OFF-SHIFT TO DL-OFF-SHIFT
           WRITE REPORT-RECORD FROM WS-DAY-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           ADD WS-DAY-ENTRIES   TO WS-OPER-ENTRIES
           ADD WS-DAY-CUSTOMERS TO WS-OPER-CUSTOMERS
           ADD WS-DAY-OFF-SHIFT TO WS-OPER-OFF-SHIFT
           ADD 1 TO WS-OPER-DAYS
           MOVE "N" TO WS-DAY-SWITCH.

      *    Operator break: the operator's window totals - customers
      *    is the sum of each day's distinct customers - and a blank
      *    line before the next operator.
       2500-END-OPERATOR.
           MOVE SPACES TO DL-FLAG
           IF WS-OPER-FLAGGED-DAYS > ZERO
               OR WS-OPER-OFF-SHIFT > ZERO
               ADD 1 TO WS-OPER-FLAGGED-COUNT
               MOVE "** OPERATOR FLAGGED" TO DL-FLAG
           END-IF
           MOVE WS-CURR-OPERATOR  TO DL-OPERATOR
           MOVE "TOTAL"           TO DL-DATE
           MOVE WS-OPER-ENTRIES   TO DL-ENTRIES
           MOVE WS-OPER-CUSTOMERS TO DL-CUSTOMERS
           MOVE WS-OPER-OFF-SHIFT TO DL-OFF-SHIFT
           WRITE REPORT-RECORD FROM WS-DAY-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "N" TO WS-OPERATOR-SWITCH.

       2090-SUMMARIZE-EXIT.
           EXIT.

      *    Every off-shift entry, in the order each operator made
      *    them, or a single NONE line.
       3000-LIST-OFF-SHIFT SECTION.
       3010-LIST-START.
           MOVE "N" TO WS-SORT-EOF-SWITCH
           PERFORM 3100-RETURN-OFF-SHIFT
           IF WS-SORT-EOF
               MOVE SPACES TO WS-SECTION-LINE
               MOVE "NONE" TO SL-TEXT
               WRITE REPORT-RECORD FROM WS-SECTION-LINE
               PERFORM 9000-CHECK-REPORT-WRITE
           END-IF
           PERFORM 3200-WRITE-OFF-SHIFT-LINE UNTIL WS-SORT-EOF
      *    The output procedure is the whole section - without this
      *    jump, control would fall through the helper paragraphs
      *    below, RETURNing past end-of-file.
           GO TO 3090-LIST-EXIT.

       3100-RETURN-OFF-SHIFT.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       3200-WRITE-OFF-SHIFT-LINE.
           ADD 1 TO WS-OFF-SHIFT-COUNT
           MOVE SR-OPERATOR-ID  TO OL-OPERATOR
           MOVE SR-LOG-DATE     TO OL-DATE
           MOVE SR-LOG-TIME     TO OL-TIME
           MOVE SR-TERMINAL-ID  TO OL-TERMINAL
           MOVE SR-PROGRAM-NAME TO OL-PROGRAM
           MOVE SR-FUNCTION     TO OL-FUNCTION
           MOVE SR-RECORD-KEY   TO OL-RECORD-KEY
           MOVE SR-DETAIL       TO OL-DETAIL
           WRITE REPORT-RECORD FROM WS-OFF-SHIFT-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           PERFORM 3100-RETURN-OFF-SHIFT.

       3090-LIST-EXIT.
           EXIT.

       4000-TOTALS SECTION.
       4000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "LOG ENTRIES READ"      TO TOT-LABEL
           MOVE WS-LOG-READ-COUNT       TO TOT-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "ENTRIES IN WINDOW"     TO TOT-LABEL
           MOVE WS-IN-WINDOW-COUNT      TO TOT-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "OPERATORS ACTIVE"      TO TOT-LABEL
           MOVE WS-OPERATOR-COUNT       TO TOT-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "OPERATORS FLAGGED"     TO TOT-LABEL
           MOVE WS-OPER-FLAGGED-COUNT   TO TOT-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "OPERATOR-DAYS OVER CUSTOMER LIMIT" TO TOT-LABEL
           MOVE WS-HEAVY-DAY-COUNT      TO TOT-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "ENTRIES OUTSIDE SHIFT HOURS" TO TOT-LABEL
           MOVE WS-OFF-SHIFT-COUNT      TO TOT-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE.

       4100-WRITE-TOTAL-LINE.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       9000-CHECK-REPORT-WRITE.
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "ACCRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by every OPEN/READ/WRITE status check above - a
      *    non-zero status means the dataset is missing, full, or
      *    otherwise unusable, which an unattended batch run must not
      *    silently ignore.
       9900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "CONVACCR: I/O ERROR ON " WS-CHECK-FILE-NAME
                   " STATUS=" WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

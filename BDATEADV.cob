       IDENTIFICATION DIVISION.
       PROGRAM-ID. BDATEADV.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * BDATEADV - end-of-cycle business-date advance.  Reads the
      * current BUSDATE control record (see BDATEREC) and writes the
      * next generation of it with the business date rolled forward
      * to the next processing date: every date on the BUSCAL
      * non-processing calendar is stepped over, printed on BDATERPT,
      * and counted on the new record so the next night's NIGHTEND
      * report flags the skip.  Driven by a BDATECTL deck of
      * KEYWORD=VALUE cards:
      *
      *    ADVANCE=YES       the normal end-of-cycle advance
      *    SETDATE=yyyymmdd  set the business date outright instead
      *                      of advancing - first-time setup, or
      *                      re-opening a backed-out night for its
      *                      rerun
      *    FORCE=YES         advance even though RUNHIST shows no
      *                      CONVERTB run for the closing date (a
      *                      night deliberately not run)
      *
      * The deck must say what the run is for: an empty or all-blank
      * BDATECTL ends RETURN-CODE 16 with the control record left
      * alone, so an on-demand submission nobody filled in cannot
      * move the business date.
      *
      * Without FORCE the advance refuses to close a business date
      * the conversion never ran for: a second advance in one night
      * would silently skip a processing date, so the control record
      * is carried forward unchanged and the run ends RETURN-CODE 8.
      * More than one CONVERTB history record for the closing date
      * (a rerun, or the key-range parallel ranges) is reported.
      * RETURN-CODE 4 when the new business date is already behind
      * the wall clock (nights were missed) or a SETDATE lands on a
      * non-processing date.
      *
      * BUSCAL layout: cols 1-8 non-processing date yyyymmdd, col 9
      * space, cols 10-39 description (e.g. CHRISTMAS DAY).
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "BDATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

           SELECT OPTIONAL CALENDAR-FILE ASSIGN TO "BUSCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT OPTIONAL HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT BUSDATE-NEW-FILE ASSIGN TO "BUSDNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-NEW-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BDATERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD               PIC X(80).

       FD  BUSDATE-FILE
           RECORDING MODE IS F.
           COPY BDATEREC.

       FD  CALENDAR-FILE
           RECORDING MODE IS F.
       01  CALENDAR-RECORD.
           05  CA-DATE                  PIC 9(8).
           05  FILLER                   PIC X(1).
           05  CA-DESCRIPTION           PIC X(30).
           05  FILLER                   PIC X(41).

       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY HISTREC.

       FD  BUSDATE-NEW-FILE
           RECORDING MODE IS F.
       01  BUSDATE-NEW-RECORD           PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS        PIC X(2).
           05  WS-BUSDATE-STATUS        PIC X(2).
           05  WS-CALENDAR-STATUS       PIC X(2).
           05  WS-HIST-STATUS           PIC X(2).
           05  WS-BUSDATE-NEW-STATUS    PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-CTL-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-CTL-EOF                       VALUE "Y".
           05  WS-CTL-CARD-SWITCH       PIC X(1)    VALUE "N".
               88  WS-CTL-CARD-FOUND                VALUE "Y".
           05  WS-CAL-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-CAL-EOF                       VALUE "Y".
           05  WS-HIST-EOF-SWITCH       PIC X(1)    VALUE "N".
               88  WS-HIST-EOF                      VALUE "Y".
           05  WS-OLD-FOUND-SWITCH      PIC X(1)    VALUE "N".
               88  WS-OLD-RECORD-FOUND              VALUE "Y".
           05  WS-HOLIDAY-SWITCH        PIC X(1)    VALUE "N".
               88  WS-IS-HOLIDAY                    VALUE "Y".
           05  WS-WARNING-SWITCH        PIC X(1)    VALUE "N".
               88  WS-WARNING-RAISED                VALUE "Y".

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN/WRITE can share
      *    one status-check paragraph instead of repeating the same
      *    IF/DISPLAY/STOP RUN after each I/O statement.
       01  WS-STATUS-CHECK.
           05  WS-CHECK-STATUS          PIC X(2).
           05  WS-CHECK-FILE-NAME       PIC X(8).

       01  WS-RUN-OPTIONS.
           05  WS-OPT-SET-DATE          PIC 9(8)    VALUE ZERO.
           05  WS-OPT-SET-SWITCH        PIC X(1)    VALUE "N".
               88  WS-OPT-SET-PRESENT               VALUE "Y".
           05  WS-OPT-FORCE-SWITCH      PIC X(1)    VALUE "N".
               88  WS-OPT-FORCE                     VALUE "Y".

       01  WS-CONTROL-PARSE.
           05  WS-CTL-KEYWORD           PIC X(10).
           05  WS-CTL-VALUE             PIC X(20).

      *    The non-processing calendar, loaded whole so each candidate
      *    date is a table scan - same fixed-table convention as
      *    CONVACKP's error table.  1000 entries is several years of
      *    holidays and weekend closures.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-COUNT             PIC 9(4)    VALUE ZERO.
           05  WS-CAL-ENTRY OCCURS 1000 TIMES.
               10  WS-CAL-DATE          PIC 9(8).
               10  WS-CAL-DESCRIPTION   PIC X(30).

       01  WS-SUBSCRIPTS.
           05  WS-CAL-SUB               PIC 9(4)    VALUE ZERO.
           05  WS-STEP-COUNT            PIC 9(4)    VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-OLD-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
           05  WS-NEW-BUSINESS-DATE     PIC 9(8)    VALUE ZERO.
           05  WS-CANDIDATE-DATE        PIC 9(8)    VALUE ZERO.
           05  WS-CANDIDATE-INTEGER     PIC 9(9)    VALUE ZERO.
           05  WS-TODAY-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-HOLIDAY-DESCRIPTION   PIC X(30)   VALUE SPACES.

       01  WS-RUN-TOTALS.
           05  WS-CONVERTB-RUN-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-SKIPPED-COUNT         PIC 9(3)    VALUE ZERO.
           05  WS-LAST-SKIPPED-DATE     PIC 9(8)    VALUE ZERO.

      *    The open cycle's record as read, carried forward untouched
      *    when the advance is refused.
       01  WS-OLD-BUSDATE               PIC X(80)   VALUE SPACES.

       01  WS-NEW-BUSDATE.
           05  NB-BUSINESS-DATE         PIC 9(8).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  NB-PRIOR-DATE            PIC 9(8).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  NB-SKIPPED-COUNT         PIC 9(3).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  NB-LAST-SKIPPED-DATE     PIC 9(8).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  NB-SET-BY                PIC X(1).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  NB-UPDATED-TIMESTAMP     PIC X(21).
           05  FILLER                   PIC X(26)   VALUE SPACES.

       01  WS-DATE-LINE.
           05  DT-LABEL                 PIC X(30).
           05  DT-DATE                  PIC 9(8).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  DT-TEXT                  PIC X(41).

       01  WS-VERDICT-LINE.
           05  VL-LABEL                 PIC X(30).
           05  VL-TEXT                  PIC X(50).

       01  WS-TOTAL-LINE.
           05  TL-LABEL                 PIC X(30).
           05  TL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(41)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-OPT-SET-PRESENT
               PERFORM 2000-SET-BUSINESS-DATE
           ELSE
               PERFORM 3000-ADVANCE-BUSINESS-DATE
           END-IF
           PERFORM 4000-WRITE-NEW-CONTROL
           PERFORM 5000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE

           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               AND WS-CONTROL-STATUS NOT = "05"
               MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
               MOVE "BDATECTL" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           PERFORM 1100-READ-CONTROL-CARD UNTIL WS-CTL-EOF
           CLOSE CONTROL-FILE
           IF NOT WS-CTL-CARD-FOUND
               DISPLAY "BDATEADV: NO BDATECTL CARD - CODE ADVANCE=YES,"
                   " FORCE=YES OR SETDATE=yyyymmdd"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "BDATERPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           PERFORM 1400-LOAD-CALENDAR
           PERFORM 1500-READ-OLD-CONTROL.

      *    One KEYWORD=VALUE pair per card line; an unrecognized
      *    keyword or unusable value is an operations typo that must
      *    fail loudly, not silently move the business date.
       1100-READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
           END-READ
           IF NOT WS-CTL-EOF
               MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
               MOVE "BDATECTL" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               IF CONTROL-RECORD NOT = SPACES
                   MOVE "Y" TO WS-CTL-CARD-SWITCH
                   PERFORM 1200-PARSE-CONTROL-CARD
               END-IF
           END-IF.

       1200-PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING CONTROL-RECORD DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING
           EVALUATE WS-CTL-KEYWORD
               WHEN "ADVANCE"
                   IF WS-CTL-VALUE NOT = "YES"
                       PERFORM 1300-BAD-CONTROL-CARD
                   END-IF
               WHEN "SETDATE"
                   IF WS-CTL-VALUE(1:8) IS NOT NUMERIC
                       PERFORM 1300-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:8) TO WS-OPT-SET-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-OPT-SET-DATE)
                       NOT = 0
                       PERFORM 1300-BAD-CONTROL-CARD
                   END-IF
                   MOVE "Y" TO WS-OPT-SET-SWITCH
               WHEN "FORCE"
                   IF WS-CTL-VALUE = "YES"
                       MOVE "Y" TO WS-OPT-FORCE-SWITCH
                   ELSE
                       IF WS-CTL-VALUE NOT = "NO"
                           PERFORM 1300-BAD-CONTROL-CARD
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM 1300-BAD-CONTROL-CARD
           END-EVALUATE.

       1300-BAD-CONTROL-CARD.
           DISPLAY "BDATEADV: BAD CONTROL CARD '" CONTROL-RECORD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    A calendar line whose date is not a valid yyyymmdd is an
      *    operations typo in the calendar - fail it rather than let
      *    a holiday quietly become a processing date.
       1400-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           IF WS-CALENDAR-STATUS NOT = "00"
               AND WS-CALENDAR-STATUS NOT = "05"
               MOVE WS-CALENDAR-STATUS TO WS-CHECK-STATUS
               MOVE "BUSCAL" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           PERFORM 1410-READ-CALENDAR
           PERFORM 1420-TABLE-CALENDAR-ENTRY UNTIL WS-CAL-EOF
           CLOSE CALENDAR-FILE.

       1410-READ-CALENDAR.
           READ CALENDAR-FILE
               AT END
                   SET WS-CAL-EOF TO TRUE
           END-READ
           IF NOT WS-CAL-EOF
               MOVE WS-CALENDAR-STATUS TO WS-CHECK-STATUS
               MOVE "BUSCAL" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       1420-TABLE-CALENDAR-ENTRY.
           IF CALENDAR-RECORD NOT = SPACES
               IF CA-DATE IS NOT NUMERIC
                   DISPLAY "BDATEADV: BAD CALENDAR DATE '" CA-DATE "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(CA-DATE) NOT = 0
                   DISPLAY "BDATEADV: BAD CALENDAR DATE '" CA-DATE "'"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-CAL-COUNT >= 1000
                   DISPLAY "BDATEADV: CALENDAR TABLE FULL AT "
                       WS-CAL-COUNT " ENTRIES"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CAL-COUNT
               MOVE CA-DATE        TO WS-CAL-DATE(WS-CAL-COUNT)
               MOVE CA-DESCRIPTION TO WS-CAL-DESCRIPTION(WS-CAL-COUNT)
           END-IF
           PERFORM 1410-READ-CALENDAR.

      *    The control record is optional only so SETDATE can create
      *    the first generation; an advance needs a usable one.
       1500-READ-OLD-CONTROL.
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
               AND WS-BUSDATE-STATUS NOT = "05"
               MOVE WS-BUSDATE-STATUS TO WS-CHECK-STATUS
               MOVE "BUSDATE" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           READ BUSDATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BUSDATE-RECORD TO WS-OLD-BUSDATE
                   IF BD-BUSINESS-DATE IS NUMERIC
                       IF FUNCTION TEST-DATE-YYYYMMDD
                           (BD-BUSINESS-DATE) = 0
                           MOVE BD-BUSINESS-DATE
                               TO WS-OLD-BUSINESS-DATE
                           SET WS-OLD-RECORD-FOUND TO TRUE
                       END-IF
                   END-IF
           END-READ
           CLOSE BUSDATE-FILE
           IF NOT WS-OLD-RECORD-FOUND
               AND NOT WS-OPT-SET-PRESENT
               DISPLAY "BDATEADV: NO USABLE BUSINESS DATE ON BUSDATE"
                   " - SUPPLY A SETDATE CARD"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "CLOSING BUSINESS DATE" TO DT-LABEL
           MOVE WS-OLD-BUSINESS-DATE TO DT-DATE
           MOVE SPACES TO DT-TEXT
           PERFORM 4100-WRITE-DATE-LINE.

      *    An operator-set date replaces the open cycle's date as it
      *    stands; no non-processing dates are counted as skipped,
      *    but a set date that is itself on the calendar is warned.
       2000-SET-BUSINESS-DATE.
           MOVE WS-OPT-SET-DATE TO WS-NEW-BUSINESS-DATE
           MOVE WS-OPT-SET-DATE TO WS-CANDIDATE-DATE
           PERFORM 3300-CHECK-CALENDAR
           IF WS-IS-HOLIDAY
               MOVE "*** SET DATE NOT PROCESSING ***" TO VL-LABEL
               MOVE WS-HOLIDAY-DESCRIPTION TO VL-TEXT
               PERFORM 4200-WRITE-VERDICT-LINE
               SET WS-WARNING-RAISED TO TRUE
           END-IF
           MOVE "BUSINESS DATE SET BY OPERATOR" TO DT-LABEL
           MOVE WS-NEW-BUSINESS-DATE TO DT-DATE
           MOVE SPACES TO DT-TEXT
           PERFORM 4100-WRITE-DATE-LINE
           MOVE "S" TO NB-SET-BY.

      *    Close the open date only if the conversion actually ran
      *    for it, then step forward a day at a time past every
      *    non-processing date.  The step limit stops a calendar that
      *    closes a whole year from looping forever.
       3000-ADVANCE-BUSINESS-DATE.
           PERFORM 3100-COUNT-CONVERTB-RUNS
           IF WS-CONVERTB-RUN-COUNT = ZERO
               AND NOT WS-OPT-FORCE
               MOVE "*** DATE NOT ADVANCED ***" TO VL-LABEL
               MOVE "NO CONVERTB RUN ON RUNHIST FOR CLOSING DATE"
                   TO VL-TEXT
               PERFORM 4200-WRITE-VERDICT-LINE
               MOVE WS-OLD-BUSINESS-DATE TO WS-NEW-BUSINESS-DATE
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONVERTB-RUN-COUNT > 1
                   MOVE "CONVERTB RUNS ON CLOSING DATE" TO TL-LABEL
                   MOVE WS-CONVERTB-RUN-COUNT TO TL-COUNT
                   PERFORM 4300-WRITE-TOTAL-LINE
               END-IF
               COMPUTE WS-CANDIDATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-OLD-BUSINESS-DATE) + 1
               COMPUTE WS-CANDIDATE-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INTEGER)
               PERFORM 3300-CHECK-CALENDAR
               MOVE ZERO TO WS-STEP-COUNT
               PERFORM 3200-SKIP-NON-PROCESSING
                   UNTIL NOT WS-IS-HOLIDAY
               MOVE WS-CANDIDATE-DATE TO WS-NEW-BUSINESS-DATE
               MOVE "NEW BUSINESS DATE" TO DT-LABEL
               MOVE WS-NEW-BUSINESS-DATE TO DT-DATE
               MOVE SPACES TO DT-TEXT
               PERFORM 4100-WRITE-DATE-LINE
               MOVE "NON-PROCESSING DATES SKIPPED" TO TL-LABEL
               MOVE WS-SKIPPED-COUNT TO TL-COUNT
               PERFORM 4300-WRITE-TOTAL-LINE
           END-IF
           MOVE "A" TO NB-SET-BY.

       3100-COUNT-CONVERTB-RUNS.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS NOT = "00"
               AND WS-HIST-STATUS NOT = "05"
               MOVE WS-HIST-STATUS TO WS-CHECK-STATUS
               MOVE "RUNHIST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           PERFORM 3110-READ-HISTORY
           PERFORM 3120-EXAMINE-HISTORY UNTIL WS-HIST-EOF
           CLOSE HIST-FILE.

       3110-READ-HISTORY.
           READ HIST-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               MOVE WS-HIST-STATUS TO WS-CHECK-STATUS
               MOVE "RUNHIST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       3120-EXAMINE-HISTORY.
           IF HS-PROGRAM-NAME = "CONVERTB"
               AND HS-RUN-DATE = WS-OLD-BUSINESS-DATE
               ADD 1 TO WS-CONVERTB-RUN-COUNT
           END-IF
           PERFORM 3110-READ-HISTORY.

       3200-SKIP-NON-PROCESSING.
           ADD 1 TO WS-STEP-COUNT
           IF WS-STEP-COUNT > 366
               DISPLAY "BDATEADV: NO PROCESSING DATE WITHIN A YEAR OF "
                   WS-OLD-BUSINESS-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE WS-CANDIDATE-DATE TO WS-LAST-SKIPPED-DATE
           MOVE "SKIPPED NON-PROCESSING DATE" TO DT-LABEL
           MOVE WS-CANDIDATE-DATE TO DT-DATE
           MOVE WS-HOLIDAY-DESCRIPTION TO DT-TEXT
           PERFORM 4100-WRITE-DATE-LINE
           ADD 1 TO WS-CANDIDATE-INTEGER
           COMPUTE WS-CANDIDATE-DATE =
               FUNCTION DATE-OF-INTEGER(WS-CANDIDATE-INTEGER)
           PERFORM 3300-CHECK-CALENDAR.

       3300-CHECK-CALENDAR.
           MOVE "N" TO WS-HOLIDAY-SWITCH
           MOVE SPACES TO WS-HOLIDAY-DESCRIPTION
           MOVE ZERO TO WS-CAL-SUB
           PERFORM 3310-SCAN-CALENDAR-ENTRY
               UNTIL WS-CAL-SUB >= WS-CAL-COUNT
                   OR WS-IS-HOLIDAY.

       3310-SCAN-CALENDAR-ENTRY.
           ADD 1 TO WS-CAL-SUB
           IF WS-CAL-DATE(WS-CAL-SUB) = WS-CANDIDATE-DATE
               SET WS-IS-HOLIDAY TO TRUE
               MOVE WS-CAL-DESCRIPTION(WS-CAL-SUB)
                   TO WS-HOLIDAY-DESCRIPTION
           END-IF.

      *    A new business date already behind today means whole
      *    nights were never run - the advance still happens one
      *    processing date at a time, but operations is warned.
       4000-WRITE-NEW-CONTROL.
           MOVE WS-NEW-BUSINESS-DATE    TO NB-BUSINESS-DATE
           MOVE WS-OLD-BUSINESS-DATE    TO NB-PRIOR-DATE
           MOVE WS-SKIPPED-COUNT        TO NB-SKIPPED-COUNT
           MOVE WS-LAST-SKIPPED-DATE    TO NB-LAST-SKIPPED-DATE
           MOVE FUNCTION CURRENT-DATE   TO NB-UPDATED-TIMESTAMP

           IF WS-NEW-BUSINESS-DATE < WS-TODAY-DATE
               AND RETURN-CODE NOT = 8
               MOVE "*** BUSINESS DATE BEHIND ***" TO VL-LABEL
               MOVE "NEW BUSINESS DATE IS EARLIER THAN TODAY"
                   TO VL-TEXT
               PERFORM 4200-WRITE-VERDICT-LINE
               SET WS-WARNING-RAISED TO TRUE
           END-IF

           OPEN OUTPUT BUSDATE-NEW-FILE
           MOVE WS-BUSDATE-NEW-STATUS TO WS-CHECK-STATUS
           MOVE "BUSDNEW" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
      *    Not advanced: the open cycle's record is carried forward
      *    exactly as it stood.
           IF RETURN-CODE = 8
               WRITE BUSDATE-NEW-RECORD FROM WS-OLD-BUSDATE
           ELSE
               WRITE BUSDATE-NEW-RECORD FROM WS-NEW-BUSDATE
           END-IF
           MOVE WS-BUSDATE-NEW-STATUS TO WS-CHECK-STATUS
           MOVE "BUSDNEW" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           CLOSE BUSDATE-NEW-FILE.

       4100-WRITE-DATE-LINE.
           WRITE REPORT-RECORD FROM WS-DATE-LINE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "BDATERPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

       4200-WRITE-VERDICT-LINE.
           WRITE REPORT-RECORD FROM WS-VERDICT-LINE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "BDATERPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

       4300-WRITE-TOTAL-LINE.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "BDATERPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

       5000-TERMINATE.
           CLOSE REPORT-FILE
           IF WS-WARNING-RAISED
               AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "BDATEADV: BUSINESS DATE " WS-OLD-BUSINESS-DATE
               " -> " WS-NEW-BUSINESS-DATE ", "
               WS-SKIPPED-COUNT " NON-PROCESSING DATES SKIPPED".

      *    Shared by every OPEN/WRITE status check above - a non-zero
      *    status means the dataset is missing, full, or otherwise
      *    unusable, which an unattended batch run must not silently
      *    ignore.
       9900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "BDATEADV: I/O ERROR ON " WS-CHECK-FILE-NAME
                   " STATUS=" WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVAGER.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * CONVAGER - aging of every item still open against the
      * conversion, so a reject or exception that has sat for weeks
      * shows as weeks old instead of as one more line on tonight's
      * files.  The open items are:
      *
      *   - the rejects CONVRPR carries forward on CONVRJCO (from
      *     CONVERTB) and MULTRJCO (from CONVMULT), with the reason
      *     code the reject was written with;
      *   - every customer whose newest CONVRSLT disposition is an
      *     exception (reason TRUNCATION) or an operations hold
      *     (reason HELD), both from CONVERTB.
      *
      * Each item's first-failure date comes from its CONVRSLT
      * history: the run date that opened the current unbroken run
      * of exception/reject/hold rows, so a customer that converted
      * in between starts aging again from its newest failure.  An
      * item with no such row (a CONVMULT-only key, or history
      * already rolled off by RSLTMNT) is UNDATED.  The age counts
      * the business date of the first failure as day 1.
      *
      * AGERPT prints:
      *   - the escalation list - every item outstanding ESCDAYS days
      *     or more, and every undated one, for the upstream team and
      *     account services;
      *   - counts by reason code and by source program in the age
      *     buckets 1-3, 4-7, 8-30 and over 30 days;
      *   - the over-30-day count, which is also appended with the
      *     bucket totals to the AGEMETR service-metric history, one
      *     record per run.
      *
      * Control card (SYSIN, optional):
      *       ESCDAYS=nnn    age that puts an item on the escalation
      *                      list (default 8)
      *
      * RETURN-CODE 4 when the escalation list is not empty.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

      *    Both optional: a day when CONVRPR has not run yet, or
      *    CONVMULT is not part of the cycle, simply has none.
           SELECT OPTIONAL CREJO-FILE ASSIGN TO "CONVRJCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CREJO-STATUS.

           SELECT OPTIONAL MREJO-FILE ASSIGN TO "MULTRJCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MREJO-STATUS.

           SELECT RESULT-FILE ASSIGN TO "CONVRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-RESULT-KEY
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT REPORT-FILE ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

      *    Appended to every run; OPEN EXTEND returns "05" the first
      *    time, when the metric history is created.
           SELECT OPTIONAL METRIC-FILE ASSIGN TO "AGEMETR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-METRIC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD               PIC X(80).

      *    Outstanding rejects - the original reject layout CONVRPR
      *    rewrites them in.
       FD  CREJO-FILE
           RECORDING MODE IS F.
       01  CREJO-RECORD.
           05  CRO-RECORD-KEY           PIC X(6).
           05  FILLER                   PIC X(1).
           05  CRO-OFFENDING-VALUE      PIC X(7).
           05  FILLER                   PIC X(1).
           05  CRO-REASON-CODE          PIC X(11).
           05  FILLER                   PIC X(54).

       FD  MREJO-FILE
           RECORDING MODE IS F.
       01  MREJO-RECORD.
           05  MRO-RECORD-KEY           PIC X(6).
           05  FILLER                   PIC X(1).
           05  MRO-OFFENDING-VALUE      PIC X(7).
           05  FILLER                   PIC X(1).
           05  MRO-REASON-CODE          PIC X(11).
           05  FILLER                   PIC X(54).

       FD  RESULT-FILE.
           COPY RSLTREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

       FD  METRIC-FILE
           RECORDING MODE IS F.
       01  METRIC-RECORD                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS        PIC X(2).
           05  WS-CREJO-STATUS          PIC X(2).
           05  WS-MREJO-STATUS          PIC X(2).
           05  WS-RESULT-STATUS         PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).
           05  WS-METRIC-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-CTL-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-CTL-EOF                       VALUE "Y".
           05  WS-CREJO-EOF-SWITCH      PIC X(1)    VALUE "N".
               88  WS-CREJO-EOF                     VALUE "Y".
           05  WS-MREJO-EOF-SWITCH      PIC X(1)    VALUE "N".
               88  WS-MREJO-EOF                     VALUE "Y".
           05  WS-RESULT-EOF-SWITCH     PIC X(1)    VALUE "N".
               88  WS-RESULT-EOF                    VALUE "Y".
           05  WS-FOUND-SWITCH          PIC X(1)    VALUE "N".
               88  WS-ENTRY-FOUND                   VALUE "Y".

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN/READ/WRITE can
      *    share one status-check paragraph instead of repeating the
      *    same IF/DISPLAY/STOP RUN after each I/O statement.
       01  WS-STATUS-CHECK.
           05  WS-CHECK-STATUS          PIC X(2).
           05  WS-CHECK-FILE-NAME       PIC X(8).

       01  WS-RUN-OPTIONS.
           05  WS-OPT-ESC-DAYS          PIC 9(3)    VALUE 8.

       01  WS-CONTROL-PARSE.
           05  WS-CTL-KEYWORD           PIC X(10).
           05  WS-CTL-VALUE             PIC X(20).

      *    The open item being aged.
       01  WS-ITEM.
           05  WS-ITEM-KEY              PIC X(6).
           05  WS-ITEM-KEY-NUM REDEFINES WS-ITEM-KEY
                                        PIC 9(6).
           05  WS-ITEM-SOURCE           PIC X(8).
           05  WS-ITEM-REASON           PIC X(11).
           05  WS-ITEM-VALUE            PIC X(7).
           05  WS-ITEM-FIRST-DATE       PIC 9(8).
           05  WS-ITEM-AGE              PIC 9(5).
           05  WS-ITEM-BUCKET           PIC 9(1).

      *    The CONVRSLT history of one customer as it is read: the
      *    start of the current run of failing rows (zero while the
      *    newest row read is a clean one) and the newest code.
       01  WS-HISTORY-WORK.
           05  WS-STREAK-START          PIC 9(8)    VALUE ZERO.
           05  WS-LAST-CODE             PIC X(1)    VALUE SPACE.
               88  WS-LAST-EXCEPTION             VALUE "E".
               88  WS-LAST-HELD                  VALUE "H".
           05  WS-CURR-RESULT-KEY       PIC 9(6)    VALUE ZERO.

       01  WS-DATE-WORK.
           05  WS-BUSINESS-INTEGER      PIC 9(7)    VALUE ZERO.

      *    Age buckets 1-3, 4-7, 8-30, over 30 days, and undated, in
      *    that order, for every tally below.
       01  WS-BUCKET-LIMITS.
           05  WS-BUCKET-1-MAX          PIC 9(3)    VALUE 3.
           05  WS-BUCKET-2-MAX          PIC 9(3)    VALUE 7.
           05  WS-BUCKET-3-MAX          PIC 9(3)    VALUE 30.

      *    Tallies by reason code and by source program - same fixed-
      *    table convention as CONVRPR's correction table.  A reason
      *    beyond the table's capacity is folded into OTHER.
       01  WS-REASON-TABLE.
           05  WS-RSN-COUNT             PIC 9(3)    VALUE ZERO.
           05  WS-RSN-ENTRY OCCURS 30 TIMES.
               10  WS-RSN-CODE          PIC X(11).
               10  WS-RSN-BUCKET        PIC 9(7) OCCURS 5 TIMES.

       01  WS-SOURCE-TABLE.
           05  WS-SRC-COUNT             PIC 9(3)    VALUE ZERO.
           05  WS-SRC-ENTRY OCCURS 10 TIMES.
               10  WS-SRC-CODE          PIC X(8).
               10  WS-SRC-BUCKET        PIC 9(7) OCCURS 5 TIMES.

       01  WS-BUCKET-TOTALS.
           05  WS-TOTAL-BUCKET          PIC 9(7) OCCURS 5 TIMES.

       01  WS-SUBSCRIPTS.
           05  WS-TBL-SUB               PIC 9(3)    VALUE ZERO.
           05  WS-BKT-SUB               PIC 9(1)    VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-OPEN-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-ESCALATED-COUNT       PIC 9(7)    VALUE ZERO.

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup that every age is measured against.  Drawn from
      *    BDATELK.cpy so this layout cannot drift from GETBDATE's own
      *    LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(36)
                   VALUE "AGED OUTSTANDING REJECTS AND ITEMS -".
           05  FILLER                   PIC X(15)
                   VALUE " BUSINESS DATE ".
           05  TT-BUSINESS-DATE         PIC 9(8).
           05  FILLER                   PIC X(73)   VALUE SPACES.

       01  WS-ESC-HEADING-LINE.
           05  FILLER                   PIC X(40)
                   VALUE "ESCALATION LIST - OUTSTANDING ".
           05  EH-ESC-DAYS              PIC ZZ9.
           05  FILLER                   PIC X(89)
                   VALUE " DAYS OR MORE, OR UNDATED".

       01  WS-ESC-COLUMN-LINE.
           05  FILLER                   PIC X(8)    VALUE "KEY".
           05  FILLER                   PIC X(10)   VALUE "SOURCE".
           05  FILLER                   PIC X(13)   VALUE "REASON".
           05  FILLER                   PIC X(9)    VALUE "VALUE".
           05  FILLER                   PIC X(15)
                   VALUE "FIRST FAILED".
           05  FILLER                   PIC X(77)   VALUE "DAYS".

       01  WS-ESC-LINE.
           05  EL-RECORD-KEY            PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EL-SOURCE                PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EL-REASON                PIC X(11).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EL-VALUE                 PIC X(7).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  EL-FIRST-DATE            PIC X(8).
           05  FILLER                   PIC X(7)    VALUE SPACES.
           05  EL-AGE                   PIC X(6).
           05  FILLER                   PIC X(71)   VALUE SPACES.

       01  WS-BUCKET-HEADING-LINE.
           05  BH-LABEL                 PIC X(14).
           05  FILLER                   PIC X(12)
                   VALUE "    1-3 DAYS".
           05  FILLER                   PIC X(12)
                   VALUE "    4-7 DAYS".
           05  FILLER                   PIC X(12)
                   VALUE "   8-30 DAYS".
           05  FILLER                   PIC X(12)
                   VALUE "     OVER 30".
           05  FILLER                   PIC X(12)
                   VALUE "     UNDATED".
           05  FILLER                   PIC X(58)
                   VALUE "       TOTAL".

       01  WS-BUCKET-LINE.
           05  BL-LABEL                 PIC X(14).
           05  BL-BUCKET-GROUP.
               10  BL-BUCKET OCCURS 5 TIMES.
                   15  FILLER           PIC X(3).
                   15  BL-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  BL-TOTAL                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(46)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                 PIC X(40).
           05  TL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(83)   VALUE SPACES.

      *    AGEMETR service-metric record, one per run.
       01  WS-METRIC-LINE.
           05  ML-BUSINESS-DATE         PIC 9(8).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  ML-OPEN-COUNT            PIC 9(7).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  ML-BUCKET-GROUP.
               10  ML-BUCKET OCCURS 5 TIMES.
                   15  ML-COUNT         PIC 9(7).
                   15  FILLER           PIC X(1).
           05  ML-ESCALATED-COUNT       PIC 9(7).
           05  FILLER                   PIC X(16)   VALUE SPACES.

       01  WS-BUCKET-TEMP               PIC 9(7).
       01  WS-AGE-EDIT                  PIC ZZ,ZZ9.
       01  WS-ROW-TOTAL                 PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-CONV-REJECT UNTIL WS-CREJO-EOF
           PERFORM 2100-AGE-MULT-REJECT UNTIL WS-MREJO-EOF
           PERFORM 3000-SCAN-RESULTS
           PERFORM 7000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           PERFORM 1050-GET-RUN-OPTIONS
           COMPUTE WS-BUSINESS-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-BD-BUSINESS-DATE)
           INITIALIZE WS-REASON-TABLE WS-SOURCE-TABLE WS-BUCKET-TOTALS

           OPEN INPUT CREJO-FILE
           IF WS-CREJO-STATUS NOT = "05"
               MOVE WS-CREJO-STATUS TO WS-CHECK-STATUS
               MOVE "CONVRJCO" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF

           OPEN INPUT MREJO-FILE
           IF WS-MREJO-STATUS NOT = "05"
               MOVE WS-MREJO-STATUS TO WS-CHECK-STATUS
               MOVE "MULTRJCO" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF

           OPEN INPUT RESULT-FILE
           MOVE WS-RESULT-STATUS TO WS-CHECK-STATUS
           MOVE "CONVRSLT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "AGERPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN EXTEND METRIC-FILE
           IF WS-METRIC-STATUS NOT = "05"
               MOVE WS-METRIC-STATUS TO WS-CHECK-STATUS
               MOVE "AGEMETR" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF

           MOVE WS-BD-BUSINESS-DATE TO TT-BUSINESS-DATE
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE WS-OPT-ESC-DAYS TO EH-ESC-DAYS
           WRITE REPORT-RECORD FROM WS-ESC-HEADING-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-ESC-COLUMN-LINE
           PERFORM 9000-CHECK-REPORT-WRITE

           PERFORM 2010-READ-CONV-REJECT
           PERFORM 2110-READ-MULT-REJECT.

       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "CONVAGER: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1050-GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "05"
               SET WS-CTL-EOF TO TRUE
           ELSE
               MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
               MOVE "SYSIN" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           PERFORM 1060-READ-CONTROL-CARD UNTIL WS-CTL-EOF
           CLOSE CONTROL-FILE.

       1060-READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
           END-READ
           IF NOT WS-CTL-EOF
               MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
               MOVE "SYSIN" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               IF CONTROL-RECORD NOT = SPACES
                   PERFORM 1070-PARSE-CONTROL-CARD
               END-IF
           END-IF.

       1070-PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING CONTROL-RECORD DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING
           EVALUATE WS-CTL-KEYWORD
               WHEN "ESCDAYS"
                   IF WS-CTL-VALUE(1:3) IS NOT NUMERIC
                       OR WS-CTL-VALUE(1:3) = "000"
                       PERFORM 1080-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:3) TO WS-OPT-ESC-DAYS
               WHEN OTHER
                   PERFORM 1080-BAD-CONTROL-CARD
           END-EVALUATE.

       1080-BAD-CONTROL-CARD.
           DISPLAY "CONVAGER: BAD CONTROL CARD '" CONTROL-RECORD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2000-AGE-CONV-REJECT.
           MOVE CRO-RECORD-KEY TO WS-ITEM-KEY
           MOVE "CONVERTB" TO WS-ITEM-SOURCE
           MOVE CRO-REASON-CODE TO WS-ITEM-REASON
           MOVE CRO-OFFENDING-VALUE TO WS-ITEM-VALUE
           PERFORM 2500-FIND-FIRST-FAILURE
           PERFORM 4000-AGE-ITEM
           PERFORM 2010-READ-CONV-REJECT.

       2010-READ-CONV-REJECT.
           READ CREJO-FILE
               AT END
                   SET WS-CREJO-EOF TO TRUE
           END-READ
           IF NOT WS-CREJO-EOF
               MOVE WS-CREJO-STATUS TO WS-CHECK-STATUS
               MOVE "CONVRJCO" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       2100-AGE-MULT-REJECT.
           MOVE MRO-RECORD-KEY TO WS-ITEM-KEY
           MOVE "CONVMULT" TO WS-ITEM-SOURCE
           MOVE MRO-REASON-CODE TO WS-ITEM-REASON
           MOVE MRO-OFFENDING-VALUE TO WS-ITEM-VALUE
           PERFORM 2500-FIND-FIRST-FAILURE
           PERFORM 4000-AGE-ITEM
           PERFORM 2110-READ-MULT-REJECT.

       2110-READ-MULT-REJECT.
           READ MREJO-FILE
               AT END
                   SET WS-MREJO-EOF TO TRUE
           END-READ
           IF NOT WS-MREJO-EOF
               MOVE WS-MREJO-STATUS TO WS-CHECK-STATUS
               MOVE "MULTRJCO" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

      *    Positions on the reject's first CONVRSLT row and walks its
      *    history forward, oldest run date first.
       2500-FIND-FIRST-FAILURE.
           MOVE ZERO TO WS-STREAK-START
           MOVE SPACE TO WS-LAST-CODE
           MOVE ZERO TO WS-ITEM-FIRST-DATE
           IF WS-ITEM-KEY IS NUMERIC
               MOVE WS-ITEM-KEY-NUM TO RS-RECORD-KEY
               MOVE ZERO TO RS-RUN-DATE
               MOVE "N" TO WS-RESULT-EOF-SWITCH
               START RESULT-FILE KEY IS NOT LESS THAN RS-RESULT-KEY
                   INVALID KEY
                       SET WS-RESULT-EOF TO TRUE
               END-START
               IF NOT WS-RESULT-EOF
                   MOVE WS-RESULT-STATUS TO WS-CHECK-STATUS
                   MOVE "CONVRSLT" TO WS-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-FILE-STATUS
                   PERFORM 3100-READ-NEXT-RESULT
               END-IF
               PERFORM 2510-TAKE-ITEM-ROW
                   UNTIL WS-RESULT-EOF
                       OR RS-RECORD-KEY NOT = WS-ITEM-KEY-NUM
               MOVE WS-STREAK-START TO WS-ITEM-FIRST-DATE
           END-IF.

       2510-TAKE-ITEM-ROW.
           PERFORM 3300-TRACK-STREAK
           PERFORM 3100-READ-NEXT-RESULT.

      *    One pass over the whole history for the customers whose
      *    newest disposition leaves them open as an exception or a
      *    hold.
       3000-SCAN-RESULTS.
           MOVE ZERO TO RS-RECORD-KEY RS-RUN-DATE
           MOVE "N" TO WS-RESULT-EOF-SWITCH
           START RESULT-FILE KEY IS NOT LESS THAN RS-RESULT-KEY
               INVALID KEY
                   SET WS-RESULT-EOF TO TRUE
           END-START
           IF NOT WS-RESULT-EOF
               MOVE WS-RESULT-STATUS TO WS-CHECK-STATUS
               MOVE "CONVRSLT" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               PERFORM 3100-READ-NEXT-RESULT
           END-IF
           IF NOT WS-RESULT-EOF
               MOVE RS-RECORD-KEY TO WS-CURR-RESULT-KEY
               MOVE ZERO TO WS-STREAK-START
               MOVE SPACE TO WS-LAST-CODE
           END-IF
           PERFORM 3200-TAKE-SCAN-ROW UNTIL WS-RESULT-EOF
           PERFORM 3400-CLOSE-RESULT-KEY.

       3100-READ-NEXT-RESULT.
           READ RESULT-FILE NEXT RECORD
               AT END
                   SET WS-RESULT-EOF TO TRUE
           END-READ
           IF NOT WS-RESULT-EOF
               MOVE WS-RESULT-STATUS TO WS-CHECK-STATUS
               MOVE "CONVRSLT" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       3200-TAKE-SCAN-ROW.
           IF RS-RECORD-KEY NOT = WS-CURR-RESULT-KEY
               PERFORM 3400-CLOSE-RESULT-KEY
               MOVE RS-RECORD-KEY TO WS-CURR-RESULT-KEY
               MOVE ZERO TO WS-STREAK-START
               MOVE SPACE TO WS-LAST-CODE
           END-IF
           PERFORM 3300-TRACK-STREAK
           PERFORM 3100-READ-NEXT-RESULT.

      *    A converted or deleted row ends any run of failures; the
      *    first failing row after it starts a new one.
       3300-TRACK-STREAK.
           MOVE RS-RESULT-CODE TO WS-LAST-CODE
           EVALUATE TRUE
               WHEN RS-RESULT-EXCEPTION
                   OR RS-RESULT-REJECTED
                   OR RS-RESULT-HELD
                   IF WS-STREAK-START = ZERO
                       MOVE RS-RUN-DATE TO WS-STREAK-START
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO WS-STREAK-START
           END-EVALUATE.

       3400-CLOSE-RESULT-KEY.
           IF WS-LAST-EXCEPTION OR WS-LAST-HELD
               MOVE WS-CURR-RESULT-KEY TO WS-ITEM-KEY-NUM
               MOVE "CONVERTB" TO WS-ITEM-SOURCE
               IF WS-LAST-EXCEPTION
                   MOVE "TRUNCATION" TO WS-ITEM-REASON
               ELSE
                   MOVE "HELD" TO WS-ITEM-REASON
               END-IF
               MOVE SPACES TO WS-ITEM-VALUE
               MOVE WS-STREAK-START TO WS-ITEM-FIRST-DATE
               PERFORM 4000-AGE-ITEM
           END-IF
           MOVE SPACE TO WS-LAST-CODE.

       4000-AGE-ITEM.
           ADD 1 TO WS-OPEN-COUNT
           IF WS-ITEM-FIRST-DATE = ZERO
               MOVE ZERO TO WS-ITEM-AGE
               MOVE 5 TO WS-ITEM-BUCKET
           ELSE
               COMPUTE WS-ITEM-AGE = WS-BUSINESS-INTEGER
                   - FUNCTION INTEGER-OF-DATE(WS-ITEM-FIRST-DATE) + 1
               EVALUATE TRUE
                   WHEN WS-ITEM-AGE NOT > WS-BUCKET-1-MAX
                       MOVE 1 TO WS-ITEM-BUCKET
                   WHEN WS-ITEM-AGE NOT > WS-BUCKET-2-MAX
                       MOVE 2 TO WS-ITEM-BUCKET
                   WHEN WS-ITEM-AGE NOT > WS-BUCKET-3-MAX
                       MOVE 3 TO WS-ITEM-BUCKET
                   WHEN OTHER
                       MOVE 4 TO WS-ITEM-BUCKET
               END-EVALUATE
           END-IF
           ADD 1 TO WS-TOTAL-BUCKET(WS-ITEM-BUCKET)
           PERFORM 4100-TALLY-REASON
           PERFORM 4200-TALLY-SOURCE
           IF WS-ITEM-BUCKET = 5
               OR WS-ITEM-AGE NOT < WS-OPT-ESC-DAYS
               PERFORM 4300-WRITE-ESCALATION
           END-IF.

       4100-TALLY-REASON.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 4110-FIND-REASON
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-TBL-SUB > WS-RSN-COUNT
           IF NOT WS-ENTRY-FOUND
               IF WS-RSN-COUNT < 29
                   ADD 1 TO WS-RSN-COUNT
                   MOVE WS-RSN-COUNT TO WS-TBL-SUB
                   MOVE WS-ITEM-REASON TO WS-RSN-CODE(WS-TBL-SUB)
               ELSE
                   MOVE 30 TO WS-TBL-SUB WS-RSN-COUNT
                   MOVE "OTHER" TO WS-RSN-CODE(WS-TBL-SUB)
               END-IF
           ELSE
               SUBTRACT 1 FROM WS-TBL-SUB
           END-IF
           ADD 1 TO WS-RSN-BUCKET(WS-TBL-SUB, WS-ITEM-BUCKET).

       4110-FIND-REASON.
           IF WS-RSN-CODE(WS-TBL-SUB) = WS-ITEM-REASON
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       4200-TALLY-SOURCE.
           MOVE "N" TO WS-FOUND-SWITCH
           PERFORM 4210-FIND-SOURCE
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-FOUND OR WS-TBL-SUB > WS-SRC-COUNT
           IF NOT WS-ENTRY-FOUND
               ADD 1 TO WS-SRC-COUNT
               MOVE WS-SRC-COUNT TO WS-TBL-SUB
               MOVE WS-ITEM-SOURCE TO WS-SRC-CODE(WS-TBL-SUB)
           ELSE
               SUBTRACT 1 FROM WS-TBL-SUB
           END-IF
           ADD 1 TO WS-SRC-BUCKET(WS-TBL-SUB, WS-ITEM-BUCKET).

       4210-FIND-SOURCE.
           IF WS-SRC-CODE(WS-TBL-SUB) = WS-ITEM-SOURCE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.

       4300-WRITE-ESCALATION.
           ADD 1 TO WS-ESCALATED-COUNT
           MOVE WS-ITEM-KEY TO EL-RECORD-KEY
           MOVE WS-ITEM-SOURCE TO EL-SOURCE
           MOVE WS-ITEM-REASON TO EL-REASON
           MOVE WS-ITEM-VALUE TO EL-VALUE
           IF WS-ITEM-BUCKET = 5
               MOVE "UNDATED" TO EL-FIRST-DATE
               MOVE SPACES TO EL-AGE
           ELSE
               MOVE WS-ITEM-FIRST-DATE TO EL-FIRST-DATE
               MOVE WS-ITEM-AGE TO WS-AGE-EDIT
               MOVE WS-AGE-EDIT TO EL-AGE
           END-IF
           WRITE REPORT-RECORD FROM WS-ESC-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       7000-TERMINATE.
           CLOSE CREJO-FILE
           CLOSE MREJO-FILE
           CLOSE RESULT-FILE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "BY REASON" TO BH-LABEL
           WRITE REPORT-RECORD FROM WS-BUCKET-HEADING-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           PERFORM 7100-WRITE-REASON-LINE
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-RSN-COUNT

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "BY SOURCE" TO BH-LABEL
           WRITE REPORT-RECORD FROM WS-BUCKET-HEADING-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           PERFORM 7200-WRITE-SOURCE-LINE
               VARYING WS-TBL-SUB FROM 1 BY 1
               UNTIL WS-TBL-SUB > WS-SRC-COUNT

           MOVE "ALL ITEMS" TO BL-LABEL
           MOVE ZERO TO WS-ROW-TOTAL
           PERFORM 7300-MOVE-TOTAL-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL WS-BKT-SUB > 5
           PERFORM 7500-WRITE-BUCKET-LINE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "OPEN ITEMS"            TO TL-LABEL
           MOVE WS-OPEN-COUNT           TO TL-COUNT
           PERFORM 7600-WRITE-TOTAL-LINE
           MOVE "OUTSTANDING OVER 30 DAYS" TO TL-LABEL
           MOVE WS-TOTAL-BUCKET(4)      TO TL-COUNT
           PERFORM 7600-WRITE-TOTAL-LINE
           MOVE "ON THE ESCALATION LIST" TO TL-LABEL
           MOVE WS-ESCALATED-COUNT      TO TL-COUNT
           PERFORM 7600-WRITE-TOTAL-LINE
           CLOSE REPORT-FILE

           MOVE WS-BD-BUSINESS-DATE TO ML-BUSINESS-DATE
           MOVE WS-OPEN-COUNT TO ML-OPEN-COUNT
           MOVE SPACES TO ML-BUCKET-GROUP
           PERFORM 7400-MOVE-METRIC-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL WS-BKT-SUB > 5
           MOVE WS-ESCALATED-COUNT TO ML-ESCALATED-COUNT
           WRITE METRIC-RECORD FROM WS-METRIC-LINE
           MOVE WS-METRIC-STATUS TO WS-CHECK-STATUS
           MOVE "AGEMETR" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           CLOSE METRIC-FILE

           DISPLAY "CONVAGER: " WS-OPEN-COUNT " OPEN ITEMS, "
               WS-TOTAL-BUCKET(4) " OVER 30 DAYS"
           IF WS-ESCALATED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       7100-WRITE-REASON-LINE.
           MOVE WS-RSN-CODE(WS-TBL-SUB) TO BL-LABEL
           MOVE ZERO TO WS-ROW-TOTAL
           PERFORM 7110-MOVE-REASON-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL WS-BKT-SUB > 5
           PERFORM 7500-WRITE-BUCKET-LINE.

       7110-MOVE-REASON-BUCKET.
           MOVE WS-RSN-BUCKET(WS-TBL-SUB, WS-BKT-SUB) TO WS-BUCKET-TEMP
           PERFORM 7900-SET-BUCKET-COLUMN.

       7200-WRITE-SOURCE-LINE.
           MOVE WS-SRC-CODE(WS-TBL-SUB) TO BL-LABEL
           MOVE ZERO TO WS-ROW-TOTAL
           PERFORM 7210-MOVE-SOURCE-BUCKET
               VARYING WS-BKT-SUB FROM 1 BY 1 UNTIL WS-BKT-SUB > 5
           PERFORM 7500-WRITE-BUCKET-LINE.

       7210-MOVE-SOURCE-BUCKET.
           MOVE WS-SRC-BUCKET(WS-TBL-SUB, WS-BKT-SUB) TO WS-BUCKET-TEMP
           PERFORM 7900-SET-BUCKET-COLUMN.

       7300-MOVE-TOTAL-BUCKET.
           MOVE WS-TOTAL-BUCKET(WS-BKT-SUB) TO WS-BUCKET-TEMP
           PERFORM 7900-SET-BUCKET-COLUMN.

       7400-MOVE-METRIC-BUCKET.
           MOVE WS-TOTAL-BUCKET(WS-BKT-SUB) TO ML-COUNT(WS-BKT-SUB).

       7500-WRITE-BUCKET-LINE.
           MOVE WS-ROW-TOTAL TO BL-TOTAL
           WRITE REPORT-RECORD FROM WS-BUCKET-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       7600-WRITE-TOTAL-LINE.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       7900-SET-BUCKET-COLUMN.
           MOVE SPACES TO BL-BUCKET(WS-BKT-SUB)
           MOVE WS-BUCKET-TEMP TO BL-COUNT(WS-BKT-SUB)
           ADD WS-BUCKET-TEMP TO WS-ROW-TOTAL.

       9000-CHECK-REPORT-WRITE.
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "AGERPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by every OPEN/READ/WRITE status check above - a
      *    non-zero status means the dataset is missing, full, or
      *    otherwise unusable, which an unattended batch run must not
      *    silently ignore.
       9900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "CONVAGER: I/O ERROR ON " WS-CHECK-FILE-NAME
                   " STATUS=" WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * and WS-AREA-3/WS-AREA-4 MOVE conversion shown in bugSolution.cob.
      * Reads CUSTMAST-style name/account records and writes the
      * converted result to CONVOUT instead of a single DISPLAY.
      *
      * Every completed run also appends its start and end time,
      * record count and records per second to the STEPTIME timing
      * history through TIMELOGW, for the CONVPROJ batch-window
      * projection and the CONVSTRD weekly step-trend report.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *                          account over 99999 is carried to
      *                          CONVOUT in the line's 7-digit wide
      *                          field instead of becoming a CONVEXCP
      *                          truncation exception.  Either way an
      *                          account holding (or issued) an
      *                          ALIASMST alias converts under it -
      *                          see 2210-GET-ACCOUNT-ALIAS - so the
      *                          wide setting only decides what
      *                          happens once the alias pool is
      *                          exhausted
      *       ALIAS=ISSUE/LOOKUP alias handling (default ISSUE):
      *                          LOOKUP carries only aliases already
      *                          on ALIASMST and never issues one, for
      *                          the concurrent key-range runs, which
      *                          must not both draw on the pool - an
      *                          account with no alias yet takes the
      *                          truncation handling that night
      *       KEYFROM=nnnnnn     full mode only: first CM-RECORD-KEY
      *                          this run converts (default 000000)
      *       KEYTO=nnnnnn       full mode only: last CM-RECORD-KEY
               88  WS-AUDIT-NONE                    VALUE "N".
           05  WS-OPT-WIDE-SWITCH       PIC X(1)    VALUE "N".
               88  WS-OPT-WIDE-MODE                 VALUE "Y".
           05  WS-OPT-ALIAS-SWITCH      PIC X(1)    VALUE "I".
               88  WS-OPT-ALIAS-LOOKUP              VALUE "L".
           05  WS-OPT-KEY-FROM          PIC 9(6)    VALUE ZERO.
           05  WS-OPT-KEY-TO            PIC 9(6)    VALUE 999999.

      *    needed the 7-digit wide field - they are inside the
      *    written count, so they stay out of the balancing equation.
           05  WS-WIDE-COUNT            PIC 9(7)    VALUE ZERO.
      *    Alias counts, informational the same way: records carried
      *    under their permanent 5-digit alias (inside the written
      *    count), how many of those aliases were issued tonight, and
      *    overflowing records the exhausted pool could not serve
      *    (inside the exception or written count).
           05  WS-ALIAS-COUNT           PIC 9(7)    VALUE ZERO.
           05  WS-ALIAS-NEW-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-ALIAS-EXHAUSTED-COUNT PIC 9(7)    VALUE ZERO.
      *    Delta-mode delete notices written to CONVDEL - a
      *    disposition of its own in the balancing equation.
           05  WS-DELETE-COUNT          PIC 9(7)    VALUE ZERO.
       01  WS-ACCOUNT-WORK.
           05  WS-ACCOUNT-WIDE          PIC 9(7).
           05  WS-AREA3-EQUIVALENT      PIC 9(5).
           05  WS-ALIAS-EDIT            PIC ZZ,ZZ9.

      *    Arguments passed to CONVMOVE, the shared WS-AREA-1/2 and
      *    WS-AREA-3/4 MOVE logic also used by the CONVSCRN test
      *    SECTION.
           COPY NAMSTLK REPLACING LEADING ==LK-NS-== BY ==WS-NS-==.

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, so the dispositions, delete notices, and run
      *    history carry the night the cycle belongs to rather than
      *    whatever the wall clock says when the record is written.
      *    Drawn from BDATELK.cpy so this layout cannot drift from
      *    GETBDATE's own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

      *    Arguments passed to ALIASASN, the shared permanent-alias
      *    assignment also used by CONVMULT and CONVRPR, so an
      *    overflowing account carries the same 5-digit alias
      *    whichever program meets it.  Drawn from ALIASLK.cpy so
      *    this layout cannot drift from ALIASASN's own LINKAGE
      *    SECTION.
           COPY ALIASLK REPLACING LEADING ==LK-AL-== BY ==WS-AL-==.

       01  WS-REJECT-REASON             PIC X(11).

      *    One line per deleted customer, for the CONVDEL file the
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  AU-TIMESTAMP             PIC X(21).

      *    Arguments passed to TIMELOGW, the shared step-timing
      *    writer.  Drawn from TIMELGLK.cpy so this layout cannot
      *    drift from TIMELOGW's own LINKAGE SECTION.
           COPY TIMELGLK REPLACING LEADING ==LK-TL-== BY ==WS-TL-==.

       LINKAGE SECTION.
      *    PARM='rrrrrr,m' - rrrrrr is the restart record count, m
      *    the optional run mode (F=full master, D=delta).  A PARM

       PROCEDURE DIVISION USING PARM-INFO.
       0000-MAIN-PROCESS.
           PERFORM 8800-START-STEP-TIMING
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORDS UNTIL WS-END-OF-FILE
           PERFORM 3000-TERMINATE
           PERFORM 8900-END-STEP-TIMING
           GOBACK.

      *    On a restart (WS-RESTART-COUNT > 0) the five downstream
      *    holds a single current restart-count record, rewritten by
      *    2300-WRITE-CHECKPOINT regardless of restart.
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           PERFORM 1100-GET-RESTART-POINT
           PERFORM 1150-GET-RUN-OPTIONS

               PERFORM 2100-READ-CUSTMAST
           END-IF.

      *    No business date means no way to date tonight's rows - the
      *    run stops before anything is written rather than falling
      *    back on the wall clock.
       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "CONVERTB: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Key-range runs position the full-mode pass at the first
      *    key of this run's range; a START that finds nothing means
      *    the range is empty and the run ends in balance with zero
                       WHEN OTHER
                           PERFORM 1180-BAD-CONTROL-CARD
                   END-EVALUATE
               WHEN "ALIAS"
                   EVALUATE WS-CTL-VALUE(1:7)
                       WHEN "ISSUE  "
                           MOVE "I" TO WS-OPT-ALIAS-SWITCH
                       WHEN "LOOKUP "
                           MOVE "L" TO WS-OPT-ALIAS-SWITCH
                       WHEN OTHER
                           PERFORM 1180-BAD-CONTROL-CARD
                   END-EVALUATE
               WHEN "KEYFROM"
                   IF WS-CTL-VALUE(1:6) IS NOT NUMERIC
                       PERFORM 1180-BAD-CONTROL-CARD
           MOVE "N" TO RS-PRECLOSS-FLAG
           MOVE "N" TO RS-WIDE-FLAG
           MOVE CM-RECORD-KEY TO DN-RECORD-KEY
           MOVE WS-BD-BUSINESS-DATE TO DN-RUN-DATE
           WRITE DELNOTE-RECORD FROM WS-DELNOTE-LINE
           MOVE WS-DELNOTE-STATUS TO WS-CHECK-STATUS
           MOVE "CONVDEL" TO WS-CHECK-FILE-NAME
                   WS-CM-OUTPUT-ACCOUNT-WIDE
                   WS-CM-OUT-ACCOUNT-WIDE-EDIT
               END-CALL
               MOVE SPACE TO WS-AL-RESULT
               IF WS-CM-TRUNCATION-OCCURRED
                   PERFORM 2210-GET-ACCOUNT-ALIAS
               END-IF
               IF WS-AUDIT-FULL
                   OR (WS-AUDIT-SUMMARY
                       AND (WS-CM-TRUNCATION-OCCURRED
                   PERFORM 2270-WRITE-PRECISION-LOSS
               END-IF

      *        An account too wide for the legacy 9(5) result
      *        converts under its permanent alias whenever it has
      *        one, the legacy fields carrying the alias and the wide
      *        fields the full value.  Only once the alias pool is
      *        exhausted does the old handling apply: an exception
      *        when the run is not carrying the wide field, and in
      *        wide mode a conversion like any other record, with
      *        the full value in the line's wide fields.
               EVALUATE TRUE
                   WHEN WS-AL-EXISTING OR WS-AL-NEWLY-ISSUED
                       MOVE "C" TO RS-RESULT-CODE
                       MOVE "A" TO RS-WIDE-FLAG
                       ADD 1 TO WS-ALIAS-COUNT
                       PERFORM 2220-WRITE-CONVOUT-LINE
                   WHEN WS-CM-TRUNCATION-OCCURRED
                       AND NOT WS-OPT-WIDE-MODE
                       PERFORM 2200-WRITE-EXCEPTION
                       MOVE "E" TO RS-RESULT-CODE
                       MOVE "N" TO RS-WIDE-FLAG
                   WHEN OTHER
                       MOVE "C" TO RS-RESULT-CODE
                       IF WS-CM-TRUNCATION-OCCURRED
                           MOVE "Y" TO RS-WIDE-FLAG
                           ADD 1 TO WS-WIDE-COUNT
                       ELSE
                           MOVE "N" TO RS-WIDE-FLAG
                       END-IF
                       PERFORM 2220-WRITE-CONVOUT-LINE
               END-EVALUATE
           END-IF
           END-IF.

           PERFORM 9900-CHECK-FILE-STATUS
           ADD 1 TO WS-EXCEPTION-COUNT.

      *    An overflowing account's permanent alias from ALIASMST.
      *    A brand-new ALIASMST is created on the first issue; an
      *    exhausted pool is announced once per run and counted, and
      *    the record falls back on the truncation handling in
      *    2060-CONVERT-RECORD.
       2210-GET-ACCOUNT-ALIAS.
           IF WS-OPT-ALIAS-LOOKUP
               MOVE "L" TO WS-AL-REQUEST
           ELSE
               MOVE "A" TO WS-AL-REQUEST
           END-IF
           MOVE WS-ACCOUNT-WIDE TO WS-AL-ACCOUNT
           MOVE CM-RECORD-KEY TO WS-AL-RECORD-KEY
           MOVE WS-BD-BUSINESS-DATE TO WS-AL-RUN-DATE
           MOVE "CONVERTB" TO WS-AL-PROGRAM
           PERFORM 2215-CALL-ALIASASN
           EVALUATE TRUE
               WHEN WS-AL-NEWLY-ISSUED
                   ADD 1 TO WS-ALIAS-NEW-COUNT
               WHEN WS-AL-POOL-EXHAUSTED
                   IF WS-ALIAS-EXHAUSTED-COUNT = ZERO
                       DISPLAY "CONVERTB: ALIAS POOL EXHAUSTED - "
                           "OVERFLOW ACCOUNTS FALL BACK TO TRUNCATION "
                           "HANDLING"
                   END-IF
                   ADD 1 TO WS-ALIAS-EXHAUSTED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Shared by the alias request above and the close at
      *    3000-TERMINATE; ALIASASN hands back an I/O error with its
      *    status for this program's own status check.
       2215-CALL-ALIASASN.
           CALL "ALIASASN" USING WS-AL-REQUEST WS-AL-ACCOUNT
               WS-AL-RECORD-KEY WS-AL-RUN-DATE WS-AL-PROGRAM
               WS-AL-ALIAS WS-AL-RESULT WS-AL-FILE-STATUS
           END-CALL
           IF WS-AL-IO-ERROR
               MOVE WS-AL-FILE-STATUS TO WS-CHECK-STATUS
               MOVE "ALIASMST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

      *    Dual-format CONVOUT line: the legacy 9(5) account and edit
      *    carry what the old layout carried - or, for an account
      *    converting under its alias, the alias - the wide 9(7)
      *    fields carry the full value, and the record key ties the
      *    line back to the customer for the interface extract.
       2220-WRITE-CONVOUT-LINE.
           MOVE CM-RECORD-KEY TO WS-OUT-RECORD-KEY
           MOVE WS-CM-OUTPUT-NAME TO WS-OUT-NAME
           IF WS-AL-EXISTING OR WS-AL-NEWLY-ISSUED
               MOVE WS-AL-ALIAS TO WS-OUT-ACCOUNT WS-ALIAS-EDIT
               MOVE WS-ALIAS-EDIT TO WS-OUT-ACCOUNT-EDIT
           ELSE
               MOVE WS-CM-OUTPUT-ACCOUNT TO WS-OUT-ACCOUNT
               MOVE WS-CM-OUTPUT-ACCOUNT-EDIT TO WS-OUT-ACCOUNT-EDIT
           END-IF
           MOVE WS-CM-OUTPUT-ACCOUNT-WIDE TO WS-OUT-ACCOUNT-WIDE
           MOVE WS-CM-OUT-ACCOUNT-WIDE-EDIT
                                        TO WS-OUT-ACCOUNT-WIDE-EDIT
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "CONVAUDT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

      *    A third entry when the legacy field went out carrying the
      *    account's alias instead of the truncated value above.
           IF WS-AL-EXISTING OR WS-AL-NEWLY-ISSUED
               MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
               MOVE CM-RECORD-KEY       TO AU-RECORD-KEY
               MOVE "ACCT-ALIAS"        TO AU-FIELD-NAME
               MOVE WS-ACCOUNT-WIDE     TO AU-SOURCE-VALUE
               MOVE WS-AL-ALIAS         TO AU-RESULT-VALUE
               WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE "CONVAUDT" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       2290-WRITE-NAME-DQ.
           MOVE CM-RECORD-KEY           TO DQ-RECORD-KEY
      *    rows are never touched - that is the history.
       2280-RECORD-RESULT.
           MOVE CM-RECORD-KEY TO RS-RECORD-KEY
           MOVE WS-BD-BUSINESS-DATE TO RS-RUN-DATE
      *    A fresh disposition has not been acknowledged downstream
      *    yet - CONVACKP sets the flag when the receiver answers.
           MOVE SPACE TO RS-ACK-FLAG
           CLOSE HOLD-FILE
           CLOSE HOLDRPT-FILE
           CLOSE RESULT-FILE
           MOVE "C" TO WS-AL-REQUEST
           PERFORM 2215-CALL-ALIASASN
           PERFORM 3100-WRITE-RUN-SUMMARY.

      *    Run-control summary and balancing check: every record this
           MOVE "WIDE ACCOUNTS CARRIED"  TO ST-LABEL
           MOVE WS-WIDE-COUNT           TO ST-COUNT
           PERFORM 3200-WRITE-STAT-LINE
           MOVE "ALIASES CARRIED"       TO ST-LABEL
           MOVE WS-ALIAS-COUNT          TO ST-COUNT
           PERFORM 3200-WRITE-STAT-LINE
           MOVE "ALIASES NEWLY ISSUED"  TO ST-LABEL
           MOVE WS-ALIAS-NEW-COUNT      TO ST-COUNT
           PERFORM 3200-WRITE-STAT-LINE
           MOVE "ALIAS POOL EXHAUSTED"  TO ST-LABEL
           MOVE WS-ALIAS-EXHAUSTED-COUNT TO ST-COUNT
           PERFORM 3200-WRITE-STAT-LINE
           MOVE "DELETE NOTICES WRITTEN" TO ST-LABEL
           MOVE WS-DELETE-COUNT         TO ST-COUNT
           PERFORM 3200-WRITE-STAT-LINE
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-BD-BUSINESS-DATE TO HS-RUN-DATE
           MOVE "CONVERTB"              TO HS-PROGRAM-NAME
           MOVE WS-READ-COUNT           TO HS-READ-COUNT
           MOVE WS-WRITTEN-COUNT        TO HS-WRITTEN-COUNT
           PERFORM 9900-CHECK-FILE-STATUS
           CLOSE HIST-FILE.

      *    Start and end of this run's STEPTIME timing record.  The
      *    end is taken with the return code the run is ending with,
      *    and that code is put back after the CALL, which would
      *    otherwise leave TIMELOGW's own zero in RETURN-CODE.
       8800-START-STEP-TIMING.
           MOVE "S" TO WS-TL-FUNCTION
           MOVE "CONVERTB" TO WS-TL-PROGRAM
           MOVE ZERO TO WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
           CALL "TIMELOGW" USING WS-TL-FUNCTION WS-TL-PROGRAM
               WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
               WS-TL-FILE-STATUS
           END-CALL.

       8900-END-STEP-TIMING.
           MOVE "E" TO WS-TL-FUNCTION
           MOVE "CONVERTB" TO WS-TL-PROGRAM
           MOVE WS-READ-COUNT TO WS-TL-RECORD-COUNT
           MOVE RETURN-CODE TO WS-TL-RETURN-CODE
           CALL "TIMELOGW" USING WS-TL-FUNCTION WS-TL-PROGRAM
               WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
               WS-TL-FILE-STATUS
           END-CALL
           MOVE WS-TL-RETURN-CODE TO RETURN-CODE
           MOVE WS-TL-FILE-STATUS TO WS-CHECK-STATUS
           MOVE "STEPTIME" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by every OPEN/WRITE status check above - a non-zero
      *    status means the dataset is missing, full, or otherwise
      *    unusable, which an unattended nightly batch run must not

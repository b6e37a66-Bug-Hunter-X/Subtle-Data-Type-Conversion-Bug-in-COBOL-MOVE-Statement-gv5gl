      * CONVERTB does: truncation routes to MULTEXCP, non-numeric
      * account bodies route to MULTRJCT, every MOVE is logged to
      * MULTAUDT, and packed round-trip loss is logged to MULTPLOS.
      *
      * Every completed run also appends its start and end time,
      * record count and records per second to the STEPTIME timing
      * history through TIMELOGW, for the CONVPROJ batch-window
      * projection and the CONVSTRD weekly step-trend report.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *                          account over 99999 is carried to
      *                          MULTAOUT in the line's 7-digit wide
      *                          field instead of becoming a MULTEXCP
      *                          truncation exception.  Either way an
      *                          account holding (or issued) an
      *                          ALIASMST alias converts under it -
      *                          see 2350-GET-ACCOUNT-ALIAS - so the
      *                          wide setting only decides what
      *                          happens once the alias pool is
      *                          exhausted
       01  WS-RUN-OPTIONS.
           05  WS-OPT-REJECT-ABORT      PIC 9(6)    VALUE ZERO.
           05  WS-OPT-REJECT-PCT        PIC 9(3)    VALUE ZERO.
      *    needed the 7-digit wide field - they are inside the
      *    written count, so they stay out of the balancing equation.
           05  WS-WIDE-COUNT            PIC 9(7)    VALUE ZERO.
      *    Alias counts, informational the same way, as in CONVERTB.
           05  WS-ALIAS-COUNT           PIC 9(7)    VALUE ZERO.
           05  WS-ALIAS-NEW-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-ALIAS-EXHAUSTED-COUNT PIC 9(7)    VALUE ZERO.
           05  WS-UNKNOWN-TYPE-COUNT    PIC 9(7)    VALUE ZERO.
      *    Records skipped on the operations hold list - a
      *    disposition of its own in the balancing equation.
       01  WS-ACCOUNT-WORK.
           05  WS-ACCOUNT-WIDE          PIC 9(7).
           05  WS-AREA3-EQUIVALENT      PIC 9(5).
           05  WS-ALIAS-EDIT            PIC ZZ,ZZ9.

      *    Arguments passed to CONVMOVE, the shared WS-AREA-1/2 and
      *    WS-AREA-3/4 MOVE logic also used by CONVERTB and CONVSCRN.
      *    SECTION.
           COPY NAMSTLK REPLACING LEADING ==LK-NS-== BY ==WS-NS-==.

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, so the run history carries the night the cycle
      *    belongs to.  Drawn from BDATELK.cpy so this layout cannot
      *    drift from GETBDATE's own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

      *    Arguments passed to ALIASASN, the shared permanent-alias
      *    assignment also used by CONVERTB and CONVRPR, so an
      *    overflowing account carries the same 5-digit alias
      *    whichever program meets it.  Drawn from ALIASLK.cpy so
      *    this layout cannot drift from ALIASASN's own LINKAGE
      *    SECTION.
           COPY ALIASLK REPLACING LEADING ==LK-AL-== BY ==WS-AL-==.

       01  WS-REJECT-REASON             PIC X(11).

      *    One line per held record on the MULTHLDR hold report,
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  AU-TIMESTAMP             PIC X(21).

      *    Arguments passed to TIMELOGW, the shared step-timing
      *    writer.  Drawn from TIMELGLK.cpy so this layout cannot
      *    drift from TIMELOGW's own LINKAGE SECTION.
           COPY TIMELGLK REPLACING LEADING ==LK-TL-== BY ==WS-TL-==.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 8800-START-STEP-TIMING
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORDS UNTIL WS-END-OF-FILE
           PERFORM 3000-TERMINATE
           PERFORM 8900-END-STEP-TIMING
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           PERFORM 1050-GET-RUN-OPTIONS

           OPEN INPUT MULTI-FILE

           PERFORM 2100-READ-MULTI.

      *    No business date means no way to date tonight's history -
      *    the run stops before anything is written rather than
      *    falling back on the wall clock.
       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "CONVMULT: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The deck is optional: an absent SYSIN opens with "05" and
      *    hits end-of-file on the first read, leaving every default
      *    in place, exactly like an empty deck.
                   WS-CV-OUTPUT-ACCOUNT-WIDE
                   WS-CV-OUT-ACCOUNT-WIDE-EDIT
               END-CALL
               MOVE SPACE TO WS-AL-RESULT
               IF WS-CV-TRUNCATION-OCCURRED
                   PERFORM 2350-GET-ACCOUNT-ALIAS
               END-IF
               IF WS-AUDIT-FULL
                   OR (WS-AUDIT-SUMMARY
                       AND (WS-CV-TRUNCATION-OCCURRED
                   PERFORM 2330-WRITE-PRECISION-LOSS
               END-IF

      *        An account too wide for the legacy 9(5) result
      *        converts under its permanent alias whenever it has
      *        one; only once the alias pool is exhausted is it an
      *        exception when the run is not carrying the wide
      *        field - in wide mode it converts like any other
      *        record, same as CONVERTB.
               IF WS-CV-TRUNCATION-OCCURRED
                   AND NOT WS-OPT-WIDE-MODE
                   AND NOT WS-AL-EXISTING
                   AND NOT WS-AL-NEWLY-ISSUED
                   PERFORM 2340-WRITE-EXCEPTION
               ELSE
                   MOVE MR-RECORD-KEY        TO AO-RECORD-KEY
                   IF WS-AL-EXISTING OR WS-AL-NEWLY-ISSUED
                       ADD 1 TO WS-ALIAS-COUNT
                       MOVE WS-AL-ALIAS TO AO-OUTPUT-ACCOUNT
                           WS-ALIAS-EDIT
                       MOVE WS-ALIAS-EDIT TO AO-OUTPUT-ACCOUNT-EDIT
                   ELSE
                       IF WS-CV-TRUNCATION-OCCURRED
                           ADD 1 TO WS-WIDE-COUNT
                       END-IF
                       MOVE WS-CV-OUTPUT-ACCOUNT TO AO-OUTPUT-ACCOUNT
                       MOVE WS-CV-OUTPUT-ACCOUNT-EDIT TO
                           AO-OUTPUT-ACCOUNT-EDIT
                   END-IF
                   MOVE WS-CV-OUTPUT-ACCOUNT-WIDE TO
                       AO-OUTPUT-ACCOUNT-WIDE
                   MOVE WS-CV-OUT-ACCOUNT-WIDE-EDIT TO
           WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
           MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
           MOVE "MULTAUDT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

      *    A second entry when the legacy field went out carrying the
      *    account's alias instead of the truncated value above.
           IF WS-AL-EXISTING OR WS-AL-NEWLY-ISSUED
               MOVE FUNCTION CURRENT-DATE TO AU-TIMESTAMP
               MOVE MR-RECORD-KEY       TO AU-RECORD-KEY
               MOVE "ACCT-ALIAS"        TO AU-FIELD-NAME
               MOVE WS-ACCOUNT-WIDE     TO AU-SOURCE-VALUE
               MOVE WS-AL-ALIAS         TO AU-RESULT-VALUE
               WRITE AUDIT-RECORD FROM WS-AUDIT-LINE
               MOVE WS-AUDIT-STATUS TO WS-CHECK-STATUS
               MOVE "MULTAUDT" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

      *    The packed-decimal extract value didn't round-trip back to
      *    the original source value - report it, same as CONVERTB.
           PERFORM 9900-CHECK-FILE-STATUS
           ADD 1 TO WS-EXCEPTION-COUNT.

      *    An overflowing account's permanent alias from ALIASMST,
      *    same as CONVERTB.cob:2210-GET-ACCOUNT-ALIAS; an exhausted
      *    pool is announced once per run and the record falls back
      *    on the truncation handling in 2300-PROCESS-ACCOUNT-RECORD.
       2350-GET-ACCOUNT-ALIAS.
           MOVE "A" TO WS-AL-REQUEST
           MOVE WS-ACCOUNT-WIDE TO WS-AL-ACCOUNT
           MOVE MR-RECORD-KEY TO WS-AL-RECORD-KEY
           MOVE WS-BD-BUSINESS-DATE TO WS-AL-RUN-DATE
           MOVE "CONVMULT" TO WS-AL-PROGRAM
           PERFORM 2355-CALL-ALIASASN
           EVALUATE TRUE
               WHEN WS-AL-NEWLY-ISSUED
                   ADD 1 TO WS-ALIAS-NEW-COUNT
               WHEN WS-AL-POOL-EXHAUSTED
                   IF WS-ALIAS-EXHAUSTED-COUNT = ZERO
                       DISPLAY "CONVMULT: ALIAS POOL EXHAUSTED - "
                           "OVERFLOW ACCOUNTS FALL BACK TO TRUNCATION "
                           "HANDLING"
                   END-IF
                   ADD 1 TO WS-ALIAS-EXHAUSTED-COUNT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    Shared by the alias request above and the close at
      *    3000-TERMINATE.
       2355-CALL-ALIASASN.
           CALL "ALIASASN" USING WS-AL-REQUEST WS-AL-ACCOUNT
               WS-AL-RECORD-KEY WS-AL-RUN-DATE WS-AL-PROGRAM
               WS-AL-ALIAS WS-AL-RESULT WS-AL-FILE-STATUS
           END-CALL
           IF WS-AL-IO-ERROR
               MOVE WS-AL-FILE-STATUS TO WS-CHECK-STATUS
               MOVE "ALIASMST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       3000-TERMINATE.
           CLOSE MULTI-FILE
           CLOSE NAME-OUT-FILE
           CLOSE NAMEDQ-FILE
           CLOSE HOLD-FILE
           CLOSE HOLDRPT-FILE
           MOVE "C" TO WS-AL-REQUEST
           PERFORM 2355-CALL-ALIASASN
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
           MOVE "NAMES STANDARDIZED"    TO ST-LABEL
           MOVE WS-NAME-ALTERED-COUNT   TO ST-COUNT
           PERFORM 3200-WRITE-STAT-LINE
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           MOVE SPACES TO HISTORY-RECORD
           MOVE WS-BD-BUSINESS-DATE TO HS-RUN-DATE
           MOVE "CONVMULT"              TO HS-PROGRAM-NAME
           MOVE WS-READ-COUNT           TO HS-READ-COUNT
           COMPUTE HS-WRITTEN-COUNT = WS-NAME-WRITTEN-COUNT
           PERFORM 9900-CHECK-FILE-STATUS
           CLOSE HIST-FILE.

      *    Start and end of this run's STEPTIME timing record.  The
      *    end is taken with the return code the run is ending with,
      *    and that code is put back after the CALL, which would
      *    otherwise leave TIMELOGW's own zero in RETURN-CODE.
       8800-START-STEP-TIMING.
           MOVE "S" TO WS-TL-FUNCTION
           MOVE "CONVMULT" TO WS-TL-PROGRAM
           MOVE ZERO TO WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
           CALL "TIMELOGW" USING WS-TL-FUNCTION WS-TL-PROGRAM
               WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
               WS-TL-FILE-STATUS
           END-CALL.

       8900-END-STEP-TIMING.
           MOVE "E" TO WS-TL-FUNCTION
           MOVE "CONVMULT" TO WS-TL-PROGRAM
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

      *    Shared by every OPEN/READ/WRITE status check above - a
      *    non-zero status means the dataset is missing, full, or
      *    otherwise unusable, which an unattended batch run must not

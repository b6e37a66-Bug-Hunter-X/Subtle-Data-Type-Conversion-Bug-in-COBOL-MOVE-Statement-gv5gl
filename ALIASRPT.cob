       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALIASRPT.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * ALIASRPT - monthly register of the permanent account aliases
      * on ALIASMST (see ALIASREC).  Lists every alias in account
      * order - full account, alias, the customer it was first issued
      * for, when and by which program, and the last business date a
      * run carried it - marking the aliases issued in the report
      * month, and proves the register still honours its rules: no
      * alias appears twice and every alias passes CHKDIGIT.  A pool
      * summary follows: the reserved range, the last alias issued,
      * and how many check-digit-valid aliases the range has left.
      *
      * Control cards (SYSIN, optional - an absent or empty deck
      * leaves every default in place):
      *       RPTMONTH=yyyymm    month the NEW marks and the monthly
      *                          counts cover (default the month of
      *                          the current business date)
      *       LOWPOOL=nnnnn      warn when fewer aliases than this
      *                          remain in the pool (default 100)
      *
      * The run ends with RETURN-CODE 4 when the pool is running low,
      * so the range can be widened with account services before it
      * runs out, and 8 when the pool is exhausted (overflowing
      * accounts are falling back on truncation handling) or the
      * register breaks a rule.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional: until the first alias is issued there is no
      *    ALIASMST, and the register is simply empty.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "ALIASMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AL-ACCOUNT-NO
               FILE STATUS IS WS-ALIAS-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ALIASRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALIAS-FILE.
           COPY ALIASREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ALIAS-STATUS          PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).
           05  WS-CONTROL-STATUS        PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1)    VALUE "N".
               88  WS-END-OF-FILE                   VALUE "Y".
           05  WS-CTL-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-CTL-EOF                       VALUE "Y".

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN/READ/WRITE can
      *    share one status-check paragraph instead of repeating the
      *    same IF/DISPLAY/STOP RUN after each I/O statement.
       01  WS-STATUS-CHECK.
           05  WS-CHECK-STATUS          PIC X(2).
           05  WS-CHECK-FILE-NAME       PIC X(8).

       01  WS-RUN-OPTIONS.
           05  WS-OPT-REPORT-MONTH      PIC 9(6)    VALUE ZERO.
           05  WS-OPT-LOW-POOL          PIC 9(5)    VALUE 100.

       01  WS-CONTROL-PARSE.
           05  WS-CTL-KEYWORD           PIC X(10).
           05  WS-CTL-VALUE             PIC X(20).

      *    The reserved range ALIASASN seeds a brand-new ALIASMST
      *    with, reported when no alias has been issued yet.
       01  WS-DEFAULT-POOL.
           05  WS-DEFAULT-POOL-LOW      PIC 9(5)    VALUE 90000.
           05  WS-DEFAULT-POOL-HIGH     PIC 9(5)    VALUE 99999.

       01  WS-POOL-WORK.
           05  WS-POOL-LOW              PIC 9(5)    VALUE ZERO.
           05  WS-POOL-HIGH             PIC 9(5)    VALUE ZERO.
           05  WS-POOL-LAST-ALIAS       PIC 9(5)    VALUE ZERO.
           05  WS-POOL-ISSUED           PIC 9(5)    VALUE ZERO.
           05  WS-POOL-LAST-DATE        PIC 9(8)    VALUE ZERO.
           05  WS-NEXT-ALIAS            PIC 9(6)    VALUE ZERO.
           05  WS-POOL-REMAINING        PIC 9(6)    VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-ALIAS-COUNT           PIC 9(7)    VALUE ZERO.
           05  WS-MONTH-ISSUED-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-MONTH-USED-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-CHKDIG-FAIL-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-DUPLICATE-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-OUT-OF-RANGE-COUNT    PIC 9(7)    VALUE ZERO.

      *    One byte per possible 5-digit alias, set as each alias is
      *    listed, so an alias held by a second account is caught -
      *    an alias is never reissued, and the register proves it.
       01  WS-ALIAS-SEEN-TABLE.
           05  WS-ALIAS-SEEN            PIC X(1)    OCCURS 99999 TIMES.

      *    An alias as CHKDIGIT sees it: the 5-digit value right-
      *    justified in the 7-character account, exactly as ALIASASN
      *    checked it before issue.
       01  WS-CANDIDATE-ACCOUNT.
           05  FILLER                   PIC 9(2)    VALUE ZERO.
           05  WS-CANDIDATE-ALIAS       PIC 9(5).

      *    Arguments passed to CHKDIGIT, the shared account check-
      *    digit validation.  Drawn from CHKDGLK.cpy so this layout
      *    cannot drift from CHKDIGIT's own LINKAGE SECTION.
           COPY CHKDGLK REPLACING LEADING ==LK-CD-== BY ==WS-CD-==.

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, which supplies the default report month.  Drawn
      *    from BDATELK.cpy so this layout cannot drift from
      *    GETBDATE's own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(32)
                   VALUE "ALIASMST ALIAS REGISTER - MONTH ".
           05  TT-REPORT-MONTH          PIC 9(6).
           05  FILLER                   PIC X(94)   VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(9)    VALUE "ACCOUNT".
           05  FILLER                   PIC X(7)    VALUE "ALIAS".
           05  FILLER                   PIC X(8)    VALUE "CUST KEY".
           05  FILLER                   PIC X(10)   VALUE "ASSIGNED".
           05  FILLER                   PIC X(10)   VALUE "BY".
           05  FILLER                   PIC X(10)   VALUE "LAST USED".
           05  FILLER                   PIC X(78)   VALUE "NOTE".

       01  WS-DETAIL-LINE.
           05  DL-ACCOUNT               PIC 9(7).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-ALIAS                 PIC 9(5).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-RECORD-KEY            PIC 9(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-DATE-ASSIGNED         PIC 9(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-ASSIGNED-BY           PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-LAST-USED-DATE        PIC 9(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-NOTE                  PIC X(30).
           05  FILLER                   PIC X(48)   VALUE SPACES.

       01  WS-POOL-LINE.
           05  FILLER                   PIC X(30)
                   VALUE "ALIAS POOL RANGE".
           05  PL-POOL-LOW              PIC 9(5).
           05  FILLER                   PIC X(3)    VALUE " - ".
           05  PL-POOL-HIGH             PIC 9(5).
           05  FILLER                   PIC X(16)
                   VALUE "  LAST ISSUED ".
           05  PL-LAST-ALIAS            PIC 9(5).
           05  FILLER                   PIC X(4)    VALUE " ON ".
           05  PL-LAST-DATE             PIC 9(8).
           05  FILLER                   PIC X(56)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                 PIC X(30).
           05  TL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(93)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ALIAS UNTIL WS-END-OF-FILE
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-GET-RUN-OPTIONS
           IF WS-OPT-REPORT-MONTH = ZERO
               PERFORM 1010-GET-BUSINESS-DATE
               MOVE WS-BD-BUSINESS-DATE(1:6) TO WS-OPT-REPORT-MONTH
           END-IF
           MOVE ALL "N" TO WS-ALIAS-SEEN-TABLE
           MOVE WS-DEFAULT-POOL-LOW TO WS-POOL-LOW
           MOVE WS-DEFAULT-POOL-HIGH TO WS-POOL-HIGH

      *    "05" is the optional register absent - an empty register,
      *    not an error.
           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-STATUS NOT = "00"
               AND WS-ALIAS-STATUS NOT = "05"
               MOVE WS-ALIAS-STATUS TO WS-CHECK-STATUS
               MOVE "ALIASMST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "ALIASRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           MOVE WS-OPT-REPORT-MONTH TO TT-REPORT-MONTH
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           PERFORM 9000-CHECK-REPORT-WRITE

           PERFORM 2100-READ-ALIAS.

      *    Only needed when no RPTMONTH card names the month - a
      *    missing business date then stops the run rather than
      *    falling back on the wall clock.
       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "ALIASRPT: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The deck is optional: an absent SYSIN opens with "05" and
      *    hits end-of-file on the first read, leaving every default
      *    in place, exactly like an empty deck.
       1050-GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS NOT = "00"
               AND WS-CONTROL-STATUS NOT = "05"
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

      *    An unrecognized keyword or unusable value is an operations
      *    typo that must fail loudly, not silently report the wrong
      *    month.
       1070-PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING CONTROL-RECORD DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING
           EVALUATE WS-CTL-KEYWORD
               WHEN "RPTMONTH"
                   IF WS-CTL-VALUE(1:6) IS NOT NUMERIC
                       OR WS-CTL-VALUE(5:2) < "01"
                       OR WS-CTL-VALUE(5:2) > "12"
                       PERFORM 1080-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:6) TO WS-OPT-REPORT-MONTH
               WHEN "LOWPOOL"
                   IF WS-CTL-VALUE(1:5) IS NOT NUMERIC
                       PERFORM 1080-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:5) TO WS-OPT-LOW-POOL
               WHEN OTHER
                   PERFORM 1080-BAD-CONTROL-CARD
           END-EVALUATE.

       1080-BAD-CONTROL-CARD.
           DISPLAY "ALIASRPT: BAD CONTROL CARD '" CONTROL-RECORD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    Key zero sorts first, so the pool-control record (when
      *    there is one) arrives before any alias.
       2000-PROCESS-ALIAS.
           IF AL-POOL-CONTROL-RECORD
               MOVE AL-PC-POOL-LOW     TO WS-POOL-LOW
               MOVE AL-PC-POOL-HIGH    TO WS-POOL-HIGH
               MOVE AL-PC-LAST-ALIAS   TO WS-POOL-LAST-ALIAS
               MOVE AL-PC-ISSUED-COUNT TO WS-POOL-ISSUED
               MOVE AL-PC-LAST-DATE    TO WS-POOL-LAST-DATE
           ELSE
               PERFORM 2200-WRITE-ALIAS-LINE
           END-IF
           PERFORM 2100-READ-ALIAS.

       2100-READ-ALIAS.
           READ ALIAS-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               MOVE WS-ALIAS-STATUS TO WS-CHECK-STATUS
               MOVE "ALIASMST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

      *    The first rule broken is the note shown; a clean alias
      *    issued in the report month is marked NEW.
       2200-WRITE-ALIAS-LINE.
           ADD 1 TO WS-ALIAS-COUNT
           MOVE AL-ALIAS-NO TO WS-CANDIDATE-ALIAS
           MOVE WS-CANDIDATE-ACCOUNT TO WS-CD-ACCOUNT
           CALL "CHKDIGIT" USING WS-CD-ACCOUNT WS-CD-VALID-SWITCH
           END-CALL
           IF AL-DATE-ASSIGNED(1:6) = WS-OPT-REPORT-MONTH
               ADD 1 TO WS-MONTH-ISSUED-COUNT
           END-IF
           IF AL-LAST-USED-DATE(1:6) = WS-OPT-REPORT-MONTH
               ADD 1 TO WS-MONTH-USED-COUNT
           END-IF
           MOVE SPACES TO DL-NOTE
           EVALUATE TRUE
               WHEN AL-ALIAS-NO = ZERO
                   MOVE "*** NO ALIAS ON RECORD" TO DL-NOTE
                   ADD 1 TO WS-CHKDIG-FAIL-COUNT
               WHEN WS-ALIAS-SEEN(AL-ALIAS-NO) = "Y"
                   MOVE "*** DUPLICATE ALIAS" TO DL-NOTE
                   ADD 1 TO WS-DUPLICATE-COUNT
               WHEN NOT WS-CD-VALID
                   MOVE "*** CHECK DIGIT FAILS" TO DL-NOTE
                   ADD 1 TO WS-CHKDIG-FAIL-COUNT
               WHEN AL-ALIAS-NO < WS-POOL-LOW
                   OR AL-ALIAS-NO > WS-POOL-HIGH
                   MOVE "OUTSIDE CURRENT POOL RANGE" TO DL-NOTE
                   ADD 1 TO WS-OUT-OF-RANGE-COUNT
               WHEN AL-DATE-ASSIGNED(1:6) = WS-OPT-REPORT-MONTH
                   MOVE "NEW" TO DL-NOTE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF AL-ALIAS-NO NOT = ZERO
               MOVE "Y" TO WS-ALIAS-SEEN(AL-ALIAS-NO)
           END-IF
           MOVE AL-ACCOUNT-NO           TO DL-ACCOUNT
           MOVE AL-ALIAS-NO             TO DL-ALIAS
           MOVE AL-RECORD-KEY           TO DL-RECORD-KEY
           MOVE AL-DATE-ASSIGNED        TO DL-DATE-ASSIGNED
           MOVE AL-ASSIGNED-BY          TO DL-ASSIGNED-BY
           MOVE AL-LAST-USED-DATE       TO DL-LAST-USED-DATE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       3000-TERMINATE.
           PERFORM 3100-COUNT-REMAINING
           CLOSE ALIAS-FILE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE WS-POOL-LOW             TO PL-POOL-LOW
           MOVE WS-POOL-HIGH            TO PL-POOL-HIGH
           MOVE WS-POOL-LAST-ALIAS      TO PL-LAST-ALIAS
           MOVE WS-POOL-LAST-DATE       TO PL-LAST-DATE
           WRITE REPORT-RECORD FROM WS-POOL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "ALIASES ON REGISTER"   TO TL-LABEL
           MOVE WS-ALIAS-COUNT          TO TL-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE "ISSUED SINCE POOL SEEDED" TO TL-LABEL
           MOVE WS-POOL-ISSUED          TO TL-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE "ISSUED THIS MONTH"     TO TL-LABEL
           MOVE WS-MONTH-ISSUED-COUNT   TO TL-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE "CARRIED THIS MONTH"    TO TL-LABEL
           MOVE WS-MONTH-USED-COUNT     TO TL-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE "ALIASES LEFT IN POOL"  TO TL-LABEL
           MOVE WS-POOL-REMAINING       TO TL-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE "DUPLICATE ALIASES"     TO TL-LABEL
           MOVE WS-DUPLICATE-COUNT      TO TL-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE "CHECK-DIGIT FAILURES"  TO TL-LABEL
           MOVE WS-CHKDIG-FAIL-COUNT    TO TL-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE
           MOVE "OUTSIDE POOL RANGE"    TO TL-LABEL
           MOVE WS-OUT-OF-RANGE-COUNT   TO TL-COUNT
           PERFORM 3200-WRITE-TOTAL-LINE
           CLOSE REPORT-FILE

           EVALUATE TRUE
               WHEN WS-DUPLICATE-COUNT > 0
                   OR WS-CHKDIG-FAIL-COUNT > 0
                   DISPLAY "ALIASRPT: ALIAS REGISTER FAILS ITS "
                       "INTEGRITY CHECKS - SEE ALIASRPT"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-POOL-REMAINING = ZERO
                   DISPLAY "ALIASRPT: ALIAS POOL EXHAUSTED"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-POOL-REMAINING < WS-OPT-LOW-POOL
                   DISPLAY "ALIASRPT: ALIAS POOL RUNNING LOW - "
                       WS-POOL-REMAINING " LEFT"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    The aliases still available: every check-digit-valid value
      *    above the last one issued, up to the top of the range -
      *    the same walk ALIASASN makes when it issues the next one.
       3100-COUNT-REMAINING.
           MOVE ZERO TO WS-POOL-REMAINING
           IF WS-POOL-ISSUED = ZERO
               MOVE WS-POOL-LOW TO WS-NEXT-ALIAS
           ELSE
               COMPUTE WS-NEXT-ALIAS = WS-POOL-LAST-ALIAS + 1
           END-IF
           PERFORM 3110-CHECK-CANDIDATE
               UNTIL WS-NEXT-ALIAS > WS-POOL-HIGH.

       3110-CHECK-CANDIDATE.
           MOVE WS-NEXT-ALIAS TO WS-CANDIDATE-ALIAS
           MOVE WS-CANDIDATE-ACCOUNT TO WS-CD-ACCOUNT
           CALL "CHKDIGIT" USING WS-CD-ACCOUNT WS-CD-VALID-SWITCH
           END-CALL
           IF WS-CD-VALID
               ADD 1 TO WS-POOL-REMAINING
           END-IF
           ADD 1 TO WS-NEXT-ALIAS.

       3200-WRITE-TOTAL-LINE.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       9000-CHECK-REPORT-WRITE.
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "ALIASRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by every OPEN/READ/WRITE status check above - a
      *    non-zero status means the dataset is missing, full, or
      *    otherwise unusable, which an unattended batch run must not
      *    silently ignore.
       9900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "ALIASRPT: I/O ERROR ON " WS-CHECK-FILE-NAME
                   " STATUS=" WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

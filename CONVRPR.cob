      * of: REPAIRED, OUTSTANDING - NO CORRECTION, OUTSTANDING -
      * TABLE FULL, CORRECTION NON-NUMERIC, CORRECTION BAD
      * CHECK-DIGIT, CORRECTION TRUNCATES, or KEY NOT ON CUSTMAST.
      * A correction over 99999 is repaired under the account's
      * permanent ALIASMST alias (REPAIRED UNDER ALIAS, with the
      * alias shown), exactly as the nightly run would carry it;
      * CORRECTION TRUNCATES is left for the case where the alias
      * pool is exhausted.
      * A repaired CONVRJCT record also has its CONVRSLT disposition
      * rewritten to "C", so the CONVINQR inquiry screen stops
      * answering with the stale reject.
      * after the corrected reject keys are tabled.  MULTAOUT lines
      * carry no name, so MULTRJCT repairs are driven straight from
      * the reject record and its correction.
      *
      * Every completed run also appends its start and end time,
      * record count and records per second to the STEPTIME timing
      * history through TIMELOGW, for the CONVPROJ batch-window
      * projection and the CONVSTRD weekly step-trend report.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-REPAIRED-COUNT        PIC 9(6)    VALUE ZERO.
           05  WS-OUTSTANDING-COUNT     PIC 9(6)    VALUE ZERO.
           05  WS-CORRFAIL-COUNT        PIC 9(6)    VALUE ZERO.
           05  WS-ALIAS-COUNT           PIC 9(6)    VALUE ZERO.
           05  WS-ALIAS-EXHAUSTED-COUNT PIC 9(6)    VALUE ZERO.

       01  WS-ACCOUNT-WORK.
           05  WS-ACCOUNT-WIDE          PIC 9(7).
           05  WS-ALIAS-EDIT            PIC ZZ,ZZ9.

       01  WS-LOOKUP-KEY                PIC X(6).

      *    SECTION.
           COPY NAMSTLK REPLACING LEADING ==LK-NS-== BY ==WS-NS-==.

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, so a repaired disposition row is dated for the
      *    business date it belongs to, not the wall clock.  Drawn
      *    from BDATELK.cpy so this layout cannot drift from
      *    GETBDATE's own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

      *    Arguments passed to ALIASASN, the shared permanent-alias
      *    assignment the nightly programs use, so a repaired
      *    account over 99999 carries the same alias the nightly run
      *    would have given it.  Drawn from ALIASLK.cpy so this
      *    layout cannot drift from ALIASASN's own LINKAGE SECTION.
           COPY ALIASLK REPLACING LEADING ==LK-AL-== BY ==WS-AL-==.

      *    One line per repaired record whose name standardization
      *    altered or flagged it - same CONVNMDQ layout CONVERTB
      *    writes, appended to the same dataset.
           05  TL-COUNT                 PIC ZZZ,ZZ9.
           05  FILLER                   PIC X(43)   VALUE SPACES.

      *    Arguments passed to TIMELOGW, the shared step-timing
      *    writer.  Drawn from TIMELGLK.cpy so this layout cannot
      *    drift from TIMELOGW's own LINKAGE SECTION.
           COPY TIMELGLK REPLACING LEADING ==LK-TL-== BY ==WS-TL-==.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 8800-START-STEP-TIMING
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MULT-REJECT UNTIL WS-MREJ-EOF
           PERFORM 3000-LOAD-CONV-REJECT UNTIL WS-CREJ-EOF
           PERFORM 3200-RESOLVE-CONV-REPAIRS
           PERFORM 4000-TERMINATE
           PERFORM 8900-END-STEP-TIMING
           GOBACK.

      *    CONVOUT and MULTAOUT are OPENed EXTEND: the repair run
      *    appends to what the nightly run already wrote, it never
      *    rewrites it.
       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           OPEN INPUT CORR-FILE
           MOVE WS-CORR-STATUS TO WS-CHECK-STATUS
           MOVE "CORRFILE" TO WS-CHECK-FILE-NAME
           PERFORM 2100-READ-MULTRJCT
           PERFORM 3100-READ-CONVRJCT.

      *    No business date means no way to date the repair rows -
      *    the run stops before anything is written rather than
      *    falling back on the wall clock.
       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "CONVRPR: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-CORRECTION.
           READ CORR-FILE
               AT END
                   MOVE WS-CORR-ACCOUNT(WS-CORR-HIT-SUB)
                       TO WS-ACCOUNT-WIDE
                   MOVE SPACES TO WS-RM-INPUT-NAME
                   MOVE MRJ-RECORD-KEY TO WS-AL-RECORD-KEY
                   PERFORM 5200-CALL-CONVMOVE
                   IF WS-RM-TRUNCATION-OCCURRED
                       AND NOT WS-AL-EXISTING
                       AND NOT WS-AL-NEWLY-ISSUED
                       MOVE "CORRECTION TRUNCATES" TO RD-DISPOSITION
                       ADD 1 TO WS-CORRFAIL-COUNT
                       PERFORM 5100-WRITE-DISPOSITION
                       PERFORM 6000-WRITE-MULT-OUTSTANDING
                   ELSE
                       MOVE MRJ-RECORD-KEY TO AO-RECORD-KEY
                       IF WS-AL-EXISTING OR WS-AL-NEWLY-ISSUED
                           MOVE WS-AL-ALIAS TO AO-OUTPUT-ACCOUNT
                               WS-ALIAS-EDIT
                           MOVE WS-ALIAS-EDIT TO AO-OUTPUT-ACCOUNT-EDIT
                       ELSE
                           MOVE WS-RM-OUTPUT-ACCOUNT
                               TO AO-OUTPUT-ACCOUNT
                           MOVE WS-RM-OUTPUT-ACCOUNT-EDIT
                               TO AO-OUTPUT-ACCOUNT-EDIT
                       END-IF
                       MOVE WS-RM-OUTPUT-ACCOUNT-WIDE
                           TO AO-OUTPUT-ACCOUNT-WIDE
                       MOVE WS-RM-OUT-ACCOUNT-WIDE-EDIT
                       MOVE WS-ACCTOUT-STATUS TO WS-CHECK-STATUS
                       MOVE "MULTAOUT" TO WS-CHECK-FILE-NAME
                       PERFORM 9900-CHECK-FILE-STATUS
                       PERFORM 5500-SET-REPAIRED-DISPOSITION
                       ADD 1 TO WS-REPAIRED-COUNT
                       PERFORM 5100-WRITE-DISPOSITION
                   END-IF
               PERFORM 3450-WRITE-NAME-DQ
           END-IF
           MOVE WS-NS-OUTPUT-NAME TO WS-RM-INPUT-NAME
           MOVE WS-CREJ-KEY(WS-CREJ-SUB) TO WS-AL-RECORD-KEY
           PERFORM 5200-CALL-CONVMOVE
           IF WS-RM-TRUNCATION-OCCURRED
               AND NOT WS-AL-EXISTING
               AND NOT WS-AL-NEWLY-ISSUED
               MOVE "CORRECTION TRUNCATES" TO RD-DISPOSITION
               ADD 1 TO WS-CORRFAIL-COUNT
               PERFORM 5100-WRITE-DISPOSITION
           ELSE
               MOVE WS-CREJ-KEY(WS-CREJ-SUB) TO WS-OUT-RECORD-KEY
               MOVE WS-RM-OUTPUT-NAME TO WS-OUT-NAME
               IF WS-AL-EXISTING OR WS-AL-NEWLY-ISSUED
                   MOVE WS-AL-ALIAS TO WS-OUT-ACCOUNT WS-ALIAS-EDIT
                   MOVE WS-ALIAS-EDIT TO WS-OUT-ACCOUNT-EDIT
               ELSE
                   MOVE WS-RM-OUTPUT-ACCOUNT TO WS-OUT-ACCOUNT
                   MOVE WS-RM-OUTPUT-ACCOUNT-EDIT TO WS-OUT-ACCOUNT-EDIT
               END-IF
               MOVE WS-RM-OUTPUT-ACCOUNT-WIDE TO WS-OUT-ACCOUNT-WIDE
               MOVE WS-RM-OUT-ACCOUNT-WIDE-EDIT
                   TO WS-OUT-ACCOUNT-WIDE-EDIT
               MOVE WS-CONVOUT-STATUS TO WS-CHECK-STATUS
               MOVE "CONVOUT" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               PERFORM 5500-SET-REPAIRED-DISPOSITION
               ADD 1 TO WS-REPAIRED-COUNT
               PERFORM 5100-WRITE-DISPOSITION
               PERFORM 3460-RECORD-REPAIR-RESULT
      *    keys are not on CONVRSLT.
       3460-RECORD-REPAIR-RESULT.
           MOVE WS-CREJ-KEY(WS-CREJ-SUB) TO RS-RECORD-KEY
           MOVE WS-BD-BUSINESS-DATE TO RS-RUN-DATE
           MOVE "C" TO RS-RESULT-CODE
           MOVE WS-RM-PRECISION-LOSS-SWITCH TO RS-PRECLOSS-FLAG
      *    The CORRECTION TRUNCATES gate above keeps any correction
      *    needing the wide field out of the repair path unless it
      *    rides under its alias, so a repaired record never carries
      *    wide.
           IF WS-AL-EXISTING OR WS-AL-NEWLY-ISSUED
               MOVE "A" TO RS-WIDE-FLAG
           ELSE
               MOVE "N" TO RS-WIDE-FLAG
           END-IF
      *    A fresh disposition has not been acknowledged downstream
      *    yet - CONVACKP sets the flag when the receiver answers.
           MOVE SPACE TO RS-ACK-FLAG
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "REPRRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           MOVE "REPAIRED UNDER ALIAS"  TO TL-LABEL
           MOVE WS-ALIAS-COUNT          TO TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "REPRRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           MOVE "ALIAS POOL EXHAUSTED"  TO TL-LABEL
           MOVE WS-ALIAS-EXHAUSTED-COUNT TO TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "REPRRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           CLOSE CREJECT-FILE
           CLOSE MREJECT-FILE
           CLOSE MREJOUT-FILE
           CLOSE NAMEDQ-FILE
           CLOSE RESULT-FILE
           MOVE "C" TO WS-AL-REQUEST
           PERFORM 5450-CALL-ALIASASN

           IF WS-OUTSTANDING-COUNT > 0 OR WS-CORRFAIL-COUNT > 0
               MOVE 4 TO RETURN-CODE
               WS-RM-PRECISION-LOSS-SWITCH
               WS-RM-OUTPUT-ACCOUNT-WIDE
               WS-RM-OUT-ACCOUNT-WIDE-EDIT
           END-CALL
           MOVE SPACE TO WS-AL-RESULT
           IF WS-RM-TRUNCATION-OCCURRED
               PERFORM 5400-GET-ACCOUNT-ALIAS
           END-IF.

      *    A correction too wide for the legacy field gets the
      *    account's permanent alias, issued now if the nightly run
      *    never met the account; the caller sets WS-AL-RECORD-KEY.
      *    An exhausted pool is announced once and the correction
      *    fails as CORRECTION TRUNCATES.
       5400-GET-ACCOUNT-ALIAS.
           MOVE "A" TO WS-AL-REQUEST
           MOVE WS-ACCOUNT-WIDE TO WS-AL-ACCOUNT
           MOVE WS-BD-BUSINESS-DATE TO WS-AL-RUN-DATE
           MOVE "CONVRPR" TO WS-AL-PROGRAM
           PERFORM 5450-CALL-ALIASASN
           IF WS-AL-POOL-EXHAUSTED
               IF WS-ALIAS-EXHAUSTED-COUNT = ZERO
                   DISPLAY "CONVRPR: ALIAS POOL EXHAUSTED - "
                       "OVERFLOW CORRECTIONS LEFT OUTSTANDING"
               END-IF
               ADD 1 TO WS-ALIAS-EXHAUSTED-COUNT
           END-IF.

       5450-CALL-ALIASASN.
           CALL "ALIASASN" USING WS-AL-REQUEST WS-AL-ACCOUNT
               WS-AL-RECORD-KEY WS-AL-RUN-DATE WS-AL-PROGRAM
               WS-AL-ALIAS WS-AL-RESULT WS-AL-FILE-STATUS
           END-CALL
           IF WS-AL-IO-ERROR
               MOVE WS-AL-FILE-STATUS TO WS-CHECK-STATUS
               MOVE "ALIASMST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

      *    A repair carried under its alias says so, with the alias,
      *    so the report reader can match it to the receiver's side.
       5500-SET-REPAIRED-DISPOSITION.
           IF WS-AL-EXISTING OR WS-AL-NEWLY-ISSUED
               MOVE SPACES TO RD-DISPOSITION
               STRING "REPAIRED UNDER ALIAS " DELIMITED BY SIZE
                   WS-AL-ALIAS DELIMITED BY SIZE
                   INTO RD-DISPOSITION
               END-STRING
               ADD 1 TO WS-ALIAS-COUNT
           ELSE
               MOVE "REPAIRED" TO RD-DISPOSITION
           END-IF.

      *    Start and end of this run's STEPTIME timing record.  The
      *    end is taken with the return code the run is ending with,
      *    and that code is put back after the CALL, which would
      *    otherwise leave TIMELOGW's own zero in RETURN-CODE.
       8800-START-STEP-TIMING.
           MOVE "S" TO WS-TL-FUNCTION
           MOVE "CONVRPR" TO WS-TL-PROGRAM
           MOVE ZERO TO WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
           CALL "TIMELOGW" USING WS-TL-FUNCTION WS-TL-PROGRAM
               WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
               WS-TL-FILE-STATUS
           END-CALL.

       8900-END-STEP-TIMING.
           MOVE "E" TO WS-TL-FUNCTION
           MOVE "CONVRPR" TO WS-TL-PROGRAM
           COMPUTE WS-TL-RECORD-COUNT = WS-REPAIRED-COUNT
               + WS-OUTSTANDING-COUNT + WS-CORRFAIL-COUNT
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

       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * CONVXTRC - transmission-ready downstream interface extract.
      * Reads the CONVOUT and MULTPAIR conversion results plus the
      * CONVDEL delete notices and builds the interface file
      * (INTFFILE) in the receiver's fixed layout: a header record
      * carrying the run date and source job name, a detail record
      * per conversion result tagged with its source (C = CONVOUT,
      * M = MULTPAIR) and action (A = add/update, D = delete the
      * customer on the receiving side), and a trailer carrying the
      * detail record count and hash totals of the account values -
      * so the receiving system can verify completeness mechanically
      * before loading, and a truncated transmission can no longer
      * pass for a short run.
      *
      * CONVMULT results are read from MULTPAIR, the whole customers
      * CONVPAIR joined from CONVMULT's separate name and account
      * files, so an M detail carries its name as a C detail does and
      * a half with no partner never leaves; CONVPAIR holds it back.
      *
      * The XTRCCTL control card supplies the source job name for the
      * header (RUNJOB=xxxxxxxx); it defaults to CONVRUN when the
      * card is empty.
      *
      * Every completed run also appends its start and end time,
      * record count and records per second to the STEPTIME timing
      * history through TIMELOGW, for the CONVPROJ batch-window
      * projection and the CONVSTRD weekly step-trend report.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONVOUT-STATUS.

           SELECT PAIR-FILE ASSIGN TO "MULTPAIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIR-STATUS.

      *    Optional: a full-mode conversion writes no delete notices,
      *    and the dataset may be absent on a reconciliation run.
           05  FILLER                   PIC X(1).
           05  CO-OUT-ACCOUNT-WIDE-EDIT PIC X(9).

      *    CONVPAIR's consolidated name-plus-account line, in the
      *    CONVOUT line layout.
       FD  PAIR-FILE
           RECORDING MODE IS F.
       01  PAIR-RECORD.
           05  PR-RECORD-KEY            PIC X(6).
           05  FILLER                   PIC X(1).
           05  PR-OUT-NAME              PIC X(100).
           05  FILLER                   PIC X(1).
           05  PR-OUT-ACCOUNT           PIC X(5).
           05  FILLER                   PIC X(1).
           05  PR-OUT-ACCOUNT-EDIT      PIC X(6).
           05  FILLER                   PIC X(1).
           05  PR-OUT-ACCOUNT-WIDE      PIC X(7).
           05  FILLER                   PIC X(1).
           05  PR-OUT-ACCOUNT-WIDE-EDIT PIC X(9).

       FD  DELNOTE-FILE
           RECORDING MODE IS F.
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS        PIC X(2).
           05  WS-CONVOUT-STATUS        PIC X(2).
           05  WS-PAIR-STATUS           PIC X(2).
           05  WS-DELNOTE-STATUS        PIC X(2).
           05  WS-INTF-STATUS           PIC X(2).

               88  WS-CTL-EOF                       VALUE "Y".
           05  WS-CONV-EOF-SWITCH       PIC X(1)    VALUE "N".
               88  WS-CONV-EOF                      VALUE "Y".
           05  WS-PAIR-EOF-SWITCH       PIC X(1)    VALUE "N".
               88  WS-PAIR-EOF                      VALUE "Y".
           05  WS-DEL-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-DEL-EOF                       VALUE "Y".


       01  WS-SOURCE-JOB                PIC X(8)    VALUE "CONVRUN".

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, so the header carries the night the transmission
      *    belongs to - the same date CONVERTB put on the dispositions
      *    CONVACKP later marks.  Drawn from BDATELK.cpy so this
      *    layout cannot drift from GETBDATE's own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

      *    The hash totals deliberately wrap within 12 digits - both
      *    sides of the transmission compute them the same way, so a
      *    wrapped value still proves completeness.  The legacy hash
           05  IT-HASH-TOTAL-WIDE       PIC 9(12).
           05  FILLER                   PIC X(87)   VALUE SPACES.

      *    Arguments passed to TIMELOGW, the shared step-timing
      *    writer.  Drawn from TIMELGLK.cpy so this layout cannot
      *    drift from TIMELOGW's own LINKAGE SECTION.
           COPY TIMELGLK REPLACING LEADING ==LK-TL-== BY ==WS-TL-==.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 8800-START-STEP-TIMING
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-CONVOUT UNTIL WS-CONV-EOF
           PERFORM 3000-EXTRACT-MULTPAIR UNTIL WS-PAIR-EOF
           PERFORM 3500-EXTRACT-DELNOTE UNTIL WS-DEL-EOF
           PERFORM 4000-TERMINATE
           PERFORM 8900-END-STEP-TIMING
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           OPEN INPUT CONTROL-FILE
           MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
           MOVE "XTRCCTL" TO WS-CHECK-FILE-NAME
           MOVE "CONVOUT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN INPUT PAIR-FILE
           MOVE WS-PAIR-STATUS TO WS-CHECK-STATUS
           MOVE "MULTPAIR" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

      *    "05" is the optional delete-notice file absent and treated
           MOVE "INTFFILE" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           MOVE WS-BD-BUSINESS-DATE TO IH-RUN-DATE
           MOVE WS-SOURCE-JOB TO IH-SOURCE-JOB
           WRITE INTF-RECORD FROM WS-HEADER-RECORD
           MOVE WS-INTF-STATUS TO WS-CHECK-STATUS
           PERFORM 9900-CHECK-FILE-STATUS

           PERFORM 2100-READ-CONVOUT
           PERFORM 3100-READ-MULTPAIR
           PERFORM 3600-READ-DELNOTE.

      *    No business date means no way to date the transmission -
      *    the run stops before anything is written rather than
      *    falling back on the wall clock.
       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "CONVXTRC: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       3000-EXTRACT-MULTPAIR.
           IF PR-OUT-ACCOUNT IS NOT NUMERIC
               OR PR-OUT-ACCOUNT-WIDE IS NOT NUMERIC
               DISPLAY "CONVXTRC: BAD ACCOUNT ON MULTPAIR LINE '"
                   PR-OUT-ACCOUNT "' WIDE '" PR-OUT-ACCOUNT-WIDE "'"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "M"                     TO ID-SOURCE
           MOVE "A"                     TO ID-ACTION
           MOVE PR-OUT-ACCOUNT          TO WS-ACCOUNT-WORK
           MOVE WS-ACCOUNT-WORK         TO ID-ACCOUNT
           MOVE PR-OUT-ACCOUNT-WIDE     TO WS-ACCOUNT-WORK-WIDE
           MOVE WS-ACCOUNT-WORK-WIDE    TO ID-ACCOUNT-WIDE
           MOVE PR-RECORD-KEY           TO ID-RECORD-KEY
           MOVE PR-OUT-NAME             TO ID-NAME
           PERFORM 5000-WRITE-DETAIL
           PERFORM 3100-READ-MULTPAIR.

       3100-READ-MULTPAIR.
           READ PAIR-FILE
               AT END
                   SET WS-PAIR-EOF TO TRUE
           END-READ
           IF NOT WS-PAIR-EOF
               MOVE WS-PAIR-STATUS TO WS-CHECK-STATUS
               MOVE "MULTPAIR" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

           PERFORM 9900-CHECK-FILE-STATUS

           CLOSE CONVOUT-FILE
           CLOSE PAIR-FILE
           CLOSE DELNOTE-FILE
           CLOSE INTF-FILE
           DISPLAY "CONVXTRC: " WS-DETAIL-COUNT
           ADD WS-ACCOUNT-WORK TO WS-HASH-TOTAL
           ADD WS-ACCOUNT-WORK-WIDE TO WS-HASH-TOTAL-WIDE.

      *    Start and end of this run's STEPTIME timing record.  The
      *    end is taken with the return code the run is ending with,
      *    and that code is put back after the CALL, which would
      *    otherwise leave TIMELOGW's own zero in RETURN-CODE.
       8800-START-STEP-TIMING.
           MOVE "S" TO WS-TL-FUNCTION
           MOVE "CONVXTRC" TO WS-TL-PROGRAM
           MOVE ZERO TO WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
           CALL "TIMELOGW" USING WS-TL-FUNCTION WS-TL-PROGRAM
               WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
               WS-TL-FILE-STATUS
           END-CALL.

       8900-END-STEP-TIMING.
           MOVE "E" TO WS-TL-FUNCTION
           MOVE "CONVXTRC" TO WS-TL-PROGRAM
           MOVE WS-DETAIL-COUNT TO WS-TL-RECORD-COUNT
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
      *    unusable, which an unattended batch run must not silently

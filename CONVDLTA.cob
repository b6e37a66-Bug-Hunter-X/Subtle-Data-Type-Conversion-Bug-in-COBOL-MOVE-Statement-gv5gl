      * full-file mode remains available for RECONCIL-style
      * verification runs.  DLTASTAT still counts all four outcomes
      * (added/changed/unchanged/deleted).
      *
      * The same match also appends the CHGHIST change history (see
      * CHGHREC): one row per field that moved, with last night's
      * value and tonight's, dated with the business date, so "when
      * did this customer's account change, and from what" survives
      * after CONVERTB has consumed the delta.
      *
      * Every completed run also appends its start and end time,
      * record count and records per second to the STEPTIME timing
      * history through TIMELOGW, for the CONVPROJ batch-window
      * projection and the CONVSTRD weekly step-trend report.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-STATUS.

      *    Optional so the first night creates it.
           SELECT OPTIONAL CHGHIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CURR-FILE
           RECORDING MODE IS F.
       01  STAT-RECORD                  PIC X(80).

       FD  CHGHIST-FILE.
           COPY CHGHREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CURR-STATUS           PIC X(2).
           05  WS-PREV-STATUS           PIC X(2).
           05  WS-DELTA-STATUS          PIC X(2).
           05  WS-STAT-STATUS           PIC X(2).
           05  WS-CHGHIST-STATUS        PIC X(2).

      *    The match keys carry HIGH-VALUES once their file is
      *    exhausted, so the balanced-line loop below needs no
           05  WS-CHANGED-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-UNCHANGED-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-DELETED-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-HISTORY-COUNT         PIC 9(7)    VALUE ZERO.

       01  WS-STAT-LINE.
           05  ST-LABEL                 PIC X(30).
           05  ST-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(41)   VALUE SPACES.

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, so each change-history row is dated with the night
      *    it belongs to.  Drawn from BDATELK.cpy so this layout
      *    cannot drift from GETBDATE's own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

      *    Arguments passed to TIMELOGW, the shared step-timing
      *    writer.  Drawn from TIMELGLK.cpy so this layout cannot
      *    drift from TIMELOGW's own LINKAGE SECTION.
           COPY TIMELGLK REPLACING LEADING ==LK-TL-== BY ==WS-TL-==.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 8800-START-STEP-TIMING
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-RECORDS
               UNTIL WS-CURR-KEY = HIGH-VALUES
               AND WS-PREV-KEY = HIGH-VALUES
           PERFORM 3000-TERMINATE
           PERFORM 8900-END-STEP-TIMING
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE

           OPEN INPUT CURR-FILE
           MOVE WS-CURR-STATUS TO WS-CHECK-STATUS
           MOVE "CUSTCURR" TO WS-CHECK-FILE-NAME
           MOVE "DLTASTAT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

      *    "05" is a brand-new optional CHGHIST created by the OPEN -
      *    a normal open, not an error.
           OPEN I-O CHGHIST-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               AND WS-CHGHIST-STATUS NOT = "05"
               MOVE WS-CHGHIST-STATUS TO WS-CHECK-STATUS
               MOVE "CHGHIST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF

           PERFORM 2100-READ-CURR
           PERFORM 2200-READ-PREV.

      *    No business date means no way to date tonight's change
      *    history - the run stops before anything is written rather
      *    than falling back on the wall clock.
       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "CONVDLTA: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-MATCH-RECORDS.
           EVALUATE TRUE
               WHEN WS-CURR-KEY < WS-PREV-KEY
                   MOVE "A" TO DL-ACTION-CODE
                   PERFORM 2300-WRITE-DELTA
                   PERFORM 2500-RECORD-ADD-HISTORY
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM 2100-READ-CURR
               WHEN WS-CURR-KEY > WS-PREV-KEY
                   PERFORM 2400-WRITE-DELETE
                   PERFORM 2600-RECORD-DELETE-HISTORY
                   ADD 1 TO WS-DELETED-COUNT
                   PERFORM 2200-READ-PREV
               WHEN CC-CUST-NAME NOT = CP-CUST-NAME
                   OR CC-ACCOUNT-NO-IN NOT = CP-ACCOUNT-NO-IN
                   MOVE "C" TO DL-ACTION-CODE
                   PERFORM 2300-WRITE-DELTA
                   PERFORM 2700-RECORD-CHANGE-HISTORY
                   ADD 1 TO WS-CHANGED-COUNT
                   PERFORM 2100-READ-CURR
                   PERFORM 2200-READ-PREV
           MOVE "CUSTDLTA" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    A new customer's first values, before blank.
       2500-RECORD-ADD-HISTORY.
           MOVE CC-RECORD-KEY TO CH-RECORD-KEY
           MOVE "A" TO CH-ACTION-CODE
           MOVE "N" TO CH-FIELD-CODE
           MOVE SPACES TO CH-BEFORE-VALUE
           MOVE CC-CUST-NAME TO CH-AFTER-VALUE
           PERFORM 2800-WRITE-HISTORY
           MOVE "A" TO CH-FIELD-CODE
           MOVE SPACES TO CH-BEFORE-VALUE
           MOVE CC-ACCOUNT-NO-IN TO CH-AFTER-VALUE
           PERFORM 2800-WRITE-HISTORY.

      *    A departed customer's last values, after blank.
       2600-RECORD-DELETE-HISTORY.
           MOVE CP-RECORD-KEY TO CH-RECORD-KEY
           MOVE "D" TO CH-ACTION-CODE
           MOVE "N" TO CH-FIELD-CODE
           MOVE CP-CUST-NAME TO CH-BEFORE-VALUE
           MOVE SPACES TO CH-AFTER-VALUE
           PERFORM 2800-WRITE-HISTORY
           MOVE "A" TO CH-FIELD-CODE
           MOVE CP-ACCOUNT-NO-IN TO CH-BEFORE-VALUE
           MOVE SPACES TO CH-AFTER-VALUE
           PERFORM 2800-WRITE-HISTORY.

      *    Only the fields that actually moved get a row.
       2700-RECORD-CHANGE-HISTORY.
           MOVE CC-RECORD-KEY TO CH-RECORD-KEY
           MOVE "C" TO CH-ACTION-CODE
           IF CC-CUST-NAME NOT = CP-CUST-NAME
               MOVE "N" TO CH-FIELD-CODE
               MOVE CP-CUST-NAME TO CH-BEFORE-VALUE
               MOVE CC-CUST-NAME TO CH-AFTER-VALUE
               PERFORM 2800-WRITE-HISTORY
           END-IF
           IF CC-ACCOUNT-NO-IN NOT = CP-ACCOUNT-NO-IN
               MOVE "A" TO CH-FIELD-CODE
               MOVE CP-ACCOUNT-NO-IN TO CH-BEFORE-VALUE
               MOVE CC-ACCOUNT-NO-IN TO CH-AFTER-VALUE
               PERFORM 2800-WRITE-HISTORY
           END-IF.

      *    Same WRITE/INVALID KEY/REWRITE pattern as CONVERTB's
      *    2280-RECORD-RESULT: a rerun on the same business date
      *    rewrites that date's row instead of failing on it.
       2800-WRITE-HISTORY.
           MOVE WS-BD-BUSINESS-DATE TO CH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE TO CH-TIMESTAMP
           WRITE CHANGE-HIST-RECORD
               INVALID KEY
                   REWRITE CHANGE-HIST-RECORD
           END-WRITE
           MOVE WS-CHGHIST-STATUS TO WS-CHECK-STATUS
           MOVE "CHGHIST" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           ADD 1 TO WS-HISTORY-COUNT.

       3000-TERMINATE.
           MOVE "CURRENT RECORDS READ"  TO ST-LABEL
           MOVE WS-CURR-COUNT           TO ST-COUNT
           MOVE "RECORDS DELETED"       TO ST-LABEL
           MOVE WS-DELETED-COUNT        TO ST-COUNT
           PERFORM 3100-WRITE-STAT-LINE
           MOVE "CHANGE HISTORY ROWS"   TO ST-LABEL
           MOVE WS-HISTORY-COUNT        TO ST-COUNT
           PERFORM 3100-WRITE-STAT-LINE

           CLOSE CURR-FILE
           CLOSE PREV-FILE
           CLOSE DELTA-FILE
           CLOSE STAT-FILE
           CLOSE CHGHIST-FILE.

       3100-WRITE-STAT-LINE.
           WRITE STAT-RECORD FROM WS-STAT-LINE
           MOVE "DLTASTAT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Start and end of this run's STEPTIME timing record.  The
      *    end is taken with the return code the run is ending with,
      *    and that code is put back after the CALL, which would
      *    otherwise leave TIMELOGW's own zero in RETURN-CODE.
       8800-START-STEP-TIMING.
           MOVE "S" TO WS-TL-FUNCTION
           MOVE "CONVDLTA" TO WS-TL-PROGRAM
           MOVE ZERO TO WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
           CALL "TIMELOGW" USING WS-TL-FUNCTION WS-TL-PROGRAM
               WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
               WS-TL-FILE-STATUS
           END-CALL.

       8900-END-STEP-TIMING.
           MOVE "E" TO WS-TL-FUNCTION
           MOVE "CONVDLTA" TO WS-TL-PROGRAM
           COMPUTE WS-TL-RECORD-COUNT =
               WS-CURR-COUNT + WS-PREV-COUNT
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

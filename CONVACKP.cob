      * counts/hashes disagree anywhere; 4 when the load was accepted
      * but individual details bounced; 0 on a fully clean
      * acknowledgment.
      *
      * Every completed run also appends its start and end time,
      * record count and records per second to the STEPTIME timing
      * history through TIMELOGW, for the CONVPROJ batch-window
      * projection and the CONVSTRD weekly step-trend report.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  TL-COUNT                 PIC Z,ZZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(37)   VALUE SPACES.

      *    Arguments passed to TIMELOGW, the shared step-timing
      *    writer.  Drawn from TIMELGLK.cpy so this layout cannot
      *    drift from TIMELOGW's own LINKAGE SECTION.
           COPY TIMELGLK REPLACING LEADING ==LK-TL-== BY ==WS-TL-==.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 8800-START-STEP-TIMING
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACK UNTIL WS-ACK-EOF
           PERFORM 3000-PROCESS-INTF UNTIL WS-INTF-EOF
           PERFORM 4000-VERIFY-AND-REPORT
           PERFORM 5000-TERMINATE
           PERFORM 8900-END-STEP-TIMING
           GOBACK.

       1000-INITIALIZE.
               " REJECTED, " WS-NO-RESULT-COUNT
               " KEYS WITHOUT DISPOSITION".

      *    Start and end of this run's STEPTIME timing record.  The
      *    end is taken with the return code the run is ending with,
      *    and that code is put back after the CALL, which would
      *    otherwise leave TIMELOGW's own zero in RETURN-CODE.
       8800-START-STEP-TIMING.
           MOVE "S" TO WS-TL-FUNCTION
           MOVE "CONVACKP" TO WS-TL-PROGRAM
           MOVE ZERO TO WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
           CALL "TIMELOGW" USING WS-TL-FUNCTION WS-TL-PROGRAM
               WS-TL-RECORD-COUNT WS-TL-RETURN-CODE
               WS-TL-FILE-STATUS
           END-CALL.

       8900-END-STEP-TIMING.
           MOVE "E" TO WS-TL-FUNCTION
           MOVE "CONVACKP" TO WS-TL-PROGRAM
           MOVE WS-CALC-COUNT TO WS-TL-RECORD-COUNT
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMELOGW.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * TIMELOGW - step-timing writer, factored into a single callable
      * routine (like ACCLOGW) so every program in the conversion
      * cycle stamps its STEPTIME timing record (see TIMELREC) the
      * same way.
      *
      * The "S" call notes the wall-clock start and writes nothing;
      * the "E" call takes the end time, works out the elapsed
      * seconds (across midnight where the step ran over it) and the
      * records per second, and appends the record.  A step that
      * stops on an error never makes the "E" call, so the history
      * holds completed runs only and the throughput figures are not
      * dragged down by half-runs.
      *
      * STEPTIME is opened EXTEND and closed again around the one
      * record, so the history is only held for the instant of the
      * write.  An I/O error is handed back with its status rather
      * than stopping the run here, so the caller reports it through
      * its own status-check paragraph under its own name.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional: the first record ever written creates the file.
           SELECT OPTIONAL STEP-TIME-FILE ASSIGN TO "STEPTIME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STEP-TIME-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEP-TIME-FILE
           RECORDING MODE IS F.
           COPY TIMELREC.

       WORKING-STORAGE SECTION.
       01  WS-STEP-TIME-STATUS          PIC X(2).

       01  WS-SWITCHES.
           05  WS-STARTED-SWITCH        PIC X(1)    VALUE "N".
               88  WS-STARTED                       VALUE "Y".

      *    The start noted by the "S" call, kept for the "E" call.
       01  WS-START-STAMP.
           05  WS-START-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-START-TIME.
               10  WS-START-HH          PIC 9(2).
               10  WS-START-MM          PIC 9(2).
               10  WS-START-SS          PIC 9(2).

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE          PIC 9(8).
           05  WS-CURRENT-TIME.
               10  WS-CURRENT-HH        PIC 9(2).
               10  WS-CURRENT-MM        PIC 9(2).
               10  WS-CURRENT-SS        PIC 9(2).
           05  FILLER                   PIC X(7).

       01  WS-ELAPSED-WORK.
           05  WS-ELAPSED-DAYS          PIC S9(5).
           05  WS-ELAPSED-SECONDS       PIC S9(9).
           05  WS-RATE-SECONDS          PIC 9(9).

       LINKAGE SECTION.
           COPY TIMELGLK.

       PROCEDURE DIVISION USING LK-TL-FUNCTION LK-TL-PROGRAM
               LK-TL-RECORD-COUNT LK-TL-RETURN-CODE
               LK-TL-FILE-STATUS.
       0000-LOG-TIMING.
           MOVE "00" TO LK-TL-FILE-STATUS
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           IF LK-TL-START
               PERFORM 1000-NOTE-START
           ELSE
               PERFORM 2000-WRITE-TIMING
           END-IF
           GOBACK.

       1000-NOTE-START.
           MOVE WS-CURRENT-DATE TO WS-START-DATE
           MOVE WS-CURRENT-TIME TO WS-START-TIME
           SET WS-STARTED TO TRUE.

      *    "05" is the optional history created by this OPEN - the
      *    first record ever, a normal open.
       2000-WRITE-TIMING.
           IF NOT WS-STARTED
               PERFORM 1000-NOTE-START
           END-IF
           OPEN EXTEND STEP-TIME-FILE
           IF WS-STEP-TIME-STATUS NOT = "00"
               AND WS-STEP-TIME-STATUS NOT = "05"
               MOVE WS-STEP-TIME-STATUS TO LK-TL-FILE-STATUS
           ELSE
               PERFORM 2100-BUILD-TIMING
               WRITE STEP-TIME-RECORD
               IF WS-STEP-TIME-STATUS NOT = "00"
                   MOVE WS-STEP-TIME-STATUS TO LK-TL-FILE-STATUS
               END-IF
               CLOSE STEP-TIME-FILE
           END-IF
           MOVE "N" TO WS-STARTED-SWITCH.

       2100-BUILD-TIMING.
           MOVE SPACES TO STEP-TIME-RECORD
           MOVE LK-TL-PROGRAM       TO TM-PROGRAM-NAME
           MOVE WS-START-DATE       TO TM-START-DATE
           MOVE WS-START-TIME       TO TM-START-TIME
           MOVE WS-CURRENT-DATE     TO TM-END-DATE
           MOVE WS-CURRENT-TIME     TO TM-END-TIME

           COMPUTE WS-ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-START-DATE)
           COMPUTE WS-ELAPSED-SECONDS = WS-ELAPSED-DAYS * 86400
               + (WS-CURRENT-HH * 3600 + WS-CURRENT-MM * 60
                  + WS-CURRENT-SS)
               - (WS-START-HH * 3600 + WS-START-MM * 60
                  + WS-START-SS)
           IF WS-ELAPSED-SECONDS < ZERO
               MOVE ZERO TO WS-ELAPSED-SECONDS
           END-IF
           MOVE WS-ELAPSED-SECONDS  TO TM-ELAPSED-SECONDS

           IF WS-ELAPSED-SECONDS > ZERO
               MOVE WS-ELAPSED-SECONDS TO WS-RATE-SECONDS
           ELSE
               MOVE 1 TO WS-RATE-SECONDS
           END-IF
           MOVE LK-TL-RECORD-COUNT  TO TM-RECORD-COUNT
           COMPUTE TM-RECORDS-PER-SECOND =
               LK-TL-RECORD-COUNT / WS-RATE-SECONDS
           MOVE LK-TL-RETURN-CODE   TO TM-RETURN-CODE.

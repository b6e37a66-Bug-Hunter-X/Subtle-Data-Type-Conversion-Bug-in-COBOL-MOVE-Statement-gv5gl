      * ran) ended in balance, and no restart is pending.  The run
      * ends with RETURN-CODE 4 when the release flag is N.
      *
      * The report and the run-status record are dated with the
      * business date from the BUSDATE control record, not the wall
      * clock, and a non-processing date skipped by the last
      * business-date advance is flagged at the head of the report.
      *
      * The stat files all carry the shared label/count line format
      * (label in 1-30, Z,ZZZ,ZZ9 count in 31-39); lines that do not
      * match a label this program knows are ignored, so detail lines
       01  WS-PARSE-DIGIT               PIC 9(1)    VALUE ZERO.
       01  WS-CHAR-SUB                  PIC 9(4)    VALUE ZERO.

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, so the report and the run-status record name the
      *    night the cycle belongs to, and a non-processing date the
      *    last advance stepped over is flagged.  Drawn from
      *    BDATELK.cpy so this layout cannot drift from GETBDATE's
      *    own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

       01  WS-TODAY-DATE                PIC 9(8)    VALUE ZERO.

      *    Everything gathered from the night's files, with a
      *    presence flag per step so a step that did not run is
      *    reported missing instead of as zeros.
           05  WS-CONV-REJECTED         PIC 9(7)    VALUE ZERO.
           05  WS-CONV-DELETES          PIC 9(7)    VALUE ZERO.
           05  WS-CONV-WIDE             PIC 9(7)    VALUE ZERO.
           05  WS-CONV-ALIASED          PIC 9(7)    VALUE ZERO.
           05  WS-CONV-ALIAS-EXHAUSTED  PIC 9(7)    VALUE ZERO.
           05  WS-CONV-HELD             PIC 9(7)    VALUE ZERO.
           05  WS-MULT-PRESENT          PIC X(1)    VALUE "N".
           05  WS-MULT-BALANCE          PIC X(1)    VALUE "M".
           05  RL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(91)   VALUE SPACES.

       01  WS-DATE-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-LABEL                 PIC X(30).
           05  DL-DATE                  PIC 9(8).
           05  FILLER                   PIC X(92)   VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  VL-LABEL                 PIC X(30).
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "OPSRPT" TO WS-CHECK-FILE-NAME
           MOVE "RUNSTAT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    No business date means no way to date the status record -
      *    the run stops before anything is written rather than
      *    falling back on the wall clock.
       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "NIGHTEND: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    One scan paragraph per input: open (an absent optional
      *    file opens "05" and reads straight to end), pull the
      *    labels this program knows, close.  The per-file read
                       MOVE WS-PARSE-COUNT TO WS-CONV-DELETES
                   WHEN "WIDE ACCOUNTS CARRIED"
                       MOVE WS-PARSE-COUNT TO WS-CONV-WIDE
                   WHEN "ALIASES CARRIED"
                       MOVE WS-PARSE-COUNT TO WS-CONV-ALIASED
                   WHEN "ALIAS POOL EXHAUSTED"
                       MOVE WS-PARSE-COUNT TO WS-CONV-ALIAS-EXHAUSTED
                   WHEN "RECORDS HELD"
                       MOVE WS-PARSE-COUNT TO WS-CONV-HELD
                   WHEN "RUN IN BALANCE"
       4000-WRITE-OPS-REPORT.
           MOVE "NIGHTLY CONVERSION CYCLE STATUS" TO RH-TEXT
           PERFORM 4100-WRITE-HEADING
           PERFORM 4050-WRITE-BUSINESS-DATE

           MOVE "FRONT-DOOR EDIT (CUSTEDIT)" TO RH-TEXT
           PERFORM 4100-WRITE-HEADING
               MOVE "WIDE ACCOUNTS CARRIED" TO RL-LABEL
               MOVE WS-CONV-WIDE TO RL-COUNT
               PERFORM 4200-WRITE-COUNT-LINE
               MOVE "ALIASES CARRIED" TO RL-LABEL
               MOVE WS-CONV-ALIASED TO RL-COUNT
               PERFORM 4200-WRITE-COUNT-LINE
      *        Overflowing accounts the exhausted pool could not serve
      *        - they fell back on truncation handling; ALIASREG and
      *        account services need to widen the range.
               MOVE "ALIAS POOL EXHAUSTED" TO RL-LABEL
               MOVE WS-CONV-ALIAS-EXHAUSTED TO RL-COUNT
               PERFORM 4200-WRITE-COUNT-LINE
               MOVE "RECORDS HELD" TO RL-LABEL
               MOVE WS-CONV-HELD TO RL-COUNT
               PERFORM 4200-WRITE-COUNT-LINE
           END-IF
           PERFORM 4500-WRITE-VERDICT-LINE.

      *    The business date the night is filed under, the one it
      *    follows, and any non-processing dates stepped over between
      *    them - a holiday skip is called out so nobody mistakes it
      *    for a missed night.  A wall clock on a different date
      *    means the cycle ran late or is a rerun; still dated for
      *    its own night, but worth saying so.
       4050-WRITE-BUSINESS-DATE.
           MOVE "BUSINESS DATE" TO DL-LABEL
           MOVE WS-BD-BUSINESS-DATE TO DL-DATE
           PERFORM 4150-WRITE-DATE-LINE
           MOVE "PRIOR BUSINESS DATE" TO DL-LABEL
           MOVE WS-BD-PRIOR-DATE TO DL-DATE
           PERFORM 4150-WRITE-DATE-LINE
           MOVE "NON-PROCESSING DATES SKIPPED" TO RL-LABEL
           MOVE WS-BD-SKIPPED-COUNT TO RL-COUNT
           PERFORM 4200-WRITE-COUNT-LINE
           IF WS-BD-SKIPPED-COUNT > ZERO
               MOVE "*** HOLIDAY SKIP ***" TO VL-LABEL
               MOVE "CALENDAR DATES SKIPPED SINCE PRIOR NIGHT"
                   TO VL-TEXT
               PERFORM 4500-WRITE-VERDICT-LINE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           IF WS-TODAY-DATE NOT = WS-BD-BUSINESS-DATE
               MOVE "RUN DATE VS BUSINESS DATE" TO VL-LABEL
               MOVE "LATE OR RERUN CYCLE - DATED FOR ITS NIGHT"
                   TO VL-TEXT
               PERFORM 4500-WRITE-VERDICT-LINE
           END-IF.

       4100-WRITE-HEADING.
           WRITE REPORT-RECORD FROM WS-REPORT-HEADING
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "OPSRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

       4150-WRITE-DATE-LINE.
           WRITE REPORT-RECORD FROM WS-DATE-LINE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "OPSRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

       4200-WRITE-COUNT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           END-EVALUATE.

       5000-WRITE-RUN-STATUS.
           MOVE WS-BD-BUSINESS-DATE TO RN-RUN-DATE
           MOVE WS-RELEASE-FLAG     TO RN-RELEASE-FLAG
           MOVE WS-CONV-BALANCE     TO RN-CONV-BALANCE
           MOVE WS-MULT-BALANCE     TO RN-MULT-BALANCE

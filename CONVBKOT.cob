       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVBKOT.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * CONVBKOT - backs out one bad night of the conversion cycle
      * (a corrupt CUSTMAST.NIGHTLY that still passed CUSTEDIT), so
      * the night can be rerun cleanly instead of hand-editing the
      * history files.  For the run date on the RUNDATE card it:
      *
      *   1. copies RUNHIST to RUNHNEW without that night's run-
      *      history records, so CONVTRND's trend and BDATEADV's
      *      "did CONVERTB run" check no longer see the bad night;
      *   2. splits CONVRSLT the way RSLTMNT does - every other row
      *      goes to RSLTNEW for the JCL to REPRO back, the night's
      *      rows are backed out (their receiver acknowledgments go
      *      with them);
      *   3. builds a compensating INTFFILE for every customer the
      *      night actually sent downstream, from the prior CUSTMAST
      *      generation (PRVMAST, the one the night's delta compared
      *      against):
      *        - converted, and on the prior generation: the prior
      *          values are converted exactly as CONVERTB converts
      *          them and re-sent as an "A" detail;
      *        - deleted through a CONVDEL notice: the customer is
      *          un-deleted by re-sending its prior values the same
      *          way;
      *        - converted but not on the prior generation (new that
      *          night): purged again with a "D" detail;
      *      a customer whose prior values would not convert (they
      *      were rejected before the bad night too) cannot be
      *      re-sent and is listed for manual follow-up;
      *   4. deletes the night's CHGHIST change-history rows;
      *   5. reports every row, record, and detail it reversed on
      *      BKOTRPT.
      *
      * Only the latest night can be backed out - the master restore
      * in the JCL brings back the generation before it.  A RUNHIST
      * record or CONVRSLT row dated after the RUNDATE night stops
      * the run with RETURN-CODE 16 before CHGHIST is touched and
      * before the JCL swaps anything in.  So does a RUNDATE night
      * with no RUNHIST record at all (a mistyped date): that night
      * never ran, and restoring the master underneath the real
      * latest night would leave it out of step with the history.
      *
      * Control cards (SYSIN):
      *       RUNDATE=yyyymmdd   the night to back out (required)
      *       RUNJOB=xxxxxxxx    source job on the compensating
      *                          INTFFILE header (default BACKOUT)
      *
      * The compensating INTFFILE header carries the backed-out run
      * date, so the receiver applies it as the correction of that
      * night.  Aliases issued on the bad night stay issued - an
      * alias is permanent, and the rerun hands the same account
      * the same alias.
      *
      * RETURN-CODE 4 when any customer needs manual follow-up, 16
      * on a refused or failed run.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT HIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT HIST-NEW-FILE ASSIGN TO "RUNHNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-NEW-STATUS.

           SELECT RESULT-FILE ASSIGN TO "CONVRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-RESULT-KEY
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT RESULT-NEW-FILE ASSIGN TO "RSLTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-NEW-STATUS.

      *    The CUSTMAST.CLEAN generation before the bad night, in
      *    record-key order (CUSTEDIT enforces it).
           SELECT PRIOR-FILE ASSIGN TO "PRVMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRIOR-STATUS.

      *    Optional: a night from before the change history existed
      *    has no rows to delete.
           SELECT OPTIONAL CHGHIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT INTF-FILE ASSIGN TO "INTFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTF-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BKOTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD               PIC X(80).

       FD  HIST-FILE
           RECORDING MODE IS F.
           COPY HISTREC.

       FD  HIST-NEW-FILE
           RECORDING MODE IS F.
       01  HIST-NEW-RECORD              PIC X(80).

       FD  RESULT-FILE.
           COPY RSLTREC.

       FD  RESULT-NEW-FILE
           RECORDING MODE IS F.
       01  RESULT-NEW-RECORD            PIC X(39).

       FD  PRIOR-FILE
           RECORDING MODE IS F.
           COPY CUSTREC.

       FD  CHGHIST-FILE.
           COPY CHGHREC.

       FD  INTF-FILE
           RECORDING MODE IS F.
       01  INTF-RECORD                  PIC X(121).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS        PIC X(2).
           05  WS-HIST-STATUS           PIC X(2).
           05  WS-HIST-NEW-STATUS       PIC X(2).
           05  WS-RESULT-STATUS         PIC X(2).
           05  WS-RESULT-NEW-STATUS     PIC X(2).
           05  WS-PRIOR-STATUS          PIC X(2).
           05  WS-CHGHIST-STATUS        PIC X(2).
           05  WS-INTF-STATUS           PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-CTL-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-CTL-EOF                       VALUE "Y".
           05  WS-HIST-EOF-SWITCH       PIC X(1)    VALUE "N".
               88  WS-HIST-EOF                      VALUE "Y".
           05  WS-RESULT-EOF-SWITCH     PIC X(1)    VALUE "N".
               88  WS-RESULT-EOF                    VALUE "Y".
           05  WS-PRIOR-EOF-SWITCH      PIC X(1)    VALUE "N".
               88  WS-PRIOR-EOF                     VALUE "Y".
           05  WS-CHG-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-CHG-EOF                       VALUE "Y".
           05  WS-PRIOR-FOUND-SWITCH    PIC X(1)    VALUE "N".
               88  WS-PRIOR-FOUND                   VALUE "Y".

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN/READ/WRITE can
      *    share one status-check paragraph instead of repeating the
      *    same IF/DISPLAY/STOP RUN after each I/O statement.
       01  WS-STATUS-CHECK.
           05  WS-CHECK-STATUS          PIC X(2).
           05  WS-CHECK-FILE-NAME       PIC X(8).

       01  WS-RUN-OPTIONS.
           05  WS-OPT-RUN-DATE          PIC 9(8)    VALUE ZERO.
           05  WS-OPT-SOURCE-JOB        PIC X(8)    VALUE "BACKOUT".

       01  WS-CONTROL-PARSE.
           05  WS-CTL-KEYWORD           PIC X(10).
           05  WS-CTL-VALUE             PIC X(20).

      *    Where a refused run found the later night.
       01  WS-LATER-FILE-NAME           PIC X(8).
       01  WS-LATER-RUN-DATE            PIC 9(8).

       01  WS-ACCOUNT-WIDE              PIC 9(7).

       01  WS-RUN-TOTALS.
           05  WS-HIST-READ-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-HIST-REMOVED-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-RESULT-READ-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-RESULT-REMOVED-COUNT  PIC 9(7)    VALUE ZERO.
           05  WS-RESENT-COUNT          PIC 9(7)    VALUE ZERO.
           05  WS-UNDELETED-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-PURGED-COUNT          PIC 9(7)    VALUE ZERO.
           05  WS-NOT-SENT-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-MANUAL-COUNT          PIC 9(7)    VALUE ZERO.
           05  WS-CHG-REMOVED-COUNT     PIC 9(7)    VALUE ZERO.

      *    Same control totals as CONVXTRC builds, so the receiver
      *    verifies the compensating transmission exactly like a
      *    nightly one.
       01  WS-CONTROL-TOTALS.
           05  WS-DETAIL-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-HASH-TOTAL            PIC 9(12)   VALUE ZERO.
           05  WS-HASH-TOTAL-WIDE       PIC 9(12)   VALUE ZERO.
           05  WS-ACCOUNT-WORK          PIC 9(5).
           05  WS-ACCOUNT-WORK-WIDE     PIC 9(7).

      *    Arguments passed to CHKDIGIT, NAMESTD, CONVMOVE, and
      *    ALIASASN - the prior values go through the same routines
      *    CONVERTB used, so the re-sent detail is the one the receiver
      *    held before the bad night.  Drawn from the shared linkage
      *    copybooks so these layouts cannot drift from the routines'
      *    own LINKAGE SECTIONs.
           COPY CHKDGLK REPLACING LEADING ==LK-CD-== BY ==WS-CD-==.
           COPY NAMSTLK REPLACING LEADING ==LK-NS-== BY ==WS-NS-==.
           COPY CONVMVLK REPLACING LEADING ==LK-== BY ==WS-CM-==.
           COPY ALIASLK REPLACING LEADING ==LK-AL-== BY ==WS-AL-==.

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, so the report can say whether BUSDATE still has to
      *    be put back before the rerun.  Drawn from BDATELK.cpy so
      *    this layout cannot drift from GETBDATE's own LINKAGE
      *    SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

      *    INTFFILE records - the receiver's fixed layout, as
      *    CONVXTRC writes it.
       01  WS-HEADER-RECORD.
           05  IH-RECORD-TYPE           PIC X(1)    VALUE "H".
           05  IH-RUN-DATE              PIC 9(8).
           05  IH-SOURCE-JOB            PIC X(8).
           05  FILLER                   PIC X(104)  VALUE SPACES.

       01  WS-DETAIL-RECORD.
           05  ID-RECORD-TYPE           PIC X(1)    VALUE "D".
           05  ID-SOURCE                PIC X(1).
           05  ID-ACTION                PIC X(1).
           05  ID-ACCOUNT               PIC 9(5).
           05  ID-ACCOUNT-WIDE          PIC 9(7).
           05  ID-RECORD-KEY            PIC X(6).
           05  ID-NAME                  PIC X(100).

       01  WS-TRAILER-RECORD.
           05  IT-RECORD-TYPE           PIC X(1)    VALUE "T".
           05  IT-DETAIL-COUNT          PIC 9(9).
           05  IT-HASH-TOTAL            PIC 9(12).
           05  IT-HASH-TOTAL-WIDE       PIC 9(12).
           05  FILLER                   PIC X(87)   VALUE SPACES.

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(31)
                   VALUE "CONVERSION NIGHT BACKOUT - RUN ".
           05  FILLER                   PIC X(5)    VALUE "DATE ".
           05  TT-RUN-DATE              PIC 9(8).
           05  FILLER                   PIC X(88)   VALUE SPACES.

       01  WS-SECTION-LINE              PIC X(132).

       01  WS-HIST-LINE.
           05  FILLER                   PIC X(17)
                   VALUE "RUNHIST REMOVED  ".
           05  HL-PROGRAM-NAME          PIC X(8).
           05  FILLER                   PIC X(7)    VALUE "  READ ".
           05  HL-READ-COUNT            PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(10)   VALUE "  WRITTEN ".
           05  HL-WRITTEN-COUNT         PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(72)   VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(8)    VALUE "KEY".
           05  FILLER                   PIC X(12)   VALUE "NIGHT".
           05  FILLER                   PIC X(10)   VALUE "RECEIVER".
           05  FILLER                   PIC X(42)   VALUE "BACKOUT".
           05  FILLER                   PIC X(9)    VALUE "PRIOR AC".
           05  FILLER                   PIC X(51)   VALUE "PRIOR NAME".

       01  WS-BACKOUT-LINE.
           05  BL-RECORD-KEY            PIC 9(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  BL-NIGHT-TEXT            PIC X(10).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  BL-ACK-TEXT              PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  BL-ACTION-TEXT           PIC X(40).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  BL-PRIOR-ACCOUNT         PIC X(7).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  BL-PRIOR-NAME            PIC X(40).
           05  FILLER                   PIC X(11)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                 PIC X(40).
           05  TL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(83)   VALUE SPACES.

       01  WS-BUSDATE-LINE.
           05  FILLER                   PIC X(15)
                   VALUE "BUSDATE IS NOW ".
           05  BN-BUSINESS-DATE         PIC 9(8).
           05  FILLER                   PIC X(13)
                   VALUE " - RESET IT T".
           05  FILLER                   PIC X(2)    VALUE "O ".
           05  BN-RUN-DATE              PIC 9(8).
           05  FILLER                   PIC X(86)
                   VALUE " WITH THE BDATESET MEMBER BEFORE THE RERUN".

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HISTORY UNTIL WS-HIST-EOF
           IF WS-HIST-REMOVED-COUNT = ZERO
               PERFORM 8100-REFUSE-UNRUN-NIGHT
           END-IF
           PERFORM 3000-PROCESS-RESULT UNTIL WS-RESULT-EOF
           PERFORM 4000-PURGE-CHANGE-HISTORY
           PERFORM 5000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           PERFORM 1050-GET-RUN-OPTIONS
           IF WS-OPT-RUN-DATE = ZERO
               DISPLAY "CONVBKOT: NO RUNDATE CARD - NOTHING BACKED OUT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT HIST-FILE
           MOVE WS-HIST-STATUS TO WS-CHECK-STATUS
           MOVE "RUNHIST" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN OUTPUT HIST-NEW-FILE
           MOVE WS-HIST-NEW-STATUS TO WS-CHECK-STATUS
           MOVE "RUNHNEW" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN INPUT RESULT-FILE
           MOVE WS-RESULT-STATUS TO WS-CHECK-STATUS
           MOVE "CONVRSLT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN OUTPUT RESULT-NEW-FILE
           MOVE WS-RESULT-NEW-STATUS TO WS-CHECK-STATUS
           MOVE "RSLTNEW" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN INPUT PRIOR-FILE
           MOVE WS-PRIOR-STATUS TO WS-CHECK-STATUS
           MOVE "PRVMAST" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN OUTPUT INTF-FILE
           MOVE WS-INTF-STATUS TO WS-CHECK-STATUS
           MOVE "INTFFILE" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "BKOTRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           MOVE WS-OPT-RUN-DATE TO IH-RUN-DATE
           MOVE WS-OPT-SOURCE-JOB TO IH-SOURCE-JOB
           WRITE INTF-RECORD FROM WS-HEADER-RECORD
           MOVE WS-INTF-STATUS TO WS-CHECK-STATUS
           MOVE "INTFFILE" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           MOVE WS-OPT-RUN-DATE TO TT-RUN-DATE
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE

           PERFORM 2100-READ-HISTORY
           PERFORM 3100-READ-RESULT
           PERFORM 3250-READ-PRIOR.

      *    Needed only for the rerun reminder at the end, but a
      *    missing business date still stops the run - the cycle is
      *    in no state to be backed out without one.
       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "CONVBKOT: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1050-GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
           MOVE "SYSIN" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
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
      *    typo that must fail loudly - a backout of the wrong night
      *    is far worse than no backout.
       1070-PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING CONTROL-RECORD DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING
           EVALUATE WS-CTL-KEYWORD
               WHEN "RUNDATE"
                   IF WS-CTL-VALUE(1:8) IS NOT NUMERIC
                       PERFORM 1080-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:8) TO WS-OPT-RUN-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-OPT-RUN-DATE)
                       NOT = ZERO
                       PERFORM 1080-BAD-CONTROL-CARD
                   END-IF
               WHEN "RUNJOB"
                   IF WS-CTL-VALUE(1:8) = SPACES
                       PERFORM 1080-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:8) TO WS-OPT-SOURCE-JOB
               WHEN OTHER
                   PERFORM 1080-BAD-CONTROL-CARD
           END-EVALUATE.

       1080-BAD-CONTROL-CARD.
           DISPLAY "CONVBKOT: BAD CONTROL CARD '" CONTROL-RECORD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    RUNHIST is appended in run order, so a record dated after
      *    the backed-out night means a later night has already run.
       2000-PROCESS-HISTORY.
           ADD 1 TO WS-HIST-READ-COUNT
           EVALUATE TRUE
               WHEN HS-RUN-DATE > WS-OPT-RUN-DATE
                   MOVE "RUNHIST" TO WS-LATER-FILE-NAME
                   MOVE HS-RUN-DATE TO WS-LATER-RUN-DATE
                   PERFORM 8000-REFUSE-LATER-NIGHT
               WHEN HS-RUN-DATE = WS-OPT-RUN-DATE
                   PERFORM 2200-WRITE-HISTORY-LINE
               WHEN OTHER
                   WRITE HIST-NEW-RECORD FROM HISTORY-RECORD
                   MOVE WS-HIST-NEW-STATUS TO WS-CHECK-STATUS
                   MOVE "RUNHNEW" TO WS-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-FILE-STATUS
           END-EVALUATE
           PERFORM 2100-READ-HISTORY.

       2100-READ-HISTORY.
           READ HIST-FILE
               AT END
                   SET WS-HIST-EOF TO TRUE
           END-READ
           IF NOT WS-HIST-EOF
               MOVE WS-HIST-STATUS TO WS-CHECK-STATUS
               MOVE "RUNHIST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       2200-WRITE-HISTORY-LINE.
           ADD 1 TO WS-HIST-REMOVED-COUNT
           MOVE HS-PROGRAM-NAME         TO HL-PROGRAM-NAME
           MOVE HS-READ-COUNT           TO HL-READ-COUNT
           MOVE HS-WRITTEN-COUNT        TO HL-WRITTEN-COUNT
           WRITE REPORT-RECORD FROM WS-HIST-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

      *    CONVRSLT arrives in key, then run-date order; the night's
      *    rows come out in key order, which is the order of the
      *    prior generation they are matched against.
       3000-PROCESS-RESULT.
           ADD 1 TO WS-RESULT-READ-COUNT
           EVALUATE TRUE
               WHEN RS-RUN-DATE > WS-OPT-RUN-DATE
                   MOVE "CONVRSLT" TO WS-LATER-FILE-NAME
                   MOVE RS-RUN-DATE TO WS-LATER-RUN-DATE
                   PERFORM 8000-REFUSE-LATER-NIGHT
               WHEN RS-RUN-DATE = WS-OPT-RUN-DATE
                   PERFORM 3200-BACK-OUT-RESULT
               WHEN OTHER
                   WRITE RESULT-NEW-RECORD FROM RESULT-RECORD
                   MOVE WS-RESULT-NEW-STATUS TO WS-CHECK-STATUS
                   MOVE "RSLTNEW" TO WS-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-FILE-STATUS
           END-EVALUATE
           PERFORM 3100-READ-RESULT.

       3100-READ-RESULT.
           READ RESULT-FILE
               AT END
                   SET WS-RESULT-EOF TO TRUE
           END-READ
           IF NOT WS-RESULT-EOF
               MOVE WS-RESULT-STATUS TO WS-CHECK-STATUS
               MOVE "CONVRSLT" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

      *    Only a converted or deleted customer reached the receiver
      *    that night; exceptions, rejects, and holds sent nothing,
      *    so removing the row is the whole backout for them.
       3200-BACK-OUT-RESULT.
           ADD 1 TO WS-RESULT-REMOVED-COUNT
           PERFORM 3250-READ-PRIOR
               UNTIL WS-PRIOR-EOF
                   OR CM-RECORD-KEY >= RS-RECORD-KEY
           IF NOT WS-PRIOR-EOF
               AND CM-RECORD-KEY = RS-RECORD-KEY
               SET WS-PRIOR-FOUND TO TRUE
               MOVE CM-ACCOUNT-NO-IN TO BL-PRIOR-ACCOUNT
               MOVE CM-CUST-NAME TO BL-PRIOR-NAME
           ELSE
               MOVE "N" TO WS-PRIOR-FOUND-SWITCH
               MOVE SPACES TO BL-PRIOR-ACCOUNT BL-PRIOR-NAME
           END-IF
           EVALUATE TRUE
               WHEN RS-RESULT-CONVERTED
                   MOVE "CONVERTED" TO BL-NIGHT-TEXT
               WHEN RS-RESULT-DELETED
                   MOVE "DELETED" TO BL-NIGHT-TEXT
               WHEN RS-RESULT-EXCEPTION
                   MOVE "EXCEPTION" TO BL-NIGHT-TEXT
               WHEN RS-RESULT-REJECTED
                   MOVE "REJECTED" TO BL-NIGHT-TEXT
               WHEN RS-RESULT-HELD
                   MOVE "HELD" TO BL-NIGHT-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN" TO BL-NIGHT-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN RS-ACK-ACCEPTED
                   MOVE "ACCEPTED" TO BL-ACK-TEXT
               WHEN RS-ACK-REJECTED
                   MOVE "BOUNCED" TO BL-ACK-TEXT
               WHEN OTHER
                   MOVE SPACES TO BL-ACK-TEXT
           END-EVALUATE
           EVALUATE TRUE
               WHEN (RS-RESULT-CONVERTED OR RS-RESULT-DELETED)
                   AND WS-PRIOR-FOUND
                   PERFORM 3300-RESEND-PRIOR
               WHEN RS-RESULT-CONVERTED
                   PERFORM 3400-SEND-PURGE
               WHEN RS-RESULT-DELETED
                   MOVE "MANUAL - DELETED, NOT ON PRIOR GENERATION"
                       TO BL-ACTION-TEXT
                   ADD 1 TO WS-MANUAL-COUNT
               WHEN OTHER
                   MOVE "ROW REMOVED - NOTHING WAS SENT"
                       TO BL-ACTION-TEXT
                   ADD 1 TO WS-NOT-SENT-COUNT
           END-EVALUATE
           MOVE RS-RECORD-KEY TO BL-RECORD-KEY
           WRITE REPORT-RECORD FROM WS-BACKOUT-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       3250-READ-PRIOR.
           READ PRIOR-FILE
               AT END
                   SET WS-PRIOR-EOF TO TRUE
           END-READ
           IF NOT WS-PRIOR-EOF
               MOVE WS-PRIOR-STATUS TO WS-CHECK-STATUS
               MOVE "PRVMAST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

      *    The prior values converted the way 2060-CONVERT-RECORD in
      *    CONVERTB converts them: check digit, NAMESTD, CONVMOVE,
      *    and the account's permanent alias when it is too wide for
      *    the legacy field - looked up only, never issued here.  An
      *    overflowing account without an alias goes out with the
      *    full value in the wide fields, as CONVRUN's WIDE=YES does.
       3300-RESEND-PRIOR.
           MOVE CM-ACCOUNT-NO-IN TO WS-CD-ACCOUNT
           CALL "CHKDIGIT" USING WS-CD-ACCOUNT WS-CD-VALID-SWITCH
           END-CALL
           IF CM-ACCOUNT-NO-IN IS NOT NUMERIC
               OR NOT WS-CD-VALID
               MOVE "MANUAL - PRIOR ACCOUNT DOES NOT CONVERT"
                   TO BL-ACTION-TEXT
               ADD 1 TO WS-MANUAL-COUNT
           ELSE
               MOVE CM-ACCOUNT-NO-IN TO WS-ACCOUNT-WIDE
               MOVE CM-CUST-NAME TO WS-NS-INPUT-NAME
               CALL "NAMESTD" USING WS-NS-INPUT-NAME
                   WS-NS-OUTPUT-NAME WS-NS-ALTERED-SWITCH
                   WS-NS-INVALID-SWITCH
               END-CALL
               MOVE WS-NS-OUTPUT-NAME TO WS-CM-INPUT-NAME
               MOVE WS-ACCOUNT-WIDE TO WS-CM-INPUT-ACCOUNT
               CALL "CONVMOVE" USING WS-CM-INPUT-NAME WS-CM-OUTPUT-NAME
                   WS-CM-INPUT-ACCOUNT WS-CM-OUTPUT-ACCOUNT
                   WS-CM-OUTPUT-ACCOUNT-EDIT WS-CM-TRUNCATED-SWITCH
                   WS-CM-OUTPUT-ACCOUNT-PACKED
                   WS-CM-PRECISION-LOSS-SWITCH
                   WS-CM-OUTPUT-ACCOUNT-WIDE
                   WS-CM-OUT-ACCOUNT-WIDE-EDIT
               END-CALL
               MOVE SPACE TO WS-AL-RESULT
               IF WS-CM-TRUNCATION-OCCURRED
                   MOVE "L" TO WS-AL-REQUEST
                   MOVE WS-ACCOUNT-WIDE TO WS-AL-ACCOUNT
                   MOVE CM-RECORD-KEY TO WS-AL-RECORD-KEY
                   MOVE WS-OPT-RUN-DATE TO WS-AL-RUN-DATE
                   MOVE "CONVBKOT" TO WS-AL-PROGRAM
                   PERFORM 3350-CALL-ALIASASN
               END-IF
               MOVE "C" TO ID-SOURCE
               MOVE "A" TO ID-ACTION
               IF WS-AL-EXISTING
                   MOVE WS-AL-ALIAS TO WS-ACCOUNT-WORK
               ELSE
                   MOVE WS-CM-OUTPUT-ACCOUNT TO WS-ACCOUNT-WORK
               END-IF
               MOVE WS-ACCOUNT-WORK TO ID-ACCOUNT
               MOVE WS-CM-OUTPUT-ACCOUNT-WIDE TO WS-ACCOUNT-WORK-WIDE
               MOVE WS-ACCOUNT-WORK-WIDE TO ID-ACCOUNT-WIDE
               MOVE CM-RECORD-KEY TO ID-RECORD-KEY
               MOVE WS-CM-OUTPUT-NAME TO ID-NAME
               PERFORM 6000-WRITE-DETAIL
               IF RS-RESULT-DELETED
                   MOVE "UN-DELETED - PRIOR VALUES RE-SENT"
                       TO BL-ACTION-TEXT
                   ADD 1 TO WS-UNDELETED-COUNT
               ELSE
                   MOVE "PRIOR VALUES RE-SENT" TO BL-ACTION-TEXT
                   ADD 1 TO WS-RESENT-COUNT
               END-IF
           END-IF.

      *    Shared by the lookup above and the close at 5000-TERMINATE;
      *    ALIASASN hands back an I/O error with its status for this
      *    program's own status check.
       3350-CALL-ALIASASN.
           CALL "ALIASASN" USING WS-AL-REQUEST WS-AL-ACCOUNT
               WS-AL-RECORD-KEY WS-AL-RUN-DATE WS-AL-PROGRAM
               WS-AL-ALIAS WS-AL-RESULT WS-AL-FILE-STATUS
           END-CALL
           IF WS-AL-IO-ERROR
               MOVE WS-AL-FILE-STATUS TO WS-CHECK-STATUS
               MOVE "ALIASMST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

      *    New that night: the receiver had never heard of the key,
      *    so it is purged again - zero accounts, as CONVXTRC sends a
      *    delete notice, leaving both hash totals untouched.
       3400-SEND-PURGE.
           MOVE "C" TO ID-SOURCE
           MOVE "D" TO ID-ACTION
           MOVE ZERO TO WS-ACCOUNT-WORK WS-ACCOUNT-WORK-WIDE
           MOVE WS-ACCOUNT-WORK TO ID-ACCOUNT
           MOVE WS-ACCOUNT-WORK-WIDE TO ID-ACCOUNT-WIDE
           MOVE RS-RECORD-KEY TO ID-RECORD-KEY
           MOVE SPACES TO ID-NAME
           PERFORM 6000-WRITE-DETAIL
           MOVE "PURGED - NEW THAT NIGHT" TO BL-ACTION-TEXT
           ADD 1 TO WS-PURGED-COUNT.

      *    Only reached once RUNHIST and CONVRSLT have both been read
      *    without finding a later night, so a refused run never
      *    touches the change history.
       4000-PURGE-CHANGE-HISTORY.
           OPEN I-O CHGHIST-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               AND WS-CHGHIST-STATUS NOT = "05"
               MOVE WS-CHGHIST-STATUS TO WS-CHECK-STATUS
               MOVE "CHGHIST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           PERFORM 4100-READ-NEXT-CHANGE
           PERFORM 4200-CHECK-CHANGE UNTIL WS-CHG-EOF
           CLOSE CHGHIST-FILE.

       4100-READ-NEXT-CHANGE.
           READ CHGHIST-FILE NEXT RECORD
               AT END
                   SET WS-CHG-EOF TO TRUE
           END-READ
           IF NOT WS-CHG-EOF
               MOVE WS-CHGHIST-STATUS TO WS-CHECK-STATUS
               MOVE "CHGHIST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       4200-CHECK-CHANGE.
           IF CH-RUN-DATE = WS-OPT-RUN-DATE
               DELETE CHGHIST-FILE RECORD
               END-DELETE
               MOVE WS-CHGHIST-STATUS TO WS-CHECK-STATUS
               MOVE "CHGHIST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO WS-CHG-REMOVED-COUNT
           END-IF
           PERFORM 4100-READ-NEXT-CHANGE.

       5000-TERMINATE.
           MOVE WS-DETAIL-COUNT TO IT-DETAIL-COUNT
           MOVE WS-HASH-TOTAL TO IT-HASH-TOTAL
           MOVE WS-HASH-TOTAL-WIDE TO IT-HASH-TOTAL-WIDE
           WRITE INTF-RECORD FROM WS-TRAILER-RECORD
           MOVE WS-INTF-STATUS TO WS-CHECK-STATUS
           MOVE "INTFFILE" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           MOVE "C" TO WS-AL-REQUEST
           PERFORM 3350-CALL-ALIASASN
           CLOSE HIST-FILE
           CLOSE HIST-NEW-FILE
           CLOSE RESULT-FILE
           CLOSE RESULT-NEW-FILE
           CLOSE PRIOR-FILE
           CLOSE INTF-FILE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "RUNHIST RECORDS READ"  TO TL-LABEL
           MOVE WS-HIST-READ-COUNT      TO TL-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "RUNHIST RECORDS REMOVED" TO TL-LABEL
           MOVE WS-HIST-REMOVED-COUNT   TO TL-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "CONVRSLT ROWS READ"    TO TL-LABEL
           MOVE WS-RESULT-READ-COUNT    TO TL-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "CONVRSLT ROWS REMOVED" TO TL-LABEL
           MOVE WS-RESULT-REMOVED-COUNT TO TL-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "PRIOR VALUES RE-SENT"  TO TL-LABEL
           MOVE WS-RESENT-COUNT         TO TL-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "CUSTOMERS UN-DELETED"  TO TL-LABEL
           MOVE WS-UNDELETED-COUNT      TO TL-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "CUSTOMERS PURGED - NEW THAT NIGHT" TO TL-LABEL
           MOVE WS-PURGED-COUNT         TO TL-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "ROWS REMOVED - NOTHING WAS SENT" TO TL-LABEL
           MOVE WS-NOT-SENT-COUNT       TO TL-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "CUSTOMERS FOR MANUAL FOLLOW-UP" TO TL-LABEL
           MOVE WS-MANUAL-COUNT         TO TL-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "CHGHIST ROWS REMOVED"  TO TL-LABEL
           MOVE WS-CHG-REMOVED-COUNT    TO TL-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE
           MOVE "COMPENSATING DETAILS ON INTFFILE" TO TL-LABEL
           MOVE WS-DETAIL-COUNT         TO TL-COUNT
           PERFORM 5100-WRITE-TOTAL-LINE

      *    The rerun must be dated for the backed-out night; once
      *    NIGHTEND has advanced BUSDATE past it, it has to be put
      *    back first.
           IF WS-BD-BUSINESS-DATE NOT = WS-OPT-RUN-DATE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM 9000-CHECK-REPORT-WRITE
               MOVE WS-BD-BUSINESS-DATE TO BN-BUSINESS-DATE
               MOVE WS-OPT-RUN-DATE TO BN-RUN-DATE
               WRITE REPORT-RECORD FROM WS-BUSDATE-LINE
               PERFORM 9000-CHECK-REPORT-WRITE
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "CONVBKOT: NIGHT " WS-OPT-RUN-DATE " BACKED OUT - "
               WS-RESULT-REMOVED-COUNT " ROWS, " WS-DETAIL-COUNT
               " COMPENSATING DETAILS"
           IF WS-MANUAL-COUNT > ZERO
               DISPLAY "CONVBKOT: " WS-MANUAL-COUNT
                   " CUSTOMERS NEED MANUAL FOLLOW-UP - SEE BKOTRPT"
               MOVE 4 TO RETURN-CODE
           END-IF.

       5100-WRITE-TOTAL-LINE.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       6000-WRITE-DETAIL.
           WRITE INTF-RECORD FROM WS-DETAIL-RECORD
           MOVE WS-INTF-STATUS TO WS-CHECK-STATUS
           MOVE "INTFFILE" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-ACCOUNT-WORK TO WS-HASH-TOTAL
           ADD WS-ACCOUNT-WORK-WIDE TO WS-HASH-TOTAL-WIDE.

      *    A night after the RUNDATE night is already on file: its
      *    rows and the master generations would be wrecked by
      *    backing out the earlier one underneath it.
       8000-REFUSE-LATER-NIGHT.
           DISPLAY "CONVBKOT: " WS-LATER-FILE-NAME " HOLDS NIGHT "
               WS-LATER-RUN-DATE " AFTER " WS-OPT-RUN-DATE
               " - ONLY THE LATEST NIGHT CAN BE BACKED OUT"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    No run-history record for the RUNDATE night means it was
      *    never run - there is nothing of it to reverse.
       8100-REFUSE-UNRUN-NIGHT.
           DISPLAY "CONVBKOT: NO RUNHIST RECORD FOR " WS-OPT-RUN-DATE
               " - NOTHING BACKED OUT"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-CHECK-REPORT-WRITE.
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "BKOTRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by every OPEN/READ/WRITE status check above - a
      *    non-zero status means the dataset is missing, full, or
      *    otherwise unusable, which an unattended batch run must not
      *    silently ignore.
       9900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "CONVBKOT: I/O ERROR ON " WS-CHECK-FILE-NAME
                   " STATUS=" WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

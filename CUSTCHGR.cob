       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCHGR.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * CUSTCHGR - customers with repeated account changes.  Reads the
      * CHGHIST change history CONVDLTA appends every night (see
      * CHGHREC) and counts, per customer, the account-number changes
      * recorded inside a look-back window ending on the business
      * date.  A customer whose account changed MINCHG times or more
      * in the window is listed with the customer's current master
      * name, how many name changes fell in the same window (a name
      * and an account moving together is the stronger signal), and
      * the trail of every account change - run date, value before,
      * value after - oldest first.  Frequent account changes are a
      * fraud and data-entry signal audit reviews from this report.
      *
      * Only true changes count: the before/after rows written when a
      * customer is added or deleted are not account changes.
      *
      * Control cards (SYSIN, optional - an absent or empty deck
      * leaves every default in place):
      *       ASOF=yyyymmdd      last day of the window (default the
      *                          current business date)
      *       DAYS=nnn           length of the window in days,
      *                          ending on ASOF (default 90)
      *       MINCHG=nn          account changes in the window that
      *                          list a customer (default 2)
      *
      * The run ends with RETURN-CODE 4 when any customer is listed,
      * so the scheduler can route the report to audit only when it
      * has something to say.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional: until CONVDLTA first runs with it there is no
      *    CHGHIST, and the report is simply empty.
           SELECT OPTIONAL CHGHIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-RECORD-KEY
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CHGRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHGHIST-FILE.
           COPY CHGHREC.

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CHGHIST-STATUS        PIC X(2).
           05  WS-CUSTMAST-STATUS       PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).
           05  WS-CONTROL-STATUS        PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1)    VALUE "N".
               88  WS-END-OF-FILE                   VALUE "Y".
           05  WS-CTL-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-CTL-EOF                       VALUE "Y".
           05  WS-CUSTOMER-SWITCH       PIC X(1)    VALUE "N".
               88  WS-CUSTOMER-OPEN                 VALUE "Y".

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN/READ/WRITE can
      *    share one status-check paragraph instead of repeating the
      *    same IF/DISPLAY/STOP RUN after each I/O statement.
       01  WS-STATUS-CHECK.
           05  WS-CHECK-STATUS          PIC X(2).
           05  WS-CHECK-FILE-NAME       PIC X(8).

       01  WS-RUN-OPTIONS.
           05  WS-OPT-ASOF-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-OPT-DAYS              PIC 9(3)    VALUE 90.
           05  WS-OPT-MIN-CHANGES       PIC 9(2)    VALUE 2.

       01  WS-CONTROL-PARSE.
           05  WS-CTL-KEYWORD           PIC X(10).
           05  WS-CTL-VALUE             PIC X(20).

      *    The window runs from WS-FROM-DATE through ASOF inclusive.
       01  WS-WINDOW.
           05  WS-FROM-DATE             PIC 9(8)    VALUE ZERO.
           05  WS-ASOF-INTEGER          PIC 9(7)    VALUE ZERO.

      *    The customer being accumulated, and the account changes
      *    seen for it so far in the window.  Twenty trail entries are
      *    printed; a customer with more says how many were left off.
       01  WS-CUSTOMER-WORK.
           05  WS-CURR-RECORD-KEY       PIC 9(6)    VALUE ZERO.
           05  WS-CUST-ACCT-CHANGES     PIC 9(4)    VALUE ZERO.
           05  WS-CUST-NAME-CHANGES     PIC 9(4)    VALUE ZERO.
           05  WS-TRAIL-COUNT           PIC 9(4)    VALUE ZERO.
           05  WS-TRAIL-ENTRY OCCURS 20 TIMES.
               10  TR-RUN-DATE          PIC 9(8).
               10  TR-BEFORE-ACCOUNT    PIC X(7).
               10  TR-AFTER-ACCOUNT     PIC X(7).

       01  WS-SUBSCRIPTS.
           05  WS-TRAIL-SUB             PIC 9(4)    VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-ROWS-READ-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-ACCT-CHANGE-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-CUST-CHANGED-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-CUST-LISTED-COUNT     PIC 9(7)    VALUE ZERO.

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, which supplies the default end of the window.
      *    Drawn from BDATELK.cpy so this layout cannot drift from
      *    GETBDATE's own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(40)
                   VALUE "CUSTOMERS WITH REPEATED ACCOUNT CHANGES ".
           05  FILLER                   PIC X(5)    VALUE "FROM ".
           05  TT-FROM-DATE             PIC 9(8).
           05  FILLER                   PIC X(4)    VALUE " TO ".
           05  TT-ASOF-DATE             PIC 9(8).
           05  FILLER                   PIC X(10)   VALUE " - LISTED ".
           05  FILLER                   PIC X(3)    VALUE "AT ".
           05  TT-MIN-CHANGES           PIC Z9.
           05  FILLER                   PIC X(52)
                   VALUE " OR MORE CHANGES".

       01  WS-CUSTOMER-LINE.
           05  FILLER                   PIC X(9)    VALUE "CUSTOMER ".
           05  CL-RECORD-KEY            PIC 9(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CL-CUST-NAME             PIC X(60).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FILLER                   PIC X(17)
                   VALUE "ACCOUNT CHANGES ".
           05  CL-ACCT-CHANGES          PIC ZZZ9.
           05  FILLER                   PIC X(15)
                   VALUE "  NAME CHANGES ".
           05  CL-NAME-CHANGES          PIC ZZZ9.
           05  FILLER                   PIC X(13)   VALUE SPACES.

       01  WS-TRAIL-LINE.
           05  FILLER                   PIC X(11)   VALUE SPACES.
           05  TL-RUN-DATE              PIC 9(8).
           05  FILLER                   PIC X(3)    VALUE SPACES.
           05  FILLER                   PIC X(5)    VALUE "FROM ".
           05  TL-BEFORE-ACCOUNT        PIC X(7).
           05  FILLER                   PIC X(4)    VALUE " TO ".
           05  TL-AFTER-ACCOUNT         PIC X(7).
           05  FILLER                   PIC X(87)   VALUE SPACES.

       01  WS-MORE-LINE.
           05  FILLER                   PIC X(11)   VALUE SPACES.
           05  FILLER                   PIC X(4)    VALUE "... ".
           05  ML-MORE-COUNT            PIC ZZZ9.
           05  FILLER                   PIC X(113)
                   VALUE " FURTHER ACCOUNT CHANGES NOT LISTED".

       01  WS-TOTAL-LINE.
           05  TOT-LABEL                PIC X(36).
           05  TOT-COUNT                PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(87)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CHANGE UNTIL WS-END-OF-FILE
           IF WS-CUSTOMER-OPEN
               PERFORM 2300-END-CUSTOMER
           END-IF
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1050-GET-RUN-OPTIONS
           IF WS-OPT-ASOF-DATE = ZERO
               PERFORM 1010-GET-BUSINESS-DATE
               MOVE WS-BD-BUSINESS-DATE TO WS-OPT-ASOF-DATE
           END-IF
           COMPUTE WS-ASOF-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-OPT-ASOF-DATE)
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(
               WS-ASOF-INTEGER - WS-OPT-DAYS + 1)

      *    "05" is the optional history absent - nothing to report,
      *    not an error.
           OPEN INPUT CHGHIST-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               AND WS-CHGHIST-STATUS NOT = "05"
               MOVE WS-CHGHIST-STATUS TO WS-CHECK-STATUS
               MOVE "CHGHIST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF

           OPEN INPUT CUSTMAST-FILE
           MOVE WS-CUSTMAST-STATUS TO WS-CHECK-STATUS
           MOVE "CUSTMAST" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "CHGRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           MOVE WS-FROM-DATE TO TT-FROM-DATE
           MOVE WS-OPT-ASOF-DATE TO TT-ASOF-DATE
           MOVE WS-OPT-MIN-CHANGES TO TT-MIN-CHANGES
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE

           PERFORM 2100-READ-CHANGE.

      *    Only needed when no ASOF card names the date - a missing
      *    business date then stops the run rather than falling back
      *    on the wall clock.
       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "CUSTCHGR: NO BUSINESS DATE ON BUSDATE"
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
      *    window.
       1070-PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING CONTROL-RECORD DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING
           EVALUATE WS-CTL-KEYWORD
               WHEN "ASOF"
                   IF WS-CTL-VALUE(1:8) IS NOT NUMERIC
                       PERFORM 1080-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:8) TO WS-OPT-ASOF-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-OPT-ASOF-DATE)
                       NOT = ZERO
                       PERFORM 1080-BAD-CONTROL-CARD
                   END-IF
               WHEN "DAYS"
                   IF WS-CTL-VALUE(1:3) IS NOT NUMERIC
                       OR WS-CTL-VALUE(1:3) = "000"
                       PERFORM 1080-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:3) TO WS-OPT-DAYS
               WHEN "MINCHG"
                   IF WS-CTL-VALUE(1:2) IS NOT NUMERIC
                       OR WS-CTL-VALUE(1:2) = "00"
                       PERFORM 1080-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:2) TO WS-OPT-MIN-CHANGES
               WHEN OTHER
                   PERFORM 1080-BAD-CONTROL-CARD
           END-EVALUATE.

       1080-BAD-CONTROL-CARD.
           DISPLAY "CUSTCHGR: BAD CONTROL CARD '" CONTROL-RECORD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    CHGHIST arrives in customer, then run-date order, so each
      *    customer's rows are adjacent and its trail comes out
      *    oldest first.
       2000-PROCESS-CHANGE.
           IF WS-CUSTOMER-OPEN
               AND CH-RECORD-KEY NOT = WS-CURR-RECORD-KEY
               PERFORM 2300-END-CUSTOMER
           END-IF
           IF NOT WS-CUSTOMER-OPEN
               PERFORM 2200-START-CUSTOMER
           END-IF
           IF CH-RUN-DATE >= WS-FROM-DATE
               AND CH-RUN-DATE <= WS-OPT-ASOF-DATE
               AND CH-ACTION-CHANGED
               EVALUATE TRUE
                   WHEN CH-FIELD-ACCOUNT
                       PERFORM 2250-ADD-ACCOUNT-CHANGE
                   WHEN CH-FIELD-NAME
                       ADD 1 TO WS-CUST-NAME-CHANGES
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           PERFORM 2100-READ-CHANGE.

       2100-READ-CHANGE.
           READ CHGHIST-FILE NEXT RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               MOVE WS-CHGHIST-STATUS TO WS-CHECK-STATUS
               MOVE "CHGHIST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO WS-ROWS-READ-COUNT
           END-IF.

       2200-START-CUSTOMER.
           MOVE CH-RECORD-KEY TO WS-CURR-RECORD-KEY
           MOVE ZERO TO WS-CUST-ACCT-CHANGES WS-CUST-NAME-CHANGES
               WS-TRAIL-COUNT
           SET WS-CUSTOMER-OPEN TO TRUE.

       2250-ADD-ACCOUNT-CHANGE.
           ADD 1 TO WS-CUST-ACCT-CHANGES
           ADD 1 TO WS-ACCT-CHANGE-COUNT
           IF WS-TRAIL-COUNT < 20
               ADD 1 TO WS-TRAIL-COUNT
               MOVE CH-RUN-DATE TO TR-RUN-DATE(WS-TRAIL-COUNT)
               MOVE CH-BEFORE-VALUE(1:7)
                   TO TR-BEFORE-ACCOUNT(WS-TRAIL-COUNT)
               MOVE CH-AFTER-VALUE(1:7)
                   TO TR-AFTER-ACCOUNT(WS-TRAIL-COUNT)
           END-IF.

      *    Customer break: list the customer if it reached the
      *    threshold, then clear for the next one.
       2300-END-CUSTOMER.
           IF WS-CUST-ACCT-CHANGES > ZERO
               ADD 1 TO WS-CUST-CHANGED-COUNT
           END-IF
           IF WS-CUST-ACCT-CHANGES >= WS-OPT-MIN-CHANGES
               PERFORM 2400-LIST-CUSTOMER
           END-IF
           MOVE "N" TO WS-CUSTOMER-SWITCH.

       2400-LIST-CUSTOMER.
           ADD 1 TO WS-CUST-LISTED-COUNT
           PERFORM 2500-READ-MASTER-NAME
           MOVE WS-CURR-RECORD-KEY      TO CL-RECORD-KEY
           MOVE WS-CUST-ACCT-CHANGES    TO CL-ACCT-CHANGES
           MOVE WS-CUST-NAME-CHANGES    TO CL-NAME-CHANGES
           WRITE REPORT-RECORD FROM WS-CUSTOMER-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           PERFORM 2600-WRITE-TRAIL-LINE
               VARYING WS-TRAIL-SUB FROM 1 BY 1
               UNTIL WS-TRAIL-SUB > WS-TRAIL-COUNT
           IF WS-CUST-ACCT-CHANGES > WS-TRAIL-COUNT
               COMPUTE ML-MORE-COUNT =
                   WS-CUST-ACCT-CHANGES - WS-TRAIL-COUNT
               WRITE REPORT-RECORD FROM WS-MORE-LINE
               PERFORM 9000-CHECK-REPORT-WRITE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE.

      *    A customer deleted since its account changes still belongs
      *    on the report - the missing master name is said plainly.
       2500-READ-MASTER-NAME.
           MOVE WS-CURR-RECORD-KEY TO CM-RECORD-KEY
           READ CUSTMAST-FILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO CL-CUST-NAME
               NOT INVALID KEY
                   MOVE CM-CUST-NAME TO CL-CUST-NAME
           END-READ
      *    Record-not-found ("23") is the INVALID KEY case just
      *    handled; anything else non-zero is a hard I/O error.
           IF WS-CUSTMAST-STATUS NOT = "00"
               AND WS-CUSTMAST-STATUS NOT = "23"
               MOVE WS-CUSTMAST-STATUS TO WS-CHECK-STATUS
               MOVE "CUSTMAST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       2600-WRITE-TRAIL-LINE.
           MOVE TR-RUN-DATE(WS-TRAIL-SUB)       TO TL-RUN-DATE
           MOVE TR-BEFORE-ACCOUNT(WS-TRAIL-SUB) TO TL-BEFORE-ACCOUNT
           MOVE TR-AFTER-ACCOUNT(WS-TRAIL-SUB)  TO TL-AFTER-ACCOUNT
           WRITE REPORT-RECORD FROM WS-TRAIL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       3000-TERMINATE.
           CLOSE CHGHIST-FILE
           CLOSE CUSTMAST-FILE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "HISTORY ROWS READ"     TO TOT-LABEL
           MOVE WS-ROWS-READ-COUNT      TO TOT-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "ACCOUNT CHANGES IN WINDOW" TO TOT-LABEL
           MOVE WS-ACCT-CHANGE-COUNT    TO TOT-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "CUSTOMERS WITH AN ACCOUNT CHANGE" TO TOT-LABEL
           MOVE WS-CUST-CHANGED-COUNT   TO TOT-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "CUSTOMERS LISTED"      TO TOT-LABEL
           MOVE WS-CUST-LISTED-COUNT    TO TOT-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           CLOSE REPORT-FILE

           IF WS-CUST-LISTED-COUNT > ZERO
               DISPLAY "CUSTCHGR: " WS-CUST-LISTED-COUNT
                   " CUSTOMERS WITH REPEATED ACCOUNT CHANGES"
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-TOTAL-LINE.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       9000-CHECK-REPORT-WRITE.
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "CHGRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by every OPEN/READ/WRITE status check above - a
      *    non-zero status means the dataset is missing, full, or
      *    otherwise unusable, which an unattended batch run must not
      *    silently ignore.
       9900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "CUSTCHGR: I/O ERROR ON " WS-CHECK-FILE-NAME
                   " STATUS=" WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

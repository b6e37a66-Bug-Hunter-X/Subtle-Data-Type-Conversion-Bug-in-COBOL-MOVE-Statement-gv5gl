       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVINVR.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * CONVINVR - monthly reconciliation of our customer base against
      * the receiving system's own inventory.  CONVACKP proves each
      * night's transmission arrived; this proves the two systems are
      * still in step after months of nights, catching the slow drift
      * no single acknowledgment can show: customers the receiver
      * silently lost, deletes that never applied, and account or
      * name values that differ on their side.
      *
      * The receiver's full inventory extract (RCVINV), the keyed
      * CUSTMAST master, and the CONVRSLT disposition history are
      * matched by record key in one sequential pass.  For every key
      * the latest CONVRSLT row decides what the receiver ought to
      * hold:
      *
      *   - on CUSTMAST, latest disposition converted (or no row left
      *     inside the RSLTMNT retention window): the receiver must
      *     hold the customer exactly as CONVERTB would convert it
      *     today - check digit, NAMESTD, CONVMOVE, and the permanent
      *     alias in the legacy field when the account overflows;
      *       not on the inventory        -> MISSING, re-sent "A"
      *       held with other values      -> MISMATCH, one line per
      *                                      differing field, re-sent
      *                                      "A" with our values
      *   - not on CUSTMAST but on the inventory: we deleted it (or
      *     never had it) and the receiver still holds it
      *                                   -> DELETED-BUT-HELD, purged
      *                                      "D"
      *   - on CUSTMAST with a latest exception, reject, hold, or
      *     delete disposition: the customer is still being worked on
      *     our side, so whatever the receiver holds is not a
      *     discrepancy yet - counted as PENDING only.
      *
      * The corrective details go out on a resync INTFFILE with the
      * same header and trailer controls CONVXTRC writes, so the
      * receiver verifies and loads it like any nightly transmission.
      *
      * RCVINV layout (fixed, agreed with the receiver - the INTFFILE
      * detail layout without the action byte):
      *   "H"  inventory date 9(8)
      *   "D"  source X(1), account 9(5), wide account 9(7), record
      *        key X(6), name X(100) - one per customer held, in
      *        record-key order
      *   "T"  detail count 9(9), hash total 9(12), wide hash total
      *        9(12)
      * Only source "C" (customer-master) details are reconciled here;
      * CONVMULT-sourced details are counted and passed over.  The
      * inventory's own trailer is proven against its details before
      * any of the comparison is believed.
      *
      * Control card (SYSIN, optional):
      *       RUNJOB=xxxxxxxx    source job on the resync INTFFILE
      *                          header (default INVRECON)
      *
      * RETURN-CODE 4 when any discrepancy was found (the resync file
      * carries the corrections); 16 when the inventory is out of key
      * sequence or fails its own trailer controls - the resync file
      * must not be transmitted then.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT INVENTORY-FILE ASSIGN TO "RCVINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVENTORY-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-RECORD-KEY
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT RESULT-FILE ASSIGN TO "CONVRSLT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RS-RESULT-KEY
               FILE STATUS IS WS-RESULT-STATUS.

           SELECT INTF-FILE ASSIGN TO "INTFFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTF-STATUS.

           SELECT REPORT-FILE ASSIGN TO "INVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD               PIC X(80).

       FD  INVENTORY-FILE
           RECORDING MODE IS F.
       01  INVENTORY-RECORD.
           05  IV-RECORD-TYPE           PIC X(1).
               88  IV-TYPE-HEADER                VALUE "H".
               88  IV-TYPE-DETAIL                VALUE "D".
               88  IV-TYPE-TRAILER               VALUE "T".
           05  IV-RECORD-BODY           PIC X(119).
           05  IV-HEADER-BODY REDEFINES IV-RECORD-BODY.
               10  IV-INVENTORY-DATE    PIC 9(8).
               10  FILLER               PIC X(111).
           05  IV-DETAIL-BODY REDEFINES IV-RECORD-BODY.
               10  IV-SOURCE            PIC X(1).
                   88  IV-SOURCE-CUSTMAST        VALUE "C".
               10  IV-ACCOUNT           PIC 9(5).
               10  IV-ACCOUNT-WIDE      PIC 9(7).
               10  IV-RECORD-KEY        PIC X(6).
               10  IV-NAME              PIC X(100).
           05  IV-TRAILER-BODY REDEFINES IV-RECORD-BODY.
               10  IV-DETAIL-COUNT      PIC 9(9).
               10  IV-HASH-TOTAL        PIC 9(12).
               10  IV-HASH-TOTAL-WIDE   PIC 9(12).
               10  FILLER               PIC X(86).

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  RESULT-FILE.
           COPY RSLTREC.

       FD  INTF-FILE
           RECORDING MODE IS F.
       01  INTF-RECORD                  PIC X(121).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS        PIC X(2).
           05  WS-INVENTORY-STATUS      PIC X(2).
           05  WS-CUSTMAST-STATUS       PIC X(2).
           05  WS-RESULT-STATUS         PIC X(2).
           05  WS-INTF-STATUS           PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-CTL-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-CTL-EOF                       VALUE "Y".
           05  WS-INV-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-INV-EOF                       VALUE "Y".
           05  WS-MAST-EOF-SWITCH       PIC X(1)    VALUE "N".
               88  WS-MAST-EOF                      VALUE "Y".
           05  WS-RESULT-EOF-SWITCH     PIC X(1)    VALUE "N".
               88  WS-RESULT-EOF                    VALUE "Y".
           05  WS-INV-HEADER-SWITCH     PIC X(1)    VALUE "N".
               88  WS-INV-HEADER-SEEN               VALUE "Y".
           05  WS-INV-TRAILER-SWITCH    PIC X(1)    VALUE "N".
               88  WS-INV-TRAILER-SEEN              VALUE "Y".
           05  WS-CONVERTIBLE-SWITCH    PIC X(1)    VALUE "N".
               88  WS-CONVERTIBLE                   VALUE "Y".
           05  WS-FIELD-DIFF-SWITCH     PIC X(1)    VALUE "N".
               88  WS-FIELD-DIFF                    VALUE "Y".

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN/READ/WRITE can
      *    share one status-check paragraph instead of repeating the
      *    same IF/DISPLAY/STOP RUN after each I/O statement.
       01  WS-STATUS-CHECK.
           05  WS-CHECK-STATUS          PIC X(2).
           05  WS-CHECK-FILE-NAME       PIC X(8).

       01  WS-RUN-OPTIONS.
           05  WS-OPT-SOURCE-JOB        PIC X(8)    VALUE "INVRECON".

       01  WS-CONTROL-PARSE.
           05  WS-CTL-KEYWORD           PIC X(10).
           05  WS-CTL-VALUE             PIC X(20).

      *    The three keyed streams of the match.  Each key goes to
      *    HIGH-VALUES at end of file so the lowest key always names
      *    the next customer to reconcile.  The CONVRSLT stream is
      *    advanced a whole customer at a time, keeping only the
      *    newest row - rows arrive in key, then run-date order.
       01  WS-MATCH-KEYS.
           05  WS-INV-KEY               PIC X(6).
           05  WS-PREV-INV-KEY          PIC X(6)    VALUE LOW-VALUES.
           05  WS-MAST-KEY              PIC X(6).
           05  WS-RSLT-KEY              PIC X(6).
           05  WS-LOW-KEY               PIC X(6).
           05  WS-RS-KEY-WORK           PIC X(6).

       01  WS-LATEST-RESULT.
           05  WS-RSLT-CODE             PIC X(1).
               88  WS-RSLT-CONVERTED             VALUE "C".
               88  WS-RSLT-DELETED               VALUE "D".
           05  WS-RSLT-DATE             PIC 9(8).

      *    The inventory detail under the current key, saved before
      *    the inventory stream moves on.
       01  WS-THEIR-IMAGE.
           05  WS-THEIR-ACCOUNT         PIC 9(5).
           05  WS-THEIR-ACCOUNT-WIDE    PIC 9(7).
           05  WS-THEIR-NAME            PIC X(100).

      *    What the receiver ought to hold for a customer on our
      *    master - the detail CONVERTB and CONVXTRC would send today.
       01  WS-OUR-IMAGE.
           05  WS-OUR-ACCOUNT           PIC 9(5).
           05  WS-OUR-ACCOUNT-WIDE      PIC 9(7).
           05  WS-OUR-NAME              PIC X(100).

       01  WS-ACCOUNT-WIDE              PIC 9(7).

      *    The inventory's own controls, re-derived from its details
      *    exactly as CONVACKP re-derives ours - hashes wrap within
      *    12 digits.
       01  WS-INVENTORY-CONTROLS.
           05  WS-INV-DATE              PIC 9(8)    VALUE ZERO.
           05  WS-INV-TRL-COUNT         PIC 9(9)    VALUE ZERO.
           05  WS-INV-TRL-HASH          PIC 9(12)   VALUE ZERO.
           05  WS-INV-TRL-HASH-WIDE     PIC 9(12)   VALUE ZERO.
           05  WS-INV-CALC-COUNT        PIC 9(9)    VALUE ZERO.
           05  WS-INV-CALC-HASH         PIC 9(12)   VALUE ZERO.
           05  WS-INV-CALC-HASH-WIDE    PIC 9(12)   VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-MAST-READ-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-INV-CUST-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-INV-OTHER-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-IN-STEP-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-MISSING-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-DELETED-HELD-COUNT    PIC 9(7)    VALUE ZERO.
           05  WS-MISMATCH-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-PENDING-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-NOT-CONVERTIBLE-COUNT PIC 9(7)    VALUE ZERO.

      *    Same control totals as CONVXTRC builds for the resync
      *    transmission.
       01  WS-CONTROL-TOTALS.
           05  WS-DETAIL-COUNT          PIC 9(9)    VALUE ZERO.
           05  WS-HASH-TOTAL            PIC 9(12)   VALUE ZERO.
           05  WS-HASH-TOTAL-WIDE       PIC 9(12)   VALUE ZERO.
           05  WS-ACCOUNT-WORK          PIC 9(5).
           05  WS-ACCOUNT-WORK-WIDE     PIC 9(7).

      *    Arguments passed to CHKDIGIT, NAMESTD, CONVMOVE, and
      *    ALIASASN - our side of the comparison is converted by the
      *    same routines CONVERTB uses.  Drawn from the shared linkage
      *    copybooks so these layouts cannot drift from the routines'
      *    own LINKAGE SECTIONs.
           COPY CHKDGLK REPLACING LEADING ==LK-CD-== BY ==WS-CD-==.
           COPY NAMSTLK REPLACING LEADING ==LK-NS-== BY ==WS-NS-==.
           COPY CONVMVLK REPLACING LEADING ==LK-== BY ==WS-CM-==.
           COPY ALIASLK REPLACING LEADING ==LK-AL-== BY ==WS-AL-==.

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup that dates the resync header.  Drawn from
      *    BDATELK.cpy so this layout cannot drift from GETBDATE's own
      *    LINKAGE SECTION.
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
           05  FILLER                   PIC X(36)
                   VALUE "RECEIVER INVENTORY RECONCILIATION - ".
           05  FILLER                   PIC X(14)
                   VALUE "INVENTORY DATE".
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  TT-INVENTORY-DATE        PIC 9(8).
           05  FILLER                   PIC X(16)
                   VALUE "  BUSINESS DATE ".
           05  TT-BUSINESS-DATE         PIC 9(8).
           05  FILLER                   PIC X(49)   VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(8)    VALUE "KEY".
           05  FILLER                   PIC X(18)   VALUE "DISCREPANCY".
           05  FILLER                   PIC X(10)   VALUE "FIELD".
           05  FILLER                   PIC X(42)   VALUE "OUR VALUE".
           05  FILLER                   PIC X(42)   VALUE "THEIR VALUE".
           05  FILLER                   PIC X(12)   VALUE "RESYNC".

       01  WS-DETAIL-LINE.
           05  DL-RECORD-KEY            PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-DISCREPANCY           PIC X(16).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-FIELD                 PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-OUR-VALUE             PIC X(40).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-THEIR-VALUE           PIC X(40).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-ACTION                PIC X(12).

       01  WS-TOTAL-LINE.
           05  TL-LABEL                 PIC X(40).
           05  TL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(83)   VALUE SPACES.

       01  WS-CONTROL-LINE.
           05  CL-LABEL                 PIC X(26).
           05  FILLER                   PIC X(9)    VALUE " TRAILER ".
           05  CL-TRAILER-VALUE         PIC Z(11)9.
           05  FILLER                   PIC X(10)   VALUE "  DETAILS ".
           05  CL-CALC-VALUE            PIC Z(11)9.
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  CL-VERDICT               PIC X(8).
           05  FILLER                   PIC X(53)   VALUE SPACES.

       01  WS-VALUE-EDIT.
           05  WS-EDIT-ACCOUNT          PIC 9(5).
           05  WS-EDIT-ACCOUNT-WIDE     PIC 9(7).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-RECONCILE-KEY
               UNTIL WS-INV-KEY = HIGH-VALUES
                   AND WS-MAST-KEY = HIGH-VALUES
                   AND WS-RSLT-KEY = HIGH-VALUES
           PERFORM 3000-TERMINATE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           PERFORM 1050-GET-RUN-OPTIONS

           OPEN INPUT INVENTORY-FILE
           MOVE WS-INVENTORY-STATUS TO WS-CHECK-STATUS
           MOVE "RCVINV" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN INPUT CUSTMAST-FILE
           MOVE WS-CUSTMAST-STATUS TO WS-CHECK-STATUS
           MOVE "CUSTMAST" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN INPUT RESULT-FILE
           MOVE WS-RESULT-STATUS TO WS-CHECK-STATUS
           MOVE "CONVRSLT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN OUTPUT INTF-FILE
           MOVE WS-INTF-STATUS TO WS-CHECK-STATUS
           MOVE "INTFFILE" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "INVRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           MOVE WS-BD-BUSINESS-DATE TO IH-RUN-DATE
           MOVE WS-OPT-SOURCE-JOB TO IH-SOURCE-JOB
           WRITE INTF-RECORD FROM WS-HEADER-RECORD
           MOVE WS-INTF-STATUS TO WS-CHECK-STATUS
           MOVE "INTFFILE" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

      *    The inventory header comes first; its date heads the
      *    report, so the first customer detail is read behind it.
           PERFORM 2100-READ-INVENTORY
           MOVE WS-INV-DATE TO TT-INVENTORY-DATE
           MOVE WS-BD-BUSINESS-DATE TO TT-BUSINESS-DATE
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE
           PERFORM 9000-CHECK-REPORT-WRITE

           PERFORM 2200-READ-MASTER
           PERFORM 2300-READ-RESULT
           PERFORM 2400-ADVANCE-RESULT.

       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "CONVINVR: NO BUSINESS DATE ON BUSDATE"
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

       1070-PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING CONTROL-RECORD DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING
           EVALUATE WS-CTL-KEYWORD
               WHEN "RUNJOB"
                   IF WS-CTL-VALUE(1:8) = SPACES
                       PERFORM 1080-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:8) TO WS-OPT-SOURCE-JOB
               WHEN OTHER
                   PERFORM 1080-BAD-CONTROL-CARD
           END-EVALUATE.

       1080-BAD-CONTROL-CARD.
           DISPLAY "CONVINVR: BAD CONTROL CARD '" CONTROL-RECORD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    One customer per pass: whichever streams hold the lowest
      *    key are consumed together and advanced past it.
       2000-RECONCILE-KEY.
           MOVE WS-INV-KEY TO WS-LOW-KEY
           IF WS-MAST-KEY < WS-LOW-KEY
               MOVE WS-MAST-KEY TO WS-LOW-KEY
           END-IF
           IF WS-RSLT-KEY < WS-LOW-KEY
               MOVE WS-RSLT-KEY TO WS-LOW-KEY
           END-IF
           IF WS-RSLT-KEY NOT = WS-LOW-KEY
               MOVE SPACE TO WS-RSLT-CODE
               MOVE ZERO TO WS-RSLT-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-MAST-KEY = WS-LOW-KEY
                   PERFORM 2500-RECONCILE-MASTER
               WHEN WS-INV-KEY = WS-LOW-KEY
                   PERFORM 2600-REPORT-DELETED-HELD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-INV-KEY = WS-LOW-KEY
               PERFORM 2100-READ-INVENTORY
           END-IF
           IF WS-MAST-KEY = WS-LOW-KEY
               PERFORM 2200-READ-MASTER
           END-IF
           IF WS-RSLT-KEY = WS-LOW-KEY
               PERFORM 2400-ADVANCE-RESULT
           END-IF.

      *    Reads forward to the next customer-master detail, proving
      *    the inventory's controls and key order on the way.  A
      *    header or trailer out of place, or a key out of sequence,
      *    makes every comparison suspect and stops the run.
       2100-READ-INVENTORY.
           MOVE SPACE TO IV-RECORD-TYPE
           PERFORM 2110-READ-INVENTORY-RECORD
               UNTIL WS-INV-EOF
                   OR (IV-TYPE-DETAIL AND IV-SOURCE-CUSTMAST)
           IF WS-INV-EOF
               MOVE HIGH-VALUES TO WS-INV-KEY
           ELSE
               IF IV-RECORD-KEY NOT > WS-PREV-INV-KEY
                   DISPLAY "CONVINVR: RCVINV OUT OF KEY SEQUENCE AT "
                       IV-RECORD-KEY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE IV-RECORD-KEY TO WS-INV-KEY WS-PREV-INV-KEY
               MOVE IV-ACCOUNT TO WS-THEIR-ACCOUNT
               MOVE IV-ACCOUNT-WIDE TO WS-THEIR-ACCOUNT-WIDE
               MOVE IV-NAME TO WS-THEIR-NAME
               ADD 1 TO WS-INV-CUST-COUNT
           END-IF.

       2110-READ-INVENTORY-RECORD.
           READ INVENTORY-FILE
               AT END
                   SET WS-INV-EOF TO TRUE
           END-READ
           IF NOT WS-INV-EOF
               MOVE WS-INVENTORY-STATUS TO WS-CHECK-STATUS
               MOVE "RCVINV" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               EVALUATE TRUE
                   WHEN WS-INV-TRAILER-SEEN
                       PERFORM 8000-BAD-INVENTORY
                   WHEN IV-TYPE-HEADER
                       IF WS-INV-HEADER-SEEN
                           PERFORM 8000-BAD-INVENTORY
                       END-IF
                       SET WS-INV-HEADER-SEEN TO TRUE
                       MOVE IV-INVENTORY-DATE TO WS-INV-DATE
                   WHEN NOT WS-INV-HEADER-SEEN
                       PERFORM 8000-BAD-INVENTORY
                   WHEN IV-TYPE-DETAIL
                       ADD 1 TO WS-INV-CALC-COUNT
                       ADD IV-ACCOUNT TO WS-INV-CALC-HASH
                       ADD IV-ACCOUNT-WIDE TO WS-INV-CALC-HASH-WIDE
                       IF NOT IV-SOURCE-CUSTMAST
                           ADD 1 TO WS-INV-OTHER-COUNT
                       END-IF
                   WHEN IV-TYPE-TRAILER
                       SET WS-INV-TRAILER-SEEN TO TRUE
                       MOVE IV-DETAIL-COUNT TO WS-INV-TRL-COUNT
                       MOVE IV-HASH-TOTAL TO WS-INV-TRL-HASH
                       MOVE IV-HASH-TOTAL-WIDE TO WS-INV-TRL-HASH-WIDE
                   WHEN OTHER
                       PERFORM 8000-BAD-INVENTORY
               END-EVALUATE
           END-IF.

       2200-READ-MASTER.
           READ CUSTMAST-FILE
               AT END
                   SET WS-MAST-EOF TO TRUE
           END-READ
           IF WS-MAST-EOF
               MOVE HIGH-VALUES TO WS-MAST-KEY
           ELSE
               MOVE WS-CUSTMAST-STATUS TO WS-CHECK-STATUS
               MOVE "CUSTMAST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               MOVE CM-RECORD-KEY TO WS-MAST-KEY
               ADD 1 TO WS-MAST-READ-COUNT
           END-IF.

       2300-READ-RESULT.
           READ RESULT-FILE
               AT END
                   SET WS-RESULT-EOF TO TRUE
           END-READ
           IF WS-RESULT-EOF
               MOVE HIGH-VALUES TO WS-RS-KEY-WORK
           ELSE
               MOVE WS-RESULT-STATUS TO WS-CHECK-STATUS
               MOVE "CONVRSLT" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               MOVE RS-RECORD-KEY TO WS-RS-KEY-WORK
           END-IF.

      *    Consumes every row of the next customer in CONVRSLT; the
      *    last one read is the newest, and the one that counts.
       2400-ADVANCE-RESULT.
           MOVE WS-RS-KEY-WORK TO WS-RSLT-KEY
           PERFORM 2410-TAKE-RESULT-ROW
               UNTIL WS-RESULT-EOF
                   OR WS-RS-KEY-WORK NOT = WS-RSLT-KEY.

       2410-TAKE-RESULT-ROW.
           MOVE RS-RESULT-CODE TO WS-RSLT-CODE
           MOVE RS-RUN-DATE TO WS-RSLT-DATE
           PERFORM 2300-READ-RESULT.

       2500-RECONCILE-MASTER.
           IF WS-RSLT-CODE NOT = SPACE
               AND NOT WS-RSLT-CONVERTED
               ADD 1 TO WS-PENDING-COUNT
           ELSE
               PERFORM 2700-BUILD-OUR-IMAGE
               EVALUATE TRUE
                   WHEN NOT WS-CONVERTIBLE
                       ADD 1 TO WS-NOT-CONVERTIBLE-COUNT
                   WHEN WS-INV-KEY NOT = WS-LOW-KEY
                       PERFORM 2800-REPORT-MISSING
                   WHEN OTHER
                       PERFORM 2900-COMPARE-IMAGES
               END-EVALUATE
           END-IF.

       2600-REPORT-DELETED-HELD.
           ADD 1 TO WS-DELETED-HELD-COUNT
           MOVE WS-LOW-KEY TO DL-RECORD-KEY
           MOVE "DELETED-BUT-HELD" TO DL-DISCREPANCY
           MOVE SPACES TO DL-FIELD DL-OUR-VALUE
           IF WS-RSLT-DELETED
               STRING "DELETED " WS-RSLT-DATE DELIMITED BY SIZE
                   INTO DL-OUR-VALUE
               END-STRING
           ELSE
               MOVE "NOT ON OUR MASTER" TO DL-OUR-VALUE
           END-IF
           MOVE WS-THEIR-NAME TO DL-THEIR-VALUE
           MOVE "PURGE SENT" TO DL-ACTION
           PERFORM 3200-WRITE-DETAIL-LINE

           MOVE "C" TO ID-SOURCE
           MOVE "D" TO ID-ACTION
           MOVE ZERO TO WS-ACCOUNT-WORK WS-ACCOUNT-WORK-WIDE
           MOVE WS-ACCOUNT-WORK TO ID-ACCOUNT
           MOVE WS-ACCOUNT-WORK-WIDE TO ID-ACCOUNT-WIDE
           MOVE WS-LOW-KEY TO ID-RECORD-KEY
           MOVE SPACES TO ID-NAME
           PERFORM 6000-WRITE-DETAIL.

      *    Converts the master record the way 2060-CONVERT-RECORD in
      *    CONVERTB does - check digit, NAMESTD, CONVMOVE, and the
      *    permanent alias (looked up only, never issued here) in the
      *    legacy field when the account overflows.  An overflowing
      *    account with no alias carries its low-order digits in the
      *    legacy field, as CONVRUN's WIDE=YES sends it.
       2700-BUILD-OUR-IMAGE.
           MOVE "N" TO WS-CONVERTIBLE-SWITCH
           MOVE CM-ACCOUNT-NO-IN TO WS-CD-ACCOUNT
           CALL "CHKDIGIT" USING WS-CD-ACCOUNT WS-CD-VALID-SWITCH
           END-CALL
           IF CM-ACCOUNT-NO-IN IS NUMERIC
               AND WS-CD-VALID
               SET WS-CONVERTIBLE TO TRUE
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
                   MOVE WS-BD-BUSINESS-DATE TO WS-AL-RUN-DATE
                   MOVE "CONVINVR" TO WS-AL-PROGRAM
                   PERFORM 2750-CALL-ALIASASN
               END-IF
               IF WS-AL-EXISTING
                   MOVE WS-AL-ALIAS TO WS-OUR-ACCOUNT
               ELSE
                   MOVE WS-CM-OUTPUT-ACCOUNT TO WS-OUR-ACCOUNT
               END-IF
               MOVE WS-CM-OUTPUT-ACCOUNT-WIDE TO WS-OUR-ACCOUNT-WIDE
               MOVE WS-CM-OUTPUT-NAME TO WS-OUR-NAME
           END-IF.

      *    Shared by the lookup above and the close at 3000-TERMINATE;
      *    ALIASASN hands back an I/O error with its status for this
      *    program's own status check.
       2750-CALL-ALIASASN.
           CALL "ALIASASN" USING WS-AL-REQUEST WS-AL-ACCOUNT
               WS-AL-RECORD-KEY WS-AL-RUN-DATE WS-AL-PROGRAM
               WS-AL-ALIAS WS-AL-RESULT WS-AL-FILE-STATUS
           END-CALL
           IF WS-AL-IO-ERROR
               MOVE WS-AL-FILE-STATUS TO WS-CHECK-STATUS
               MOVE "ALIASMST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       2800-REPORT-MISSING.
           ADD 1 TO WS-MISSING-COUNT
           MOVE WS-LOW-KEY TO DL-RECORD-KEY
           MOVE "MISSING" TO DL-DISCREPANCY
           MOVE SPACES TO DL-FIELD
           MOVE WS-OUR-NAME TO DL-OUR-VALUE
           MOVE "NOT HELD" TO DL-THEIR-VALUE
           MOVE "RE-SENT" TO DL-ACTION
           PERFORM 3200-WRITE-DETAIL-LINE
           PERFORM 2950-RESEND-OUR-IMAGE.

      *    One report line per field that differs; the customer is
      *    re-sent once, whole, however many fields differ.
       2900-COMPARE-IMAGES.
           MOVE "N" TO WS-FIELD-DIFF-SWITCH
           MOVE WS-LOW-KEY TO DL-RECORD-KEY
           MOVE "MISMATCH" TO DL-DISCREPANCY
           MOVE "RE-SENT" TO DL-ACTION
           IF WS-OUR-ACCOUNT NOT = WS-THEIR-ACCOUNT
               SET WS-FIELD-DIFF TO TRUE
               MOVE "ACCOUNT" TO DL-FIELD
               MOVE SPACES TO DL-OUR-VALUE DL-THEIR-VALUE
               MOVE WS-OUR-ACCOUNT TO WS-EDIT-ACCOUNT
               MOVE WS-EDIT-ACCOUNT TO DL-OUR-VALUE
               MOVE WS-THEIR-ACCOUNT TO WS-EDIT-ACCOUNT
               MOVE WS-EDIT-ACCOUNT TO DL-THEIR-VALUE
               PERFORM 3200-WRITE-DETAIL-LINE
           END-IF
           IF WS-OUR-ACCOUNT-WIDE NOT = WS-THEIR-ACCOUNT-WIDE
               SET WS-FIELD-DIFF TO TRUE
               MOVE "WIDE ACC" TO DL-FIELD
               MOVE SPACES TO DL-OUR-VALUE DL-THEIR-VALUE
               MOVE WS-OUR-ACCOUNT-WIDE TO WS-EDIT-ACCOUNT-WIDE
               MOVE WS-EDIT-ACCOUNT-WIDE TO DL-OUR-VALUE
               MOVE WS-THEIR-ACCOUNT-WIDE TO WS-EDIT-ACCOUNT-WIDE
               MOVE WS-EDIT-ACCOUNT-WIDE TO DL-THEIR-VALUE
               PERFORM 3200-WRITE-DETAIL-LINE
           END-IF
           IF WS-OUR-NAME NOT = WS-THEIR-NAME
               SET WS-FIELD-DIFF TO TRUE
               MOVE "NAME" TO DL-FIELD
               MOVE WS-OUR-NAME TO DL-OUR-VALUE
               MOVE WS-THEIR-NAME TO DL-THEIR-VALUE
               PERFORM 3200-WRITE-DETAIL-LINE
           END-IF
           IF WS-FIELD-DIFF
               ADD 1 TO WS-MISMATCH-COUNT
               PERFORM 2950-RESEND-OUR-IMAGE
           ELSE
               ADD 1 TO WS-IN-STEP-COUNT
           END-IF.

       2950-RESEND-OUR-IMAGE.
           MOVE "C" TO ID-SOURCE
           MOVE "A" TO ID-ACTION
           MOVE WS-OUR-ACCOUNT TO WS-ACCOUNT-WORK
           MOVE WS-OUR-ACCOUNT-WIDE TO WS-ACCOUNT-WORK-WIDE
           MOVE WS-ACCOUNT-WORK TO ID-ACCOUNT
           MOVE WS-ACCOUNT-WORK-WIDE TO ID-ACCOUNT-WIDE
           MOVE WS-LOW-KEY TO ID-RECORD-KEY
           MOVE WS-OUR-NAME TO ID-NAME
           PERFORM 6000-WRITE-DETAIL.

       3000-TERMINATE.
           MOVE WS-DETAIL-COUNT TO IT-DETAIL-COUNT
           MOVE WS-HASH-TOTAL TO IT-HASH-TOTAL
           MOVE WS-HASH-TOTAL-WIDE TO IT-HASH-TOTAL-WIDE
           WRITE INTF-RECORD FROM WS-TRAILER-RECORD
           MOVE WS-INTF-STATUS TO WS-CHECK-STATUS
           MOVE "INTFFILE" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           MOVE "C" TO WS-AL-REQUEST
           PERFORM 2750-CALL-ALIASASN
           CLOSE INVENTORY-FILE
           CLOSE CUSTMAST-FILE
           CLOSE RESULT-FILE
           CLOSE INTF-FILE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "INVENTORY DETAIL COUNT" TO CL-LABEL
           MOVE WS-INV-TRL-COUNT TO CL-TRAILER-VALUE
           MOVE WS-INV-CALC-COUNT TO CL-CALC-VALUE
           IF WS-INV-TRL-COUNT = WS-INV-CALC-COUNT
               MOVE "AGREE" TO CL-VERDICT
           ELSE
               MOVE "DISAGREE" TO CL-VERDICT
           END-IF
           PERFORM 3300-WRITE-CONTROL-LINE
           MOVE "INVENTORY HASH TOTAL" TO CL-LABEL
           MOVE WS-INV-TRL-HASH TO CL-TRAILER-VALUE
           MOVE WS-INV-CALC-HASH TO CL-CALC-VALUE
           IF WS-INV-TRL-HASH = WS-INV-CALC-HASH
               MOVE "AGREE" TO CL-VERDICT
           ELSE
               MOVE "DISAGREE" TO CL-VERDICT
           END-IF
           PERFORM 3300-WRITE-CONTROL-LINE
           MOVE "INVENTORY WIDE HASH TOTAL" TO CL-LABEL
           MOVE WS-INV-TRL-HASH-WIDE TO CL-TRAILER-VALUE
           MOVE WS-INV-CALC-HASH-WIDE TO CL-CALC-VALUE
           IF WS-INV-TRL-HASH-WIDE = WS-INV-CALC-HASH-WIDE
               MOVE "AGREE" TO CL-VERDICT
           ELSE
               MOVE "DISAGREE" TO CL-VERDICT
           END-IF
           PERFORM 3300-WRITE-CONTROL-LINE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "CUSTMAST RECORDS READ" TO TL-LABEL
           MOVE WS-MAST-READ-COUNT      TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "RECEIVER CUSTOMERS HELD" TO TL-LABEL
           MOVE WS-INV-CUST-COUNT       TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "RECEIVER CONVMULT DETAILS PASSED OVER" TO TL-LABEL
           MOVE WS-INV-OTHER-COUNT      TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "CUSTOMERS IN STEP"     TO TL-LABEL
           MOVE WS-IN-STEP-COUNT        TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "MISSING ON RECEIVER"   TO TL-LABEL
           MOVE WS-MISSING-COUNT        TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "DELETED BUT HELD BY RECEIVER" TO TL-LABEL
           MOVE WS-DELETED-HELD-COUNT   TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "ACCOUNT/NAME MISMATCHES" TO TL-LABEL
           MOVE WS-MISMATCH-COUNT       TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "PENDING ON OUR SIDE (E/R/H/D)" TO TL-LABEL
           MOVE WS-PENDING-COUNT        TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "ON MASTER, DOES NOT CONVERT" TO TL-LABEL
           MOVE WS-NOT-CONVERTIBLE-COUNT TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "RESYNC DETAILS ON INTFFILE" TO TL-LABEL
           MOVE WS-DETAIL-COUNT         TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE

           IF NOT WS-INV-TRAILER-SEEN
               OR WS-INV-TRL-COUNT NOT = WS-INV-CALC-COUNT
               OR WS-INV-TRL-HASH NOT = WS-INV-CALC-HASH
               OR WS-INV-TRL-HASH-WIDE NOT = WS-INV-CALC-HASH-WIDE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM 9000-CHECK-REPORT-WRITE
               MOVE "*** RCVINV FAILED ITS CONTROLS - DO NOT TRANSMIT"
                   TO REPORT-RECORD
               MOVE " THE RESYNC INTFFILE ***" TO REPORT-RECORD(49:24)
               WRITE REPORT-RECORD
               PERFORM 9000-CHECK-REPORT-WRITE
               CLOSE REPORT-FILE
               DISPLAY "CONVINVR: RCVINV FAILED ITS TRAILER CONTROLS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE REPORT-FILE

           DISPLAY "CONVINVR: " WS-MISSING-COUNT " MISSING, "
               WS-DELETED-HELD-COUNT " DELETED-BUT-HELD, "
               WS-MISMATCH-COUNT " MISMATCHED"
           IF WS-DETAIL-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-WRITE-TOTAL-LINE.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       3200-WRITE-DETAIL-LINE.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       3300-WRITE-CONTROL-LINE.
           WRITE REPORT-RECORD FROM WS-CONTROL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       6000-WRITE-DETAIL.
           WRITE INTF-RECORD FROM WS-DETAIL-RECORD
           MOVE WS-INTF-STATUS TO WS-CHECK-STATUS
           MOVE "INTFFILE" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           ADD 1 TO WS-DETAIL-COUNT
           ADD WS-ACCOUNT-WORK TO WS-HASH-TOTAL
           ADD WS-ACCOUNT-WORK-WIDE TO WS-HASH-TOTAL-WIDE.

       8000-BAD-INVENTORY.
           DISPLAY "CONVINVR: RCVINV HEADER/TRAILER OUT OF PLACE OR "
               "UNKNOWN RECORD TYPE '" IV-RECORD-TYPE "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       9000-CHECK-REPORT-WRITE.
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "INVRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by every OPEN/READ/WRITE status check above - a
      *    non-zero status means the dataset is missing, full, or
      *    otherwise unusable, which an unattended batch run must not
      *    silently ignore.
       9900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "CONVINVR: I/O ERROR ON " WS-CHECK-FILE-NAME
                   " STATUS=" WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

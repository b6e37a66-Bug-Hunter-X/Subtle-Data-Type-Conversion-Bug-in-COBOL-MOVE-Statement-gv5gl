       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVPAIR.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * CONVPAIR - pairs CONVMULT's two result files back into whole
      * customers before anything is transmitted.  CONVMULT writes
      * the converted name of each name record to MULTNOUT and the
      * converted account of each account record to MULTAOUT, tied
      * together only by the record key, so on its own the interface
      * extract could send a customer's account with no name, or a
      * name that never reaches the receiver at all.
      *
      * Every half - tonight's MULTNOUT and MULTAOUT lines plus the
      * halves held back by earlier runs (MULTHELD) - goes through
      * one SORT on the record key, and each key's halves are then
      * resolved together:
      *
      *   - a name and an account whose key is on CUSTMAST are
      *     joined into one consolidated line on MULTPAIR (the
      *     CONVOUT line layout: key, name, legacy and wide account
      *     fields), which is what CONVXTRC transmits;
      *   - a name with no account (NAME ONLY), an account with no
      *     name (ACCOUNT ONLY), or a complete pair whose key is not
      *     on CUSTMAST (NOT ON MASTER) is held back: its halves are
      *     written to the new held generation (MULTHLDO) with the
      *     date they were first held, and listed on PAIRRPT.
      *
      * A held half is re-read by the next run, so a name held while
      * its account sat on the reject file pairs up and goes out the
      * night CONVRPR's repaired account reaches MULTAOUT.  Where one
      * key has two halves of the same kind (a half held earlier and
      * sent again tonight), the later one is used - tonight's over
      * a held one, and the last in the file within one night.
      *
      * RETURN-CODE 4 when anything is held back, so the orphans are
      * seen in the morning; the pairs still go out.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-OUT-FILE ASSIGN TO "MULTNOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NAMEOUT-STATUS.

           SELECT ACCOUNT-OUT-FILE ASSIGN TO "MULTAOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCTOUT-STATUS.

      *    Optional: the first run has no earlier held generation.
           SELECT OPTIONAL HELD-IN-FILE ASSIGN TO "MULTHELD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDIN-STATUS.

           SELECT HELD-OUT-FILE ASSIGN TO "MULTHLDO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HELDOUT-STATUS.

           SELECT PAIR-FILE ASSIGN TO "MULTPAIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAIR-STATUS.

           SELECT CUSTMAST-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-RECORD-KEY
               FILE STATUS IS WS-CUSTMAST-STATUS.

           SELECT REPORT-FILE ASSIGN TO "PAIRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
      *    CONVMULT's MULTNOUT line: record key, converted name.
       FD  NAME-OUT-FILE
           RECORDING MODE IS F.
       01  NAME-OUT-RECORD              PIC X(107).

      *    CONVMULT's dual-format MULTAOUT line (CONVRPR appends
      *    repaired accounts in the same layout).
       FD  ACCOUNT-OUT-FILE
           RECORDING MODE IS F.
       01  ACCOUNT-OUT-RECORD           PIC X(37).

      *    One held-back half: which half, the business date it was
      *    first held, why it was held on the latest run, and the
      *    MULTNOUT or MULTAOUT line exactly as CONVMULT wrote it.
       FD  HELD-IN-FILE
           RECORDING MODE IS F.
       01  HELD-IN-RECORD.
           05  HI-HALF-TYPE             PIC X(1).
           05  FILLER                   PIC X(1).
           05  HI-DATE-HELD             PIC 9(8).
           05  FILLER                   PIC X(1).
           05  HI-REASON                PIC X(13).
           05  FILLER                   PIC X(1).
           05  HI-HALF-LINE             PIC X(107).

       FD  HELD-OUT-FILE
           RECORDING MODE IS F.
       01  HELD-OUT-RECORD              PIC X(132).

       FD  PAIR-FILE
           RECORDING MODE IS F.
       01  PAIR-RECORD                  PIC X(138).

       FD  CUSTMAST-FILE.
           COPY CUSTREC.

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

      *    One sort record per half.  SR-SEQUENCE numbers the halves
      *    in the order they were fed - held halves first, then
      *    MULTNOUT, then MULTAOUT - so within a key and half type
      *    the last one returned is the latest.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-RECORD-KEY            PIC X(6).
           05  SR-HALF-TYPE             PIC X(1).
               88  SR-HALF-NAME                     VALUE "N".
               88  SR-HALF-ACCOUNT                  VALUE "A".
           05  SR-SEQUENCE              PIC 9(9).
           05  SR-DATE-HELD             PIC 9(8).
           05  SR-HALF-LINE             PIC X(107).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-NAMEOUT-STATUS        PIC X(2).
           05  WS-ACCTOUT-STATUS        PIC X(2).
           05  WS-HELDIN-STATUS         PIC X(2).
           05  WS-HELDOUT-STATUS        PIC X(2).
           05  WS-PAIR-STATUS           PIC X(2).
           05  WS-CUSTMAST-STATUS       PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1)    VALUE "N".
               88  WS-END-OF-FILE                   VALUE "Y".
           05  WS-SORT-EOF-SWITCH       PIC X(1)    VALUE "N".
               88  WS-SORT-EOF                      VALUE "Y".
           05  WS-FIRST-SWITCH          PIC X(1)    VALUE "Y".
               88  WS-FIRST-SORTED                  VALUE "Y".
           05  WS-MASTER-SWITCH         PIC X(1)    VALUE "N".
               88  WS-ON-MASTER                     VALUE "Y".

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN/READ/WRITE can
      *    share one status-check paragraph instead of repeating the
      *    same IF/DISPLAY/STOP RUN after each I/O statement.
       01  WS-STATUS-CHECK.
           05  WS-CHECK-STATUS          PIC X(2).
           05  WS-CHECK-FILE-NAME       PIC X(8).

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, so a half held tonight carries the night it was
      *    first held.  Drawn from BDATELK.cpy so this layout cannot
      *    drift from GETBDATE's own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

       01  WS-SEQUENCE                  PIC 9(9)    VALUE ZERO.

      *    The halves gathered so far for the key being resolved.
      *    A date held of zero marks a half first seen tonight.
       01  WS-GROUP.
           05  WS-GRP-RECORD-KEY        PIC X(6).
           05  WS-GRP-NAME-SWITCH       PIC X(1).
               88  WS-GRP-HAS-NAME                  VALUE "Y".
           05  WS-GRP-NAME-DATE         PIC 9(8).
           05  WS-GRP-NAME-LINE         PIC X(107).
           05  WS-GRP-ACCT-SWITCH       PIC X(1).
               88  WS-GRP-HAS-ACCOUNT               VALUE "Y".
           05  WS-GRP-ACCT-DATE         PIC 9(8).
           05  WS-GRP-ACCT-LINE         PIC X(107).
           05  WS-GRP-REASON            PIC X(13).

      *    The two half layouts, laid over the lines held in the
      *    group so the fields can be picked out by name.
       01  WS-NAME-HALF.
           05  NH-RECORD-KEY            PIC X(6).
           05  FILLER                   PIC X(1).
           05  NH-OUTPUT-NAME           PIC X(100).

       01  WS-ACCOUNT-HALF.
           05  AH-RECORD-KEY            PIC X(6).
           05  FILLER                   PIC X(1).
           05  AH-ACCOUNT-FIELDS.
               10  AH-OUTPUT-ACCOUNT    PIC X(5).
               10  FILLER               PIC X(1).
               10  AH-OUTPUT-ACCOUNT-EDIT
                                        PIC X(6).
               10  FILLER               PIC X(1).
               10  AH-OUTPUT-ACCOUNT-WIDE
                                        PIC X(7).
               10  FILLER               PIC X(1).
               10  AH-OUT-ACCOUNT-WIDE-EDIT
                                        PIC X(9).
           05  FILLER                   PIC X(70).

      *    The consolidated MULTPAIR line - the CONVOUT line layout,
      *    so CONVXTRC reads a pair exactly as it reads a CONVERTB
      *    result.
       01  WS-PAIR-LINE.
           05  PL-RECORD-KEY            PIC X(6).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  PL-OUT-NAME              PIC X(100).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  PL-ACCOUNT-FIELDS        PIC X(30).

       01  WS-HELD-LINE.
           05  HL-HALF-TYPE             PIC X(1).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  HL-DATE-HELD             PIC 9(8).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  HL-REASON                PIC X(13).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  HL-HALF-LINE             PIC X(107).

       01  WS-RUN-TOTALS.
           05  WS-HELD-IN-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-NAME-IN-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-ACCT-IN-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-REPLACED-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-PAIR-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-RELEASED-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-NAME-ONLY-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-ACCT-ONLY-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-NOT-MASTER-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-HELD-OUT-COUNT        PIC 9(7)    VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(36)
                   VALUE "CONVMULT NAME/ACCOUNT PAIRING -".
           05  FILLER                   PIC X(15)
                   VALUE " BUSINESS DATE ".
           05  TT-BUSINESS-DATE         PIC 9(8).
           05  FILLER                   PIC X(73)   VALUE SPACES.

       01  WS-ORPHAN-HEADING-LINE.
           05  FILLER                   PIC X(31)
                   VALUE "HELD BACK FROM THE INTERFACE - ".
           05  FILLER                   PIC X(101)
                   VALUE "UNPAIRED OR NOT ON CUSTMAST".

       01  WS-ORPHAN-COLUMN-LINE.
           05  FILLER                   PIC X(8)    VALUE "KEY".
           05  FILLER                   PIC X(15)   VALUE "REASON".
           05  FILLER                   PIC X(8)    VALUE "MASTER".
           05  FILLER                   PIC X(13)   VALUE "HELD SINCE".
           05  FILLER                   PIC X(42)   VALUE "NAME".
           05  FILLER                   PIC X(46)   VALUE "ACCOUNT".

       01  WS-ORPHAN-LINE.
           05  OL-RECORD-KEY            PIC X(6).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  OL-REASON                PIC X(13).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  OL-ON-MASTER             PIC X(1).
           05  FILLER                   PIC X(7)    VALUE SPACES.
           05  OL-DATE-HELD             PIC 9(8).
           05  FILLER                   PIC X(5)    VALUE SPACES.
           05  OL-NAME                  PIC X(40).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  OL-ACCOUNT               PIC X(9).
           05  FILLER                   PIC X(37)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                 PIC X(36).
           05  TL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(87)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0010-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE

           SORT SORT-FILE
               ON ASCENDING KEY SR-RECORD-KEY SR-HALF-TYPE
                   SR-SEQUENCE
               INPUT PROCEDURE IS 1000-FEED-HALVES
               OUTPUT PROCEDURE IS 2000-PAIR-HALVES

           PERFORM 3000-WRITE-TOTALS
           CLOSE PAIR-FILE
           CLOSE HELD-OUT-FILE
           CLOSE CUSTMAST-FILE
           CLOSE REPORT-FILE
           DISPLAY "CONVPAIR: " WS-PAIR-COUNT " PAIRS, "
               WS-HELD-OUT-COUNT " HALVES HELD"

           IF WS-HELD-OUT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-INITIALIZE.
           PERFORM 0110-GET-BUSINESS-DATE

           OPEN INPUT CUSTMAST-FILE
           MOVE WS-CUSTMAST-STATUS TO WS-CHECK-STATUS
           MOVE "CUSTMAST" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN OUTPUT PAIR-FILE
           MOVE WS-PAIR-STATUS TO WS-CHECK-STATUS
           MOVE "MULTPAIR" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN OUTPUT HELD-OUT-FILE
           MOVE WS-HELDOUT-STATUS TO WS-CHECK-STATUS
           MOVE "MULTHLDO" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "PAIRRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           MOVE WS-BD-BUSINESS-DATE TO TT-BUSINESS-DATE
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-ORPHAN-HEADING-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-ORPHAN-COLUMN-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

      *    No business date means no way to date a newly held half -
      *    the run stops before anything is written rather than
      *    falling back on the wall clock.
       0110-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "CONVPAIR: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Releases every half: the earlier held generation first,
      *    then tonight's names, then tonight's accounts, numbering
      *    them as they go.
       1000-FEED-HALVES SECTION.
       1010-FEED-START.
      *    "05" is the optional held generation absent and treated as
      *    empty - a normal open, not an error.
           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT HELD-IN-FILE
           IF WS-HELDIN-STATUS NOT = "05"
               MOVE WS-HELDIN-STATUS TO WS-CHECK-STATUS
               MOVE "MULTHELD" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           PERFORM 1100-READ-HELD
           PERFORM 1200-RELEASE-HELD UNTIL WS-END-OF-FILE
           CLOSE HELD-IN-FILE

           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT NAME-OUT-FILE
           MOVE WS-NAMEOUT-STATUS TO WS-CHECK-STATUS
           MOVE "MULTNOUT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           PERFORM 1300-READ-NAME
           PERFORM 1400-RELEASE-NAME UNTIL WS-END-OF-FILE
           CLOSE NAME-OUT-FILE

           MOVE "N" TO WS-EOF-SWITCH
           OPEN INPUT ACCOUNT-OUT-FILE
           MOVE WS-ACCTOUT-STATUS TO WS-CHECK-STATUS
           MOVE "MULTAOUT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           PERFORM 1500-READ-ACCOUNT
           PERFORM 1600-RELEASE-ACCOUNT UNTIL WS-END-OF-FILE
           CLOSE ACCOUNT-OUT-FILE
      *    The input procedure is the whole section - without this
      *    jump, control would fall through the helper paragraphs
      *    below and RELEASE a phantom copy of the last half read.
           GO TO 1090-FEED-EXIT.

       1100-READ-HELD.
           READ HELD-IN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               MOVE WS-HELDIN-STATUS TO WS-CHECK-STATUS
               MOVE "MULTHELD" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       1200-RELEASE-HELD.
           ADD 1 TO WS-HELD-IN-COUNT
           MOVE HI-HALF-LINE(1:6) TO SR-RECORD-KEY
           MOVE HI-HALF-TYPE      TO SR-HALF-TYPE
           MOVE HI-DATE-HELD      TO SR-DATE-HELD
           MOVE HI-HALF-LINE      TO SR-HALF-LINE
           PERFORM 1700-RELEASE-HALF
           PERFORM 1100-READ-HELD.

       1300-READ-NAME.
           READ NAME-OUT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               MOVE WS-NAMEOUT-STATUS TO WS-CHECK-STATUS
               MOVE "MULTNOUT" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       1400-RELEASE-NAME.
           ADD 1 TO WS-NAME-IN-COUNT
           MOVE NAME-OUT-RECORD(1:6) TO SR-RECORD-KEY
           MOVE "N"                  TO SR-HALF-TYPE
           MOVE ZERO                 TO SR-DATE-HELD
           MOVE NAME-OUT-RECORD      TO SR-HALF-LINE
           PERFORM 1700-RELEASE-HALF
           PERFORM 1300-READ-NAME.

       1500-READ-ACCOUNT.
           READ ACCOUNT-OUT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               MOVE WS-ACCTOUT-STATUS TO WS-CHECK-STATUS
               MOVE "MULTAOUT" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       1600-RELEASE-ACCOUNT.
           ADD 1 TO WS-ACCT-IN-COUNT
           MOVE ACCOUNT-OUT-RECORD(1:6) TO SR-RECORD-KEY
           MOVE "A"                     TO SR-HALF-TYPE
           MOVE ZERO                    TO SR-DATE-HELD
           MOVE ACCOUNT-OUT-RECORD      TO SR-HALF-LINE
           PERFORM 1700-RELEASE-HALF
           PERFORM 1500-READ-ACCOUNT.

       1700-RELEASE-HALF.
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO SR-SEQUENCE
           RELEASE SORT-RECORD.

       1090-FEED-EXIT.
           EXIT.

      *    Gathers each key's halves as they come back from the sort
      *    and resolves the key when the next one starts, and once
      *    more for the last key at end of sort.
       2000-PAIR-HALVES SECTION.
       2010-PAIR-START.
           MOVE "N" TO WS-SORT-EOF-SWITCH
           MOVE "Y" TO WS-FIRST-SWITCH
           PERFORM 2100-RETURN-SORTED
           PERFORM 2200-GATHER-HALF UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-SORTED
               PERFORM 2300-RESOLVE-KEY
           END-IF
      *    The output procedure is the whole section - without this
      *    jump, control would fall through the helper paragraphs
      *    below and resolve the last key a second time.
           GO TO 2090-PAIR-EXIT.

       2100-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       2200-GATHER-HALF.
           IF WS-FIRST-SORTED
               OR SR-RECORD-KEY NOT = WS-GRP-RECORD-KEY
               IF NOT WS-FIRST-SORTED
                   PERFORM 2300-RESOLVE-KEY
               END-IF
               MOVE SR-RECORD-KEY TO WS-GRP-RECORD-KEY
               MOVE "N" TO WS-GRP-NAME-SWITCH WS-GRP-ACCT-SWITCH
               MOVE "N" TO WS-FIRST-SWITCH
           END-IF
           IF SR-HALF-NAME
               IF WS-GRP-HAS-NAME
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
               SET WS-GRP-HAS-NAME TO TRUE
               MOVE SR-DATE-HELD TO WS-GRP-NAME-DATE
               MOVE SR-HALF-LINE TO WS-GRP-NAME-LINE
           ELSE
               IF WS-GRP-HAS-ACCOUNT
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
               SET WS-GRP-HAS-ACCOUNT TO TRUE
               MOVE SR-DATE-HELD TO WS-GRP-ACCT-DATE
               MOVE SR-HALF-LINE TO WS-GRP-ACCT-LINE
           END-IF
           PERFORM 2100-RETURN-SORTED.

      *    A whole customer on CUSTMAST goes out; anything else is
      *    held back with the reason, whether or not its key is on
      *    the master shown beside it.
       2300-RESOLVE-KEY.
           PERFORM 2400-CHECK-MASTER
           EVALUATE TRUE
               WHEN WS-GRP-HAS-NAME AND WS-GRP-HAS-ACCOUNT
                   AND WS-ON-MASTER
                   PERFORM 2500-WRITE-PAIR
               WHEN WS-GRP-HAS-NAME AND WS-GRP-HAS-ACCOUNT
                   MOVE "NOT ON MASTER" TO WS-GRP-REASON
                   ADD 1 TO WS-NOT-MASTER-COUNT
                   PERFORM 2600-HOLD-NAME
                   PERFORM 2700-HOLD-ACCOUNT
               WHEN WS-GRP-HAS-NAME
                   MOVE "NAME ONLY" TO WS-GRP-REASON
                   ADD 1 TO WS-NAME-ONLY-COUNT
                   PERFORM 2600-HOLD-NAME
               WHEN OTHER
                   MOVE "ACCOUNT ONLY" TO WS-GRP-REASON
                   ADD 1 TO WS-ACCT-ONLY-COUNT
                   PERFORM 2700-HOLD-ACCOUNT
           END-EVALUATE
           IF NOT (WS-GRP-HAS-NAME AND WS-GRP-HAS-ACCOUNT
                   AND WS-ON-MASTER)
               PERFORM 2800-WRITE-ORPHAN-LINE
           END-IF.

      *    A key that is not numeric cannot be on the master.
       2400-CHECK-MASTER.
           MOVE "N" TO WS-MASTER-SWITCH
           IF WS-GRP-RECORD-KEY IS NUMERIC
               MOVE WS-GRP-RECORD-KEY TO CM-RECORD-KEY
               READ CUSTMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-ON-MASTER TO TRUE
               END-READ
               IF WS-CUSTMAST-STATUS NOT = "23"
                   MOVE WS-CUSTMAST-STATUS TO WS-CHECK-STATUS
                   MOVE "CUSTMAST" TO WS-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-FILE-STATUS
               END-IF
           END-IF.

       2500-WRITE-PAIR.
           MOVE WS-GRP-NAME-LINE TO WS-NAME-HALF
           MOVE WS-GRP-ACCT-LINE TO WS-ACCOUNT-HALF
           MOVE WS-GRP-RECORD-KEY TO PL-RECORD-KEY
           MOVE NH-OUTPUT-NAME    TO PL-OUT-NAME
           MOVE AH-ACCOUNT-FIELDS TO PL-ACCOUNT-FIELDS
           WRITE PAIR-RECORD FROM WS-PAIR-LINE
           MOVE WS-PAIR-STATUS TO WS-CHECK-STATUS
           MOVE "MULTPAIR" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           ADD 1 TO WS-PAIR-COUNT
           IF WS-GRP-NAME-DATE NOT = ZERO
               OR WS-GRP-ACCT-DATE NOT = ZERO
               ADD 1 TO WS-RELEASED-COUNT
           END-IF.

      *    A half first held tonight is dated tonight; one already
      *    held keeps the date it was first held.
       2600-HOLD-NAME.
           IF WS-GRP-NAME-DATE = ZERO
               MOVE WS-BD-BUSINESS-DATE TO WS-GRP-NAME-DATE
           END-IF
           MOVE "N"              TO HL-HALF-TYPE
           MOVE WS-GRP-NAME-DATE TO HL-DATE-HELD
           MOVE WS-GRP-NAME-LINE TO HL-HALF-LINE
           PERFORM 2750-WRITE-HELD.

       2700-HOLD-ACCOUNT.
           IF WS-GRP-ACCT-DATE = ZERO
               MOVE WS-BD-BUSINESS-DATE TO WS-GRP-ACCT-DATE
           END-IF
           MOVE "A"              TO HL-HALF-TYPE
           MOVE WS-GRP-ACCT-DATE TO HL-DATE-HELD
           MOVE WS-GRP-ACCT-LINE TO HL-HALF-LINE
           PERFORM 2750-WRITE-HELD.

       2750-WRITE-HELD.
           MOVE WS-GRP-REASON TO HL-REASON
           WRITE HELD-OUT-RECORD FROM WS-HELD-LINE
           MOVE WS-HELDOUT-STATUS TO WS-CHECK-STATUS
           MOVE "MULTHLDO" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           ADD 1 TO WS-HELD-OUT-COUNT.

      *    One line per key held back, dated by the older of its
      *    halves when it has both.
       2800-WRITE-ORPHAN-LINE.
           MOVE WS-GRP-RECORD-KEY TO OL-RECORD-KEY
           MOVE WS-GRP-REASON     TO OL-REASON
           IF WS-ON-MASTER
               MOVE "Y" TO OL-ON-MASTER
           ELSE
               MOVE "N" TO OL-ON-MASTER
           END-IF
           MOVE SPACES TO OL-NAME OL-ACCOUNT
           MOVE 99999999 TO OL-DATE-HELD
           IF WS-GRP-HAS-NAME
               MOVE WS-GRP-NAME-LINE TO WS-NAME-HALF
               MOVE NH-OUTPUT-NAME(1:40) TO OL-NAME
               MOVE WS-GRP-NAME-DATE TO OL-DATE-HELD
           END-IF
           IF WS-GRP-HAS-ACCOUNT
               MOVE WS-GRP-ACCT-LINE TO WS-ACCOUNT-HALF
               MOVE AH-OUT-ACCOUNT-WIDE-EDIT TO OL-ACCOUNT
               IF WS-GRP-ACCT-DATE < OL-DATE-HELD
                   MOVE WS-GRP-ACCT-DATE TO OL-DATE-HELD
               END-IF
           END-IF
           WRITE REPORT-RECORD FROM WS-ORPHAN-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       2090-PAIR-EXIT.
           EXIT.

       3000-TOTALS SECTION.
       3000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE "HELD HALVES CARRIED IN"     TO TL-LABEL
           MOVE WS-HELD-IN-COUNT             TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "MULTNOUT NAME HALVES READ"  TO TL-LABEL
           MOVE WS-NAME-IN-COUNT             TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "MULTAOUT ACCOUNT HALVES READ" TO TL-LABEL
           MOVE WS-ACCT-IN-COUNT             TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "DUPLICATE HALVES REPLACED"  TO TL-LABEL
           MOVE WS-REPLACED-COUNT            TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "PAIRS WRITTEN TO MULTPAIR"  TO TL-LABEL
           MOVE WS-PAIR-COUNT                TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "  OF WHICH COMPLETED A HELD HALF" TO TL-LABEL
           MOVE WS-RELEASED-COUNT            TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "KEYS HELD - NAME ONLY"      TO TL-LABEL
           MOVE WS-NAME-ONLY-COUNT           TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "KEYS HELD - ACCOUNT ONLY"   TO TL-LABEL
           MOVE WS-ACCT-ONLY-COUNT           TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "KEYS HELD - NOT ON MASTER"  TO TL-LABEL
           MOVE WS-NOT-MASTER-COUNT          TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE
           MOVE "HALVES HELD TO MULTHLDO"    TO TL-LABEL
           MOVE WS-HELD-OUT-COUNT            TO TL-COUNT
           PERFORM 3100-WRITE-TOTAL-LINE.

       3100-WRITE-TOTAL-LINE.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       9000-CHECK-REPORT-WRITE.
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "PAIRRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by every OPEN/READ/WRITE status check above - a
      *    non-zero status means the dataset is missing, full, or
      *    otherwise unusable, which an unattended batch run must not
      *    silently ignore.
       9900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "CONVPAIR: I/O ERROR ON " WS-CHECK-FILE-NAME
                   " STATUS=" WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

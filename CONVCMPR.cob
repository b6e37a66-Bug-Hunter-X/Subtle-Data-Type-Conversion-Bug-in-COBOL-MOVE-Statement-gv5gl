       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCMPR.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * CONVCMPR - parallel-run compare for a conversion program
      * change.  When CONVMOVE, NAMESTD, CHKDIGIT or CONVERTB
      * changes, the cycle is run once with the production load
      * modules and once with the candidate ones over the same
      * input, and this step matches the two sets of results record
      * by record:
      *
      *   CONVOUT   (PRODOUT / CANDOUT)    on the record key
      *   CONVEXCP  (PRODEXCP / CANDEXCP)  on the record key
      *   CONVRJCT  (PRODRJCT / CANDRJCT)  on the record key
      *   INTFFILE  (PRODINTF / CANDINTF)  details on source, action
      *                                    and record key; the
      *                                    header and trailer with
      *                                    each other
      *
      * Each file goes through its own SORT so the two sides need
      * not be in the same order.  Where one key carries several
      * records on a side they are matched in file order.
      *
      * CMPRRPT lists every field that differs between a matched
      * pair (production and candidate value side by side, the
      * window moved to the first differing character when the
      * field is wider than the column) and every record present on
      * one side only, then the counts per file and the count of
      * differences per field.  The INTFFILE header's source job is
      * not compared - it names the job that ran, which differs by
      * design between the two runs.
      *
      * Control cards (SYSIN, optional):
      *       CHANGE=xxxxxxxxxxxxxxxxxxxx  change reference printed
      *                                    on the report title
      *       MAXLIST=nnnnnn               difference lines listed
      *                                    per file (default 1000);
      *                                    the counts always cover
      *                                    every record
      *
      * RETURN-CODE 0 - PASS: both sides identical.
      * RETURN-CODE 8 - FAIL: any difference, or any record on one
      *                 side only.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT PRODOUT-FILE ASSIGN TO "PRODOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODOUT-STATUS.

           SELECT CANDOUT-FILE ASSIGN TO "CANDOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDOUT-STATUS.

           SELECT PRODEXCP-FILE ASSIGN TO "PRODEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODEXCP-STATUS.

           SELECT CANDEXCP-FILE ASSIGN TO "CANDEXCP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDEXCP-STATUS.

           SELECT PRODRJCT-FILE ASSIGN TO "PRODRJCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODRJCT-STATUS.

           SELECT CANDRJCT-FILE ASSIGN TO "CANDRJCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDRJCT-STATUS.

           SELECT PRODINTF-FILE ASSIGN TO "PRODINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRODINTF-STATUS.

           SELECT CANDINTF-FILE ASSIGN TO "CANDINTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CANDINTF-STATUS.

           SELECT REPORT-FILE ASSIGN TO "CMPRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD               PIC X(80).

       FD  PRODOUT-FILE
           RECORDING MODE IS F.
       01  PRODOUT-RECORD               PIC X(138).

       FD  CANDOUT-FILE
           RECORDING MODE IS F.
       01  CANDOUT-RECORD               PIC X(138).

       FD  PRODEXCP-FILE
           RECORDING MODE IS F.
       01  PRODEXCP-RECORD              PIC X(80).

       FD  CANDEXCP-FILE
           RECORDING MODE IS F.
       01  CANDEXCP-RECORD              PIC X(80).

       FD  PRODRJCT-FILE
           RECORDING MODE IS F.
       01  PRODRJCT-RECORD              PIC X(80).

       FD  CANDRJCT-FILE
           RECORDING MODE IS F.
       01  CANDRJCT-RECORD              PIC X(80).

       FD  PRODINTF-FILE
           RECORDING MODE IS F.
       01  PRODINTF-RECORD              PIC X(121).

       FD  CANDINTF-FILE
           RECORDING MODE IS F.
       01  CANDINTF-RECORD              PIC X(121).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(132).

      *    One sort record per input record of the file being
      *    compared.  SR-SIDE "1" is production and "2" candidate,
      *    so within a key every production record comes back ahead
      *    of the candidate records it is matched against.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-MATCH-KEY             PIC X(8).
           05  SR-SIDE                  PIC X(1).
               88  SR-PRODUCTION                    VALUE "1".
               88  SR-CANDIDATE                     VALUE "2".
           05  SR-SEQUENCE              PIC 9(9).
           05  SR-DATA                  PIC X(138).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS        PIC X(2).
           05  WS-PRODOUT-STATUS        PIC X(2).
           05  WS-CANDOUT-STATUS        PIC X(2).
           05  WS-PRODEXCP-STATUS       PIC X(2).
           05  WS-CANDEXCP-STATUS       PIC X(2).
           05  WS-PRODRJCT-STATUS       PIC X(2).
           05  WS-CANDRJCT-STATUS       PIC X(2).
           05  WS-PRODINTF-STATUS       PIC X(2).
           05  WS-CANDINTF-STATUS       PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-CTL-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-CTL-EOF                       VALUE "Y".
           05  WS-EOF-SWITCH            PIC X(1)    VALUE "N".
               88  WS-END-OF-FILE                   VALUE "Y".
           05  WS-SORT-EOF-SWITCH       PIC X(1)    VALUE "N".
               88  WS-SORT-EOF                      VALUE "Y".
           05  WS-FIRST-SWITCH          PIC X(1)    VALUE "Y".
               88  WS-FIRST-SORTED                  VALUE "Y".
           05  WS-DIFF-SWITCH           PIC X(1)    VALUE "N".
               88  WS-RECORD-DIFFERS                VALUE "Y".
           05  WS-CHAR-SWITCH           PIC X(1)    VALUE "N".
               88  WS-CHAR-DIFF-FOUND               VALUE "Y".
      *    Which side of the current file is being fed to the sort.
           05  WS-SIDE-SWITCH           PIC X(1)    VALUE "1".
               88  WS-FEEDING-PRODUCTION            VALUE "1".
               88  WS-FEEDING-CANDIDATE             VALUE "2".

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN/READ/WRITE can
      *    share one status-check paragraph instead of repeating the
      *    same IF/DISPLAY/STOP RUN after each I/O statement.
       01  WS-STATUS-CHECK.
           05  WS-CHECK-STATUS          PIC X(2).
           05  WS-CHECK-FILE-NAME       PIC X(8).

       01  WS-RUN-OPTIONS.
           05  WS-OPT-CHANGE            PIC X(20)   VALUE SPACES.
           05  WS-OPT-MAX-LIST          PIC 9(6)    VALUE 1000.

       01  WS-CONTROL-PARSE.
           05  WS-CTL-KEYWORD           PIC X(10).
           05  WS-CTL-VALUE             PIC X(20).

      *    The four compared files, in report order, with the counts
      *    each one's compare builds up.
       01  WS-FILE-NAME-VALUES.
           05  FILLER                   PIC X(8)    VALUE "CONVOUT".
           05  FILLER                   PIC X(8)    VALUE "CONVEXCP".
           05  FILLER                   PIC X(8)    VALUE "CONVRJCT".
           05  FILLER                   PIC X(8)    VALUE "INTFFILE".
       01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
           05  WS-FILE-NAME             PIC X(8)    OCCURS 4 TIMES.

       01  WS-FILE-COUNTS.
           05  WS-FILE-COUNT-ENTRY      OCCURS 4 TIMES.
               10  WS-PROD-READ         PIC 9(7).
               10  WS-CAND-READ         PIC 9(7).
               10  WS-MATCHED           PIC 9(7).
               10  WS-IDENTICAL         PIC 9(7).
               10  WS-DIFFERENT         PIC 9(7).
               10  WS-PROD-ONLY         PIC 9(7).
               10  WS-CAND-ONLY         PIC 9(7).
               10  WS-LISTED            PIC 9(7).
               10  WS-NOT-LISTED        PIC 9(7).

      *    The compared fields of every record layout.  Each entry is
      *    the record type it applies to, the field name printed on
      *    the report, and its offset and length in the record:
      *        O  CONVOUT line               E  CONVEXCP line
      *        R  CONVRJCT line              H  INTFFILE header
      *        D  INTFFILE detail            T  INTFFILE trailer
      *        X  INTFFILE record of no known type
      *    The match key is never listed - matched records share it
      *    by definition.  REST covers whatever follows the named
      *    fields, so no byte of a compared record goes unchecked
      *    except the header's source job.
       01  WS-FIELD-VALUES.
           05  FILLER  PIC X(17)  VALUE "ONAME      008100".
           05  FILLER  PIC X(17)  VALUE "OACCOUNT   109005".
           05  FILLER  PIC X(17)  VALUE "OACCT-EDIT 115006".
           05  FILLER  PIC X(17)  VALUE "OACCT-WIDE 122007".
           05  FILLER  PIC X(17)  VALUE "OWIDE-EDIT 130009".
           05  FILLER  PIC X(17)  VALUE "EORIG-VALUE008007".
           05  FILLER  PIC X(17)  VALUE "ETRUNC-VAL 016005".
           05  FILLER  PIC X(17)  VALUE "EREST      021060".
           05  FILLER  PIC X(17)  VALUE "RVALUE     008007".
           05  FILLER  PIC X(17)  VALUE "RREASON    016011".
           05  FILLER  PIC X(17)  VALUE "RREST      027054".
           05  FILLER  PIC X(17)  VALUE "HRUN-DATE  002008".
           05  FILLER  PIC X(17)  VALUE "HREST      018104".
           05  FILLER  PIC X(17)  VALUE "DACCOUNT   004005".
           05  FILLER  PIC X(17)  VALUE "DACCT-WIDE 009007".
           05  FILLER  PIC X(17)  VALUE "DNAME      022100".
           05  FILLER  PIC X(17)  VALUE "TCOUNT     002009".
           05  FILLER  PIC X(17)  VALUE "THASH      011012".
           05  FILLER  PIC X(17)  VALUE "TWIDE-HASH 023012".
           05  FILLER  PIC X(17)  VALUE "TREST      035087".
           05  FILLER  PIC X(17)  VALUE "XRECORD    001121".
       01  WS-FIELD-TABLE REDEFINES WS-FIELD-VALUES.
           05  WS-FIELD-ENTRY           OCCURS 21 TIMES.
               10  FT-RECORD-TYPE       PIC X(1).
               10  FT-FIELD-NAME        PIC X(10).
               10  FT-OFFSET            PIC 9(3).
               10  FT-LENGTH            PIC 9(3).

       01  WS-FIELD-DIFF-COUNTS.
           05  WS-FIELD-DIFF-COUNT      PIC 9(7)    OCCURS 21 TIMES.

       01  WS-SUBSCRIPTS.
           05  WS-FILE-IX               PIC 9(2)    COMP.
           05  WS-FIELD-IX              PIC 9(2)    COMP.
           05  WS-HELD-IX               PIC 9(2)    COMP.
           05  WS-POS                   PIC 9(3)    COMP.
           05  WS-DIFF-POS              PIC 9(3)    COMP.
           05  WS-SHOW-START            PIC 9(3)    COMP.
           05  WS-FIELD-END             PIC 9(3)    COMP.

       01  WS-FIELD-COUNT               PIC 9(2)    COMP VALUE 21.
       01  WS-SHOW-WIDTH                PIC 9(3)    COMP VALUE 48.
       01  WS-SEQUENCE                  PIC 9(9)    VALUE ZERO.
       01  WS-FEED-DATA                 PIC X(138).
       01  WS-RECORD-TYPE               PIC X(1).

      *    Production records of the key being matched, held until
      *    candidate records arrive to be paired with them in file
      *    order.  More than ten production records on one key is
      *    not a conversion result; the excess lists as production-
      *    only.
       01  WS-GROUP.
           05  WS-GRP-MATCH-KEY         PIC X(8).
           05  WS-GRP-HELD-COUNT        PIC 9(2)    COMP.
           05  WS-GRP-USED-COUNT        PIC 9(2)    COMP.
           05  WS-GRP-PROD-DATA         PIC X(138)  OCCURS 10 TIMES.

       01  WS-PROD-DATA                 PIC X(138).
       01  WS-CAND-DATA                 PIC X(138).

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(45)
                   VALUE "PARALLEL-RUN COMPARE - PRODUCTION/CANDIDATE".
           05  FILLER                   PIC X(7)    VALUE "CHANGE ".
           05  TT-CHANGE                PIC X(20).
           05  FILLER                   PIC X(60)   VALUE SPACES.

       01  WS-FILE-HEADING-LINE.
           05  FILLER                   PIC X(19)
                   VALUE "DIFFERENCES - FILE ".
           05  FH-FILE-NAME             PIC X(8).
           05  FILLER                   PIC X(105)  VALUE SPACES.

       01  WS-DIFF-COLUMN-LINE.
           05  FILLER                   PIC X(10)   VALUE "FILE".
           05  FILLER                   PIC X(10)   VALUE "KEY".
           05  FILLER                   PIC X(14)   VALUE "FIELD".
           05  FILLER                   PIC X(50)   VALUE "PRODUCTION".
           05  FILLER                   PIC X(48)   VALUE "CANDIDATE".

       01  WS-DIFF-LINE.
           05  DL-FILE-NAME             PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-MATCH-KEY             PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-FIELD-NAME            PIC X(12).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-PROD-VALUE            PIC X(48).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  DL-CAND-VALUE            PIC X(48).

       01  WS-SUMMARY-HEADING-LINE.
           05  FILLER                   PIC X(132)
                   VALUE "SUMMARY BY FILE".

       01  WS-SUMMARY-COLUMN-LINE.
           05  FILLER                   PIC X(10)   VALUE "FILE".
           05  FILLER                   PIC X(11)   VALUE " PROD RECS".
           05  FILLER                   PIC X(11)   VALUE " CAND RECS".
           05  FILLER                   PIC X(11)   VALUE "   MATCHED".
           05  FILLER                   PIC X(11)   VALUE " IDENTICAL".
           05  FILLER                   PIC X(11)   VALUE " DIFFERENT".
           05  FILLER                   PIC X(11)   VALUE " PROD ONLY".
           05  FILLER                   PIC X(11)   VALUE " CAND ONLY".
           05  FILLER                   PIC X(11)   VALUE "  UNLISTED".
           05  FILLER                   PIC X(34)   VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  SL-FILE-NAME             PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  SL-PROD-READ             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  SL-CAND-READ             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  SL-MATCHED               PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  SL-IDENTICAL             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  SL-DIFFERENT             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  SL-PROD-ONLY             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  SL-CAND-ONLY             PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  SL-NOT-LISTED            PIC ZZ,ZZZ,ZZ9.
           05  FILLER                   PIC X(34)   VALUE SPACES.

       01  WS-FIELD-HEADING-LINE.
           05  FILLER                   PIC X(132)
                   VALUE "DIFFERENCES BY FIELD".

       01  WS-FIELD-COLUMN-LINE.
           05  FILLER                   PIC X(10)   VALUE "FILE".
           05  FILLER                   PIC X(10)   VALUE "RECORD".
           05  FILLER                   PIC X(12)   VALUE "FIELD".
           05  FILLER                   PIC X(100)  VALUE "    COUNT".

       01  WS-FIELD-LINE.
           05  FL-FILE-NAME             PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FL-RECORD-NAME           PIC X(8).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FL-FIELD-NAME            PIC X(10).
           05  FILLER                   PIC X(2)    VALUE SPACES.
           05  FL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(91)   VALUE SPACES.

       01  WS-RESULT-LINE.
           05  FILLER                   PIC X(16)
                   VALUE "COMPARE RESULT: ".
           05  RL-RESULT                PIC X(116).

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0010-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE
           PERFORM 0200-COMPARE-FILE
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 4
           PERFORM 3000-WRITE-SUMMARY
           CLOSE REPORT-FILE
           GOBACK.

       0100-INITIALIZE.
           PERFORM 0150-GET-RUN-OPTIONS
           INITIALIZE WS-FILE-COUNTS WS-FIELD-DIFF-COUNTS

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "CMPRRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS

           MOVE WS-OPT-CHANGE TO TT-CHANGE
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       0150-GET-RUN-OPTIONS.
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-STATUS = "05"
               SET WS-CTL-EOF TO TRUE
           ELSE
               MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
               MOVE "SYSIN" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
           PERFORM 0160-READ-CONTROL-CARD UNTIL WS-CTL-EOF
           CLOSE CONTROL-FILE.

       0160-READ-CONTROL-CARD.
           READ CONTROL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
           END-READ
           IF NOT WS-CTL-EOF
               MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
               MOVE "SYSIN" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               IF CONTROL-RECORD NOT = SPACES
                   PERFORM 0170-PARSE-CONTROL-CARD
               END-IF
           END-IF.

       0170-PARSE-CONTROL-CARD.
           MOVE SPACES TO WS-CTL-KEYWORD WS-CTL-VALUE
           UNSTRING CONTROL-RECORD DELIMITED BY "="
               INTO WS-CTL-KEYWORD WS-CTL-VALUE
           END-UNSTRING
           EVALUATE WS-CTL-KEYWORD
               WHEN "CHANGE"
                   MOVE WS-CTL-VALUE TO WS-OPT-CHANGE
               WHEN "MAXLIST"
                   IF WS-CTL-VALUE(1:6) IS NOT NUMERIC
                       PERFORM 0180-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:6) TO WS-OPT-MAX-LIST
               WHEN OTHER
                   PERFORM 0180-BAD-CONTROL-CARD
           END-EVALUATE.

       0180-BAD-CONTROL-CARD.
           DISPLAY "CONVCMPR: BAD CONTROL CARD '" CONTROL-RECORD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    One SORT per compared file, both sides through the same
      *    sort so they come back merged in key order.
       0200-COMPARE-FILE.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE WS-FILE-NAME(WS-FILE-IX) TO FH-FILE-NAME
           WRITE REPORT-RECORD FROM WS-FILE-HEADING-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-DIFF-COLUMN-LINE
           PERFORM 9000-CHECK-REPORT-WRITE

           SORT SORT-FILE
               ON ASCENDING KEY SR-MATCH-KEY SR-SIDE SR-SEQUENCE
               INPUT PROCEDURE IS 1000-FEED-SIDES
               OUTPUT PROCEDURE IS 2000-MATCH-SIDES.

      *    Releases every production record of the current file,
      *    then every candidate record, each with its match key.
       1000-FEED-SIDES SECTION.
       1010-FEED-START.
           MOVE ZERO TO WS-SEQUENCE
           SET WS-FEEDING-PRODUCTION TO TRUE
           PERFORM 1100-FEED-ONE-SIDE
           SET WS-FEEDING-CANDIDATE TO TRUE
           PERFORM 1100-FEED-ONE-SIDE
      *    The input procedure is the whole section - without this
      *    jump, control would fall through the helper paragraphs
      *    below and RELEASE a phantom copy of the last record read.
           GO TO 1090-FEED-EXIT.

       1100-FEED-ONE-SIDE.
           MOVE "N" TO WS-EOF-SWITCH
           PERFORM 1200-OPEN-SIDE
           PERFORM 1300-READ-SIDE
           PERFORM 1400-RELEASE-RECORD UNTIL WS-END-OF-FILE
           PERFORM 1250-CLOSE-SIDE.

       1200-OPEN-SIDE.
           EVALUATE TRUE ALSO TRUE
               WHEN WS-FILE-IX = 1 ALSO WS-FEEDING-PRODUCTION
                   OPEN INPUT PRODOUT-FILE
                   MOVE WS-PRODOUT-STATUS TO WS-CHECK-STATUS
                   MOVE "PRODOUT" TO WS-CHECK-FILE-NAME
               WHEN WS-FILE-IX = 1 ALSO WS-FEEDING-CANDIDATE
                   OPEN INPUT CANDOUT-FILE
                   MOVE WS-CANDOUT-STATUS TO WS-CHECK-STATUS
                   MOVE "CANDOUT" TO WS-CHECK-FILE-NAME
               WHEN WS-FILE-IX = 2 ALSO WS-FEEDING-PRODUCTION
                   OPEN INPUT PRODEXCP-FILE
                   MOVE WS-PRODEXCP-STATUS TO WS-CHECK-STATUS
                   MOVE "PRODEXCP" TO WS-CHECK-FILE-NAME
               WHEN WS-FILE-IX = 2 ALSO WS-FEEDING-CANDIDATE
                   OPEN INPUT CANDEXCP-FILE
                   MOVE WS-CANDEXCP-STATUS TO WS-CHECK-STATUS
                   MOVE "CANDEXCP" TO WS-CHECK-FILE-NAME
               WHEN WS-FILE-IX = 3 ALSO WS-FEEDING-PRODUCTION
                   OPEN INPUT PRODRJCT-FILE
                   MOVE WS-PRODRJCT-STATUS TO WS-CHECK-STATUS
                   MOVE "PRODRJCT" TO WS-CHECK-FILE-NAME
               WHEN WS-FILE-IX = 3 ALSO WS-FEEDING-CANDIDATE
                   OPEN INPUT CANDRJCT-FILE
                   MOVE WS-CANDRJCT-STATUS TO WS-CHECK-STATUS
                   MOVE "CANDRJCT" TO WS-CHECK-FILE-NAME
               WHEN WS-FILE-IX = 4 ALSO WS-FEEDING-PRODUCTION
                   OPEN INPUT PRODINTF-FILE
                   MOVE WS-PRODINTF-STATUS TO WS-CHECK-STATUS
                   MOVE "PRODINTF" TO WS-CHECK-FILE-NAME
               WHEN OTHER
                   OPEN INPUT CANDINTF-FILE
                   MOVE WS-CANDINTF-STATUS TO WS-CHECK-STATUS
                   MOVE "CANDINTF" TO WS-CHECK-FILE-NAME
           END-EVALUATE
           PERFORM 9900-CHECK-FILE-STATUS.

       1250-CLOSE-SIDE.
           EVALUATE TRUE ALSO TRUE
               WHEN WS-FILE-IX = 1 ALSO WS-FEEDING-PRODUCTION
                   CLOSE PRODOUT-FILE
               WHEN WS-FILE-IX = 1 ALSO WS-FEEDING-CANDIDATE
                   CLOSE CANDOUT-FILE
               WHEN WS-FILE-IX = 2 ALSO WS-FEEDING-PRODUCTION
                   CLOSE PRODEXCP-FILE
               WHEN WS-FILE-IX = 2 ALSO WS-FEEDING-CANDIDATE
                   CLOSE CANDEXCP-FILE
               WHEN WS-FILE-IX = 3 ALSO WS-FEEDING-PRODUCTION
                   CLOSE PRODRJCT-FILE
               WHEN WS-FILE-IX = 3 ALSO WS-FEEDING-CANDIDATE
                   CLOSE CANDRJCT-FILE
               WHEN WS-FILE-IX = 4 ALSO WS-FEEDING-PRODUCTION
                   CLOSE PRODINTF-FILE
               WHEN OTHER
                   CLOSE CANDINTF-FILE
           END-EVALUATE.

       1300-READ-SIDE.
           MOVE SPACES TO WS-FEED-DATA
           EVALUATE TRUE ALSO TRUE
               WHEN WS-FILE-IX = 1 ALSO WS-FEEDING-PRODUCTION
                   READ PRODOUT-FILE INTO WS-FEED-DATA
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
                   MOVE WS-PRODOUT-STATUS TO WS-CHECK-STATUS
                   MOVE "PRODOUT" TO WS-CHECK-FILE-NAME
               WHEN WS-FILE-IX = 1 ALSO WS-FEEDING-CANDIDATE
                   READ CANDOUT-FILE INTO WS-FEED-DATA
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
                   MOVE WS-CANDOUT-STATUS TO WS-CHECK-STATUS
                   MOVE "CANDOUT" TO WS-CHECK-FILE-NAME
               WHEN WS-FILE-IX = 2 ALSO WS-FEEDING-PRODUCTION
                   READ PRODEXCP-FILE INTO WS-FEED-DATA
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
                   MOVE WS-PRODEXCP-STATUS TO WS-CHECK-STATUS
                   MOVE "PRODEXCP" TO WS-CHECK-FILE-NAME
               WHEN WS-FILE-IX = 2 ALSO WS-FEEDING-CANDIDATE
                   READ CANDEXCP-FILE INTO WS-FEED-DATA
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
                   MOVE WS-CANDEXCP-STATUS TO WS-CHECK-STATUS
                   MOVE "CANDEXCP" TO WS-CHECK-FILE-NAME
               WHEN WS-FILE-IX = 3 ALSO WS-FEEDING-PRODUCTION
                   READ PRODRJCT-FILE INTO WS-FEED-DATA
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
                   MOVE WS-PRODRJCT-STATUS TO WS-CHECK-STATUS
                   MOVE "PRODRJCT" TO WS-CHECK-FILE-NAME
               WHEN WS-FILE-IX = 3 ALSO WS-FEEDING-CANDIDATE
                   READ CANDRJCT-FILE INTO WS-FEED-DATA
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
                   MOVE WS-CANDRJCT-STATUS TO WS-CHECK-STATUS
                   MOVE "CANDRJCT" TO WS-CHECK-FILE-NAME
               WHEN WS-FILE-IX = 4 ALSO WS-FEEDING-PRODUCTION
                   READ PRODINTF-FILE INTO WS-FEED-DATA
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
                   MOVE WS-PRODINTF-STATUS TO WS-CHECK-STATUS
                   MOVE "PRODINTF" TO WS-CHECK-FILE-NAME
               WHEN OTHER
                   READ CANDINTF-FILE INTO WS-FEED-DATA
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                   END-READ
                   MOVE WS-CANDINTF-STATUS TO WS-CHECK-STATUS
                   MOVE "CANDINTF" TO WS-CHECK-FILE-NAME
           END-EVALUATE
           IF NOT WS-END-OF-FILE
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

      *    The interface file's match key is the detail's source,
      *    action and record key, so a customer's C and M details
      *    and an add and a delete of one key are matched separately;
      *    the header and trailer each match the other side's.
       1400-RELEASE-RECORD.
           IF WS-FEEDING-PRODUCTION
               ADD 1 TO WS-PROD-READ(WS-FILE-IX)
           ELSE
               ADD 1 TO WS-CAND-READ(WS-FILE-IX)
           END-IF
           MOVE SPACES TO SR-MATCH-KEY
           IF WS-FILE-IX < 4
               MOVE WS-FEED-DATA(1:6) TO SR-MATCH-KEY
           ELSE
               EVALUATE WS-FEED-DATA(1:1)
                   WHEN "D"
                       MOVE WS-FEED-DATA(2:2)  TO SR-MATCH-KEY(1:2)
                       MOVE WS-FEED-DATA(16:6) TO SR-MATCH-KEY(3:6)
                   WHEN "H"
                   WHEN "T"
                       MOVE WS-FEED-DATA(1:1)  TO SR-MATCH-KEY
                   WHEN OTHER
                       MOVE WS-FEED-DATA(1:8)  TO SR-MATCH-KEY
               END-EVALUATE
           END-IF
           MOVE WS-SIDE-SWITCH TO SR-SIDE
           ADD 1 TO WS-SEQUENCE
           MOVE WS-SEQUENCE TO SR-SEQUENCE
           MOVE WS-FEED-DATA TO SR-DATA
           RELEASE SORT-RECORD
           PERFORM 1300-READ-SIDE.

       1090-FEED-EXIT.
           EXIT.

      *    Production records of a key are held as they come back;
      *    each candidate record of the key is paired with the next
      *    held one, or is candidate-only when none is left.  Held
      *    records still unpaired when the key changes are
      *    production-only.
       2000-MATCH-SIDES SECTION.
       2010-MATCH-START.
           MOVE "N" TO WS-SORT-EOF-SWITCH
           MOVE "Y" TO WS-FIRST-SWITCH
           PERFORM 2100-RETURN-SORTED
           PERFORM 2200-EXAMINE-SORTED UNTIL WS-SORT-EOF
           IF NOT WS-FIRST-SORTED
               PERFORM 2300-END-KEY
           END-IF
      *    The output procedure is the whole section - without this
      *    jump, control would fall through the helper paragraphs
      *    below and close out the last key a second time.
           GO TO 2090-MATCH-EXIT.

       2100-RETURN-SORTED.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       2200-EXAMINE-SORTED.
           IF WS-FIRST-SORTED
               OR SR-MATCH-KEY NOT = WS-GRP-MATCH-KEY
               IF NOT WS-FIRST-SORTED
                   PERFORM 2300-END-KEY
               END-IF
               MOVE SR-MATCH-KEY TO WS-GRP-MATCH-KEY
               MOVE ZERO TO WS-GRP-HELD-COUNT WS-GRP-USED-COUNT
               MOVE "N" TO WS-FIRST-SWITCH
           END-IF
           IF SR-PRODUCTION
               IF WS-GRP-HELD-COUNT < 10
                   ADD 1 TO WS-GRP-HELD-COUNT
                   MOVE SR-DATA TO WS-GRP-PROD-DATA(WS-GRP-HELD-COUNT)
               ELSE
                   MOVE SR-DATA TO WS-PROD-DATA
                   PERFORM 2600-PRODUCTION-ONLY
               END-IF
           ELSE
               MOVE SR-DATA TO WS-CAND-DATA
               IF WS-GRP-USED-COUNT < WS-GRP-HELD-COUNT
                   ADD 1 TO WS-GRP-USED-COUNT
                   MOVE WS-GRP-PROD-DATA(WS-GRP-USED-COUNT)
                       TO WS-PROD-DATA
                   PERFORM 2400-COMPARE-PAIR
               ELSE
                   PERFORM 2700-CANDIDATE-ONLY
               END-IF
           END-IF
           PERFORM 2100-RETURN-SORTED.

       2300-END-KEY.
           PERFORM 2310-UNPAIRED-PRODUCTION
               VARYING WS-HELD-IX FROM WS-GRP-USED-COUNT BY 1
               UNTIL WS-HELD-IX >= WS-GRP-HELD-COUNT.

       2310-UNPAIRED-PRODUCTION.
           MOVE WS-GRP-PROD-DATA(WS-HELD-IX + 1) TO WS-PROD-DATA
           PERFORM 2600-PRODUCTION-ONLY.

      *    The record type picks which field-table entries apply: the
      *    file's own layout, or for the interface file the type in
      *    the record's first byte.
       2400-COMPARE-PAIR.
           ADD 1 TO WS-MATCHED(WS-FILE-IX)
           EVALUATE WS-FILE-IX
               WHEN 1
                   MOVE "O" TO WS-RECORD-TYPE
               WHEN 2
                   MOVE "E" TO WS-RECORD-TYPE
               WHEN 3
                   MOVE "R" TO WS-RECORD-TYPE
               WHEN OTHER
                   IF WS-PROD-DATA(1:1) = "H" OR "D" OR "T"
                       MOVE WS-PROD-DATA(1:1) TO WS-RECORD-TYPE
                   ELSE
                       MOVE "X" TO WS-RECORD-TYPE
                   END-IF
           END-EVALUATE
           MOVE "N" TO WS-DIFF-SWITCH
           PERFORM 2500-COMPARE-FIELD
               VARYING WS-FIELD-IX FROM 1 BY 1
               UNTIL WS-FIELD-IX > WS-FIELD-COUNT
           IF WS-RECORD-DIFFERS
               ADD 1 TO WS-DIFFERENT(WS-FILE-IX)
           ELSE
               ADD 1 TO WS-IDENTICAL(WS-FILE-IX)
           END-IF.

       2500-COMPARE-FIELD.
           IF FT-RECORD-TYPE(WS-FIELD-IX) = WS-RECORD-TYPE
               AND WS-PROD-DATA(FT-OFFSET(WS-FIELD-IX):
                                FT-LENGTH(WS-FIELD-IX))
                   NOT = WS-CAND-DATA(FT-OFFSET(WS-FIELD-IX):
                                      FT-LENGTH(WS-FIELD-IX))
               SET WS-RECORD-DIFFERS TO TRUE
               ADD 1 TO WS-FIELD-DIFF-COUNT(WS-FIELD-IX)
               IF WS-LISTED(WS-FILE-IX) < WS-OPT-MAX-LIST
                   PERFORM 2550-LIST-FIELD-DIFF
               ELSE
                   ADD 1 TO WS-NOT-LISTED(WS-FILE-IX)
               END-IF
           END-IF.

      *    A field wider than the value column is shown from a few
      *    characters ahead of its first difference, so the change
      *    is on the line even deep inside a name.
       2550-LIST-FIELD-DIFF.
           MOVE FT-OFFSET(WS-FIELD-IX) TO WS-SHOW-START
           IF FT-LENGTH(WS-FIELD-IX) > WS-SHOW-WIDTH
               COMPUTE WS-FIELD-END = FT-OFFSET(WS-FIELD-IX)
                   + FT-LENGTH(WS-FIELD-IX) - 1
               MOVE "N" TO WS-CHAR-SWITCH
               MOVE WS-SHOW-START TO WS-DIFF-POS
               PERFORM 2560-FIND-FIRST-DIFF
                   VARYING WS-POS FROM WS-SHOW-START BY 1
                   UNTIL WS-CHAR-DIFF-FOUND
                       OR WS-POS > WS-FIELD-END
               IF WS-DIFF-POS > WS-SHOW-START + 8
                   COMPUTE WS-SHOW-START = WS-DIFF-POS - 8
               END-IF
               IF WS-SHOW-START + WS-SHOW-WIDTH - 1 > WS-FIELD-END
                   COMPUTE WS-SHOW-START =
                       WS-FIELD-END - WS-SHOW-WIDTH + 1
               END-IF
               MOVE WS-PROD-DATA(WS-SHOW-START:WS-SHOW-WIDTH)
                   TO DL-PROD-VALUE
               MOVE WS-CAND-DATA(WS-SHOW-START:WS-SHOW-WIDTH)
                   TO DL-CAND-VALUE
           ELSE
               MOVE SPACES TO DL-PROD-VALUE DL-CAND-VALUE
               MOVE WS-PROD-DATA(WS-SHOW-START:
                                 FT-LENGTH(WS-FIELD-IX))
                   TO DL-PROD-VALUE
               MOVE WS-CAND-DATA(WS-SHOW-START:
                                 FT-LENGTH(WS-FIELD-IX))
                   TO DL-CAND-VALUE
           END-IF
           MOVE FT-FIELD-NAME(WS-FIELD-IX) TO DL-FIELD-NAME
           PERFORM 2800-WRITE-DIFF-LINE.

       2560-FIND-FIRST-DIFF.
           IF WS-PROD-DATA(WS-POS:1) NOT = WS-CAND-DATA(WS-POS:1)
               SET WS-CHAR-DIFF-FOUND TO TRUE
               MOVE WS-POS TO WS-DIFF-POS
           END-IF.

       2600-PRODUCTION-ONLY.
           ADD 1 TO WS-PROD-ONLY(WS-FILE-IX)
           IF WS-LISTED(WS-FILE-IX) < WS-OPT-MAX-LIST
               MOVE "PROD ONLY" TO DL-FIELD-NAME
               MOVE WS-PROD-DATA(1:WS-SHOW-WIDTH) TO DL-PROD-VALUE
               MOVE SPACES TO DL-CAND-VALUE
               PERFORM 2800-WRITE-DIFF-LINE
           ELSE
               ADD 1 TO WS-NOT-LISTED(WS-FILE-IX)
           END-IF.

       2700-CANDIDATE-ONLY.
           ADD 1 TO WS-CAND-ONLY(WS-FILE-IX)
           IF WS-LISTED(WS-FILE-IX) < WS-OPT-MAX-LIST
               MOVE "CAND ONLY" TO DL-FIELD-NAME
               MOVE SPACES TO DL-PROD-VALUE
               MOVE WS-CAND-DATA(1:WS-SHOW-WIDTH) TO DL-CAND-VALUE
               PERFORM 2800-WRITE-DIFF-LINE
           ELSE
               ADD 1 TO WS-NOT-LISTED(WS-FILE-IX)
           END-IF.

       2800-WRITE-DIFF-LINE.
           MOVE WS-FILE-NAME(WS-FILE-IX) TO DL-FILE-NAME
           MOVE WS-GRP-MATCH-KEY TO DL-MATCH-KEY
           WRITE REPORT-RECORD FROM WS-DIFF-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           ADD 1 TO WS-LISTED(WS-FILE-IX).

       2090-MATCH-EXIT.
           EXIT.

       3000-SUMMARY SECTION.
       3000-WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-SUMMARY-HEADING-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-SUMMARY-COLUMN-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           PERFORM 3100-WRITE-FILE-LINE
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 4

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-FIELD-HEADING-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-FIELD-COLUMN-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           PERFORM 3200-WRITE-FIELD-LINE
               VARYING WS-FIELD-IX FROM 1 BY 1
               UNTIL WS-FIELD-IX > WS-FIELD-COUNT

           PERFORM 3300-WRITE-RESULT.

       3100-WRITE-FILE-LINE.
           MOVE WS-FILE-NAME(WS-FILE-IX) TO SL-FILE-NAME
           MOVE WS-PROD-READ(WS-FILE-IX)  TO SL-PROD-READ
           MOVE WS-CAND-READ(WS-FILE-IX)  TO SL-CAND-READ
           MOVE WS-MATCHED(WS-FILE-IX)    TO SL-MATCHED
           MOVE WS-IDENTICAL(WS-FILE-IX)  TO SL-IDENTICAL
           MOVE WS-DIFFERENT(WS-FILE-IX)  TO SL-DIFFERENT
           MOVE WS-PROD-ONLY(WS-FILE-IX)  TO SL-PROD-ONLY
           MOVE WS-CAND-ONLY(WS-FILE-IX)  TO SL-CAND-ONLY
           MOVE WS-NOT-LISTED(WS-FILE-IX) TO SL-NOT-LISTED
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

       3200-WRITE-FIELD-LINE.
           EVALUATE FT-RECORD-TYPE(WS-FIELD-IX)
               WHEN "O"
                   MOVE WS-FILE-NAME(1) TO FL-FILE-NAME
                   MOVE "LINE"          TO FL-RECORD-NAME
               WHEN "E"
                   MOVE WS-FILE-NAME(2) TO FL-FILE-NAME
                   MOVE "LINE"          TO FL-RECORD-NAME
               WHEN "R"
                   MOVE WS-FILE-NAME(3) TO FL-FILE-NAME
                   MOVE "LINE"          TO FL-RECORD-NAME
               WHEN "H"
                   MOVE WS-FILE-NAME(4) TO FL-FILE-NAME
                   MOVE "HEADER"        TO FL-RECORD-NAME
               WHEN "D"
                   MOVE WS-FILE-NAME(4) TO FL-FILE-NAME
                   MOVE "DETAIL"        TO FL-RECORD-NAME
               WHEN "T"
                   MOVE WS-FILE-NAME(4) TO FL-FILE-NAME
                   MOVE "TRAILER"       TO FL-RECORD-NAME
               WHEN OTHER
                   MOVE WS-FILE-NAME(4) TO FL-FILE-NAME
                   MOVE "UNKNOWN"       TO FL-RECORD-NAME
           END-EVALUATE
           MOVE FT-FIELD-NAME(WS-FIELD-IX)       TO FL-FIELD-NAME
           MOVE WS-FIELD-DIFF-COUNT(WS-FIELD-IX) TO FL-COUNT
           WRITE REPORT-RECORD FROM WS-FIELD-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

      *    Any field difference or any one-sided record fails the
      *    compare - change control accepts only a clean one.
       3300-WRITE-RESULT.
           MOVE "PASS - CANDIDATE OUTPUT IDENTICAL TO PRODUCTION"
               TO RL-RESULT
           PERFORM 3310-CHECK-FILE-RESULT
               VARYING WS-FILE-IX FROM 1 BY 1
               UNTIL WS-FILE-IX > 4
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM 9000-CHECK-REPORT-WRITE
           WRITE REPORT-RECORD FROM WS-RESULT-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           DISPLAY "CONVCMPR: " RL-RESULT(1:48).

       3310-CHECK-FILE-RESULT.
           IF WS-DIFFERENT(WS-FILE-IX) > 0
               OR WS-PROD-ONLY(WS-FILE-IX) > 0
               OR WS-CAND-ONLY(WS-FILE-IX) > 0
               MOVE "FAIL - CANDIDATE OUTPUT DIFFERS FROM PRODUCTION"
                   TO RL-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-CHECK-REPORT-WRITE.
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "CMPRRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by every OPEN/READ/WRITE status check above - a
      *    non-zero status means the dataset is missing, full, or
      *    otherwise unusable, which an unattended batch run must not
      *    silently ignore.
       9900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "CONVCMPR: I/O ERROR ON " WS-CHECK-FILE-NAME
                   " STATUS=" WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

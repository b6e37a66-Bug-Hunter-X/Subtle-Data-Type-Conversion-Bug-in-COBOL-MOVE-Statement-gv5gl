       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMASK.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * CUSTMASK - masked test-data generator.  Reads the production
      * CUSTMAST.NIGHTLY feed (CUSTPROD) and writes a masked copy of
      * it (MASKCURR) for the test region, so the conversion cycle
      * can be tested against production's own mix of overflowing
      * accounts, bad check digits, dirty names and duplicates
      * without a production name ever leaving production:
      *
      *   Names    - every distinct NAMESTD-standardized name is
      *              replaced by one generated name, so records that
      *              are duplicates under NAMESTD (what CUSTDUPS and
      *              the NAMEXREF cross-reference cluster on) are
      *              still duplicates after masking.  The dirt of the
      *              original is carried over in kind - the same
      *              leading spaces, lower case where the original
      *              had lower case, and the original's first invalid
      *              character - so NAMESTD still has the same work
      *              to do.
      *   Accounts - the digits are scrambled keeping the number of
      *              significant digits (leading zeros stay, so an
      *              overflowing account still overflows) and the
      *              check digit is recomputed through CHKDIGIT; an
      *              account whose check digit was bad stays bad, and
      *              a non-numeric one keeps its non-digits.  The same
      *              value always masks to the same value, so
      *              duplicate accounts stay duplicates.
      *
      * On top of that a configurable share of deliberately bad
      * records is seeded for each conversion reject and exception
      * reason (NON-NUMERIC, CHECK-DIGIT and overflow TRUNCATION), and
      * a matching prior-night generation (MASKPREV) is written so
      * CONVDLTA finds realistic adds, changes and deletes.  A seeded
      * bad record carries its clean value on MASKPREV, so it reaches
      * the delta-mode conversion as a change and is rejected there.
      * The CUSTEDIT front-door failures are deliberately not seeded
      * - any one of them stops the whole cycle at STEP02.
      *
      * Everything is driven by SEED=: the same seed over the same
      * feed gives the same masked files.  The seed is the key to
      * the account scrambling, so it is kept in the job's SYSIN and
      * is not printed on MASKRPT.
      *
      * Control cards (SYSIN, optional):
      *       SEED=nnnnnnnn      masking seed (default 19730521)
      *       NONNUMPCT=nnn      percent seeded non-numeric (default 1)
      *       CHKDIGPCT=nnn      percent seeded with a bad check
      *                          digit (default 1)
      *       OVERPCT=nnn        percent seeded with an overflowing
      *                          account (default 1)
      *       ADDPCT=nnn         percent of the remaining records
      *                          left off MASKPREV (adds, default 2)
      *       DELPCT=nnn         percent left off MASKCURR (deletes,
      *                          default 1)
      *       CHGPCT=nnn         percent with a different name or
      *                          account on MASKPREV (changes,
      *                          default 3)
      *
      * RETURN-CODE 4 - more distinct names than generated names
      *                 exist; some unrelated names share a generated
      *                 name (listed on MASKRPT).
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT PROD-FILE ASSIGN TO "CUSTPROD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROD-STATUS.

           SELECT WORK-FILE ASSIGN TO "MASKWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT CURR-FILE ASSIGN TO "MASKCURR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-STATUS.

           SELECT PREV-FILE ASSIGN TO "MASKPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREV-STATUS.

           SELECT REPORT-FILE ASSIGN TO "MASKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT NAME-SORT-FILE ASSIGN TO "SORTWK01".

           SELECT KEY-SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           RECORDING MODE IS F.
       01  CONTROL-RECORD               PIC X(80).

       FD  PROD-FILE
           RECORDING MODE IS F.
           COPY CUSTREC.

      *    The masked records in standardized-name order, between the
      *    masking sort and the sort back into key order.
       FD  WORK-FILE
           RECORDING MODE IS F.
       01  WORK-RECORD                  PIC X(113).

       FD  CURR-FILE
           RECORDING MODE IS F.
       01  CURR-RECORD                  PIC X(113).

       FD  PREV-FILE
           RECORDING MODE IS F.
       01  PREV-RECORD                  PIC X(113).

       FD  REPORT-FILE
           RECORDING MODE IS F.
       01  REPORT-RECORD                PIC X(80).

      *    First pass: every production record with its standardized
      *    name, so each distinct name comes off the sort as one run
      *    of records and is given one generated name.
       SD  NAME-SORT-FILE.
       01  NAME-SORT-RECORD.
           05  SN-STD-NAME              PIC X(100).
           05  SN-RECORD-KEY            PIC 9(6).
           05  SN-CUST-NAME             PIC X(100).
           05  SN-ACCOUNT               PIC X(7).
           05  SN-INVALID-SWITCH        PIC X(1).
               88  SN-NAME-INVALID                  VALUE "Y".

      *    Second pass: the masked records back into key order for
      *    the two generations.
       SD  KEY-SORT-FILE.
           COPY CUSTREC REPLACING ==CUSTMAST-RECORD== BY
               ==KEY-SORT-RECORD== LEADING ==CM-== BY ==SK-==.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CONTROL-STATUS        PIC X(2).
           05  WS-PROD-STATUS           PIC X(2).
           05  WS-WORK-STATUS           PIC X(2).
           05  WS-CURR-STATUS           PIC X(2).
           05  WS-PREV-STATUS           PIC X(2).
           05  WS-REPORT-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH            PIC X(1)    VALUE "N".
               88  WS-END-OF-FILE                   VALUE "Y".
           05  WS-SORT-EOF-SWITCH       PIC X(1)    VALUE "N".
               88  WS-SORT-EOF                      VALUE "Y".
           05  WS-CTL-EOF-SWITCH        PIC X(1)    VALUE "N".
               88  WS-CTL-EOF                       VALUE "Y".
           05  WS-FIRST-SWITCH          PIC X(1)    VALUE "Y".
               88  WS-FIRST-SORTED                  VALUE "Y".
           05  WS-SEEDED-SWITCH         PIC X(1)    VALUE "N".
               88  WS-RECORD-SEEDED                 VALUE "Y".
           05  WS-CURR-WANTED-SWITCH    PIC X(1)    VALUE "Y".
               88  WS-CURR-WANTED                   VALUE "Y".
           05  WS-PREV-WANTED-SWITCH    PIC X(1)    VALUE "Y".
               88  WS-PREV-WANTED                   VALUE "Y".

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN/WRITE can share
      *    one status-check paragraph instead of repeating the same
      *    IF/DISPLAY/STOP RUN after each I/O statement.
       01  WS-STATUS-CHECK.
           05  WS-CHECK-STATUS          PIC X(2).
           05  WS-CHECK-FILE-NAME       PIC X(8).

       01  WS-CONTROL-FIELDS.
           05  WS-CTL-KEYWORD           PIC X(10).
           05  WS-CTL-VALUE             PIC X(20).

       01  WS-RUN-OPTIONS.
           05  WS-OPT-SEED              PIC 9(8)    VALUE 19730521.
           05  WS-OPT-NONNUM-PCT        PIC 9(3)    VALUE 1.
           05  WS-OPT-CHKDIG-PCT        PIC 9(3)    VALUE 1.
           05  WS-OPT-OVER-PCT          PIC 9(3)    VALUE 1.
           05  WS-OPT-ADD-PCT           PIC 9(3)    VALUE 2.
           05  WS-OPT-DEL-PCT           PIC 9(3)    VALUE 1.
           05  WS-OPT-CHG-PCT           PIC 9(3)    VALUE 3.

      *    The percentages as cumulative cut-offs on a 0-9999 draw, so
      *    one draw per record picks at most one outcome.
       01  WS-DRAW-LIMITS.
           05  WS-NONNUM-LIMIT          PIC 9(5).
           05  WS-CHKDIG-LIMIT          PIC 9(5).
           05  WS-OVER-LIMIT            PIC 9(5).
           05  WS-ADD-LIMIT             PIC 9(5).
           05  WS-DEL-LIMIT             PIC 9(5).
           05  WS-CHG-LIMIT             PIC 9(5).

      *    Linear congruential generator seeded from SEED=, so the
      *    seeding and the prior-night differences repeat exactly for
      *    the same seed and feed.
       01  WS-RANDOM-WORK.
           05  WS-RANDOM-STATE          PIC 9(8).
           05  WS-DRAW                  PIC 9(4).

      *    Arguments passed to NAMESTD, the shared name-
      *    standardization routine, so names are grouped on exactly
      *    the standardized form CUSTDUPS and the conversion use.
           COPY NAMSTLK REPLACING LEADING ==LK-NS-== BY ==WS-NS-==.

      *    Arguments passed to CHKDIGIT, the shared check-digit
      *    routine.
           COPY CHKDGLK REPLACING LEADING ==LK-CD-== BY ==WS-CD-==.

      *    The same valid-character set NAMESTD accepts: converting
      *    these to spaces in a scratch copy of a name leaves only
      *    its invalid characters standing.
       01  WS-VALID-CHARS.
           05  FILLER                   PIC X(26)   VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05  FILLER                   PIC X(26)   VALUE
               "abcdefghijklmnopqrstuvwxyz".
           05  FILLER                   PIC X(18)   VALUE
               "0123456789'-.,&/()".
       01  WS-SPACE-FILL                PIC X(70)   VALUE SPACES.

      *    Generated names are FIRST I SURNAME, the surname built from
      *    a head syllable, a middle syllable and an ending: 40 x 26
      *    x 20 x 20 x 16 = 6,656,000 distinct names.
       01  WS-FIRST-NAME-VALUES.
           05  FILLER                   PIC X(40)   VALUE
               "ALAN    BARBARA CARL    DIANE   EDWARD  ".
           05  FILLER                   PIC X(40)   VALUE
               "FRANCES GEORGE  HELEN   IVAN    JOAN    ".
           05  FILLER                   PIC X(40)   VALUE
               "KEITH   LINDA   MARTIN  NANCY   OSCAR   ".
           05  FILLER                   PIC X(40)   VALUE
               "PAULA   QUINN   RUTH    SIMON   TERESA  ".
           05  FILLER                   PIC X(40)   VALUE
               "ULRICH  VERA    WALTER  YVONNE  ARTHUR  ".
           05  FILLER                   PIC X(40)   VALUE
               "BRENDA  COLIN   DORIS   ERIC    FIONA   ".
           05  FILLER                   PIC X(40)   VALUE
               "GRAHAM  IRENE   JAMES   KAREN   LEONARD ".
           05  FILLER                   PIC X(40)   VALUE
               "MARION  NEIL    OLIVE   PETER   ROSE    ".
       01  WS-FIRST-NAME-TABLE REDEFINES WS-FIRST-NAME-VALUES.
           05  WS-FIRST-NAME            PIC X(8)    OCCURS 40 TIMES.

       01  WS-INITIAL-VALUES            PIC X(26)   VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-INITIAL-TABLE REDEFINES WS-INITIAL-VALUES.
           05  WS-INITIAL               PIC X(1)    OCCURS 26 TIMES.

       01  WS-HEAD-SYLLABLE-VALUES.
           05  FILLER                   PIC X(30)   VALUE
               "BARCALDENFARGALHARKENLANMARNOR".
           05  FILLER                   PIC X(30)   VALUE
               "PEMRADSALTALVANWALBELCORDALFEN".
       01  WS-HEAD-SYLLABLE-TABLE REDEFINES WS-HEAD-SYLLABLE-VALUES.
           05  WS-HEAD-SYLLABLE         PIC X(3)    OCCURS 20 TIMES.

       01  WS-MIDDLE-SYLLABLE-VALUES.
           05  FILLER                   PIC X(30)   VALUE
               "A  E  I  O  BERDERLINMERNERRIN".
           05  FILLER                   PIC X(30)   VALUE
               "TERVERWINGARHOLMONRISTANLEMDOR".
       01  WS-MIDDLE-SYLLABLE-TABLE REDEFINES
               WS-MIDDLE-SYLLABLE-VALUES.
           05  WS-MIDDLE-SYLLABLE       PIC X(3)    OCCURS 20 TIMES.

       01  WS-ENDING-VALUES.
           05  FILLER                   PIC X(40)   VALUE
               "SON  LEY  TON  FORD WELL BY   MAN  ER   ".
           05  FILLER                   PIC X(40)   VALUE
               "ING  HAM  FIELDWOOD STEINBERG ISON OTT  ".
       01  WS-ENDING-TABLE REDEFINES WS-ENDING-VALUES.
           05  WS-ENDING                PIC X(5)    OCCURS 16 TIMES.

      *    One generated name: WS-PSEUDO-INDEX in, WS-PSEUDONYM out.
      *    The index is spread over the name space by a multiplier
      *    prime to its size, so consecutive names (which sort
      *    alphabetically) do not come out looking alike, and no two
      *    indexes below the size share a name.
       01  WS-PSEUDONYM-WORK.
           05  WS-NAME-SPACE-SIZE       PIC 9(7)    VALUE 6656000.
           05  WS-PSEUDO-INDEX          PIC 9(8).
           05  WS-PSEUDO-VALUE          PIC 9(8).
           05  WS-PSEUDO-REST           PIC 9(8).
           05  WS-PS-FIRST-IX           PIC 9(2).
           05  WS-PS-INITIAL-IX         PIC 9(2).
           05  WS-PS-HEAD-IX            PIC 9(2).
           05  WS-PS-MIDDLE-IX          PIC 9(2).
           05  WS-PS-ENDING-IX          PIC 9(2).
           05  WS-PSEUDO-PTR            PIC 9(3).
           05  WS-PSEUDO-LENGTH         PIC 9(3).
           05  WS-PSEUDONYM             PIC X(100).

      *    The generated name dressed in the original name's dirt.
       01  WS-DIRTY-NAME-WORK.
           05  WS-PREV-STD-NAME         PIC X(100).
           05  WS-CASED-NAME            PIC X(100).
           05  WS-SCRATCH-NAME          PIC X(100).
           05  WS-MASKED-NAME           PIC X(100).
           05  WS-LEAD-COUNT            PIC 9(3).
           05  WS-LEAD-KEPT             PIC 9(3).
           05  WS-BAD-COUNT             PIC 9(3).

      *    Account scrambling.  Each digit is shifted by an amount
      *    drawn from a running mix of the seed and the digits before
      *    it, so the masked value depends on the whole original
      *    value but two different originals of the same length never
      *    mask alike.  The first significant digit is shifted within
      *    1-9 so it cannot become a leading zero.
       01  WS-ACCOUNT-WORK.
           05  WS-MA-ORIGINAL           PIC X(7).
           05  WS-MA-ORIGINAL-CHARS REDEFINES WS-MA-ORIGINAL.
               10  WS-MA-ORIGINAL-CHAR  PIC X(1)    OCCURS 7 TIMES.
           05  WS-MA-MASKED             PIC X(7).
           05  WS-MA-MASKED-CHARS REDEFINES WS-MA-MASKED.
               10  WS-MA-MASKED-CHAR    PIC X(1)    OCCURS 7 TIMES.
           05  WS-MA-SUB                PIC 9(2).
           05  WS-MA-FIRST              PIC 9(2).
           05  WS-MA-LAST               PIC 9(2).
           05  WS-MA-ZEROS              PIC 9(2).
           05  WS-MA-MIX                PIC 9(8).
           05  WS-MA-SHIFT              PIC 9(1).
           05  WS-MA-ORIGINAL-VALID-SW  PIC X(1).
               88  WS-MA-ORIGINAL-VALID             VALUE "Y".

       01  WS-DIGIT-WORK.
           05  WS-DIGIT-CHAR            PIC X(1).
           05  WS-DIGIT-VALUE REDEFINES WS-DIGIT-CHAR
                                        PIC 9(1).
           05  WS-NEW-DIGIT             PIC 9(1).
           05  WS-TRY                   PIC 9(2).
           05  WS-TRY-DIGIT             PIC 9(1).

      *    Tonight's and last night's image of the record in hand.
           COPY CUSTREC REPLACING ==CUSTMAST-RECORD== BY
               ==WS-CURR-IMAGE== LEADING ==CM-== BY ==CI-==.
           COPY CUSTREC REPLACING ==CUSTMAST-RECORD== BY
               ==WS-PREV-IMAGE== LEADING ==CM-== BY ==PI-==.

       01  WS-RUN-TOTALS.
           05  WS-READ-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-NAME-COUNT            PIC 9(8)    VALUE ZERO.
           05  WS-SPARE-NAME-COUNT      PIC 9(8)    VALUE ZERO.
           05  WS-DIRTY-COUNT           PIC 9(7)    VALUE ZERO.
           05  WS-ACCT-VALID-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-ACCT-BAD-CHECK-COUNT  PIC 9(7)    VALUE ZERO.
           05  WS-ACCT-NONNUM-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-ACCT-KEPT-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-SEED-NONNUM-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-SEED-CHKDIG-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-SEED-OVER-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-CURR-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-PREV-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-ADD-COUNT             PIC 9(7)    VALUE ZERO.
           05  WS-DELETE-COUNT          PIC 9(7)    VALUE ZERO.
           05  WS-NAME-CHANGE-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-ACCT-CHANGE-COUNT     PIC 9(7)    VALUE ZERO.
           05  WS-UNCHANGED-COUNT       PIC 9(7)    VALUE ZERO.

       01  WS-TITLE-LINE.
           05  FILLER                   PIC X(40)   VALUE
               "CUSTMASK - MASKED TEST DATA GENERATION".
           05  FILLER                   PIC X(40)   VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  TL-LABEL                 PIC X(40).
           05  TL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(31)   VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN SECTION.
       0010-MAIN-PROCESS.
           PERFORM 0100-INITIALIZE

           SORT NAME-SORT-FILE
               ON ASCENDING KEY SN-STD-NAME SN-RECORD-KEY
               INPUT PROCEDURE IS 1000-FEED-PRODUCTION
               OUTPUT PROCEDURE IS 2000-MASK-SORTED

           SORT KEY-SORT-FILE
               ON ASCENDING KEY SK-RECORD-KEY
               USING WORK-FILE
               OUTPUT PROCEDURE IS 3000-WRITE-GENERATIONS

           PERFORM 4000-WRITE-TOTALS
           CLOSE REPORT-FILE

           IF WS-NAME-COUNT > WS-NAME-SPACE-SIZE
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       0100-INITIALIZE.
           PERFORM 0150-GET-RUN-OPTIONS
           MOVE WS-OPT-SEED TO WS-RANDOM-STATE

           COMPUTE WS-NONNUM-LIMIT = WS-OPT-NONNUM-PCT * 100
           COMPUTE WS-CHKDIG-LIMIT =
               WS-NONNUM-LIMIT + WS-OPT-CHKDIG-PCT * 100
           COMPUTE WS-OVER-LIMIT =
               WS-CHKDIG-LIMIT + WS-OPT-OVER-PCT * 100
           COMPUTE WS-ADD-LIMIT = WS-OPT-ADD-PCT * 100
           COMPUTE WS-DEL-LIMIT =
               WS-ADD-LIMIT + WS-OPT-DEL-PCT * 100
           COMPUTE WS-CHG-LIMIT =
               WS-DEL-LIMIT + WS-OPT-CHG-PCT * 100
           IF WS-OVER-LIMIT > 10000 OR WS-CHG-LIMIT > 10000
               DISPLAY "CUSTMASK: SEEDED OR DIFFERENCE PERCENTAGES "
                   "TOTAL OVER 100"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "MASKRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           WRITE REPORT-RECORD FROM WS-TITLE-LINE
           PERFORM 9000-CHECK-REPORT-WRITE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
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
               WHEN "SEED"
                   IF WS-CTL-VALUE(1:8) IS NOT NUMERIC
                       PERFORM 0180-BAD-CONTROL-CARD
                   END-IF
                   MOVE WS-CTL-VALUE(1:8) TO WS-OPT-SEED
               WHEN "NONNUMPCT"
                   PERFORM 0175-CHECK-PERCENT
                   MOVE WS-CTL-VALUE(1:3) TO WS-OPT-NONNUM-PCT
               WHEN "CHKDIGPCT"
                   PERFORM 0175-CHECK-PERCENT
                   MOVE WS-CTL-VALUE(1:3) TO WS-OPT-CHKDIG-PCT
               WHEN "OVERPCT"
                   PERFORM 0175-CHECK-PERCENT
                   MOVE WS-CTL-VALUE(1:3) TO WS-OPT-OVER-PCT
               WHEN "ADDPCT"
                   PERFORM 0175-CHECK-PERCENT
                   MOVE WS-CTL-VALUE(1:3) TO WS-OPT-ADD-PCT
               WHEN "DELPCT"
                   PERFORM 0175-CHECK-PERCENT
                   MOVE WS-CTL-VALUE(1:3) TO WS-OPT-DEL-PCT
               WHEN "CHGPCT"
                   PERFORM 0175-CHECK-PERCENT
                   MOVE WS-CTL-VALUE(1:3) TO WS-OPT-CHG-PCT
               WHEN OTHER
                   PERFORM 0180-BAD-CONTROL-CARD
           END-EVALUATE.

       0175-CHECK-PERCENT.
           IF WS-CTL-VALUE(1:3) IS NOT NUMERIC
               PERFORM 0180-BAD-CONTROL-CARD
           END-IF
           IF WS-CTL-VALUE(1:3) > "100"
               PERFORM 0180-BAD-CONTROL-CARD
           END-IF.

       0180-BAD-CONTROL-CARD.
           DISPLAY "CUSTMASK: BAD CONTROL CARD '" CONTROL-RECORD "'"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *    Releases every production record with its standardized
      *    name.
       1000-FEED-PRODUCTION SECTION.
       1010-FEED-START.
           OPEN INPUT PROD-FILE
           MOVE WS-PROD-STATUS TO WS-CHECK-STATUS
           MOVE "CUSTPROD" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           PERFORM 1100-READ-PRODUCTION
           PERFORM 1200-RELEASE-RECORD UNTIL WS-END-OF-FILE
           CLOSE PROD-FILE
      *    The input procedure is the whole section - without this
      *    jump, control would fall through the helper paragraphs
      *    below, re-READing the closed feed and RELEASEing a
      *    phantom copy of its last record.
           GO TO 1090-FEED-EXIT.

       1100-READ-PRODUCTION.
           READ PROD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
           END-READ
           IF NOT WS-END-OF-FILE
               MOVE WS-PROD-STATUS TO WS-CHECK-STATUS
               MOVE "CUSTPROD" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       1200-RELEASE-RECORD.
           ADD 1 TO WS-READ-COUNT
           MOVE CM-CUST-NAME TO WS-NS-INPUT-NAME
           CALL "NAMESTD" USING WS-NS-INPUT-NAME
               WS-NS-OUTPUT-NAME WS-NS-ALTERED-SWITCH
               WS-NS-INVALID-SWITCH
           END-CALL
           IF WS-NS-ALTERED
               ADD 1 TO WS-DIRTY-COUNT
           END-IF
           MOVE WS-NS-OUTPUT-NAME    TO SN-STD-NAME
           MOVE CM-RECORD-KEY        TO SN-RECORD-KEY
           MOVE CM-CUST-NAME         TO SN-CUST-NAME
           MOVE CM-ACCOUNT-NO-IN     TO SN-ACCOUNT
           MOVE WS-NS-INVALID-SWITCH TO SN-INVALID-SWITCH
           RELEASE NAME-SORT-RECORD
           PERFORM 1100-READ-PRODUCTION.

       1090-FEED-EXIT.
           EXIT.

      *    Each run of records sharing a standardized name gets the
      *    next generated name; every record is then masked and
      *    written to the work file for the sort back into key order.
       2000-MASK-SORTED SECTION.
       2010-MASK-START.
           OPEN OUTPUT WORK-FILE
           MOVE WS-WORK-STATUS TO WS-CHECK-STATUS
           MOVE "MASKWORK" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           MOVE "N" TO WS-SORT-EOF-SWITCH
           MOVE "Y" TO WS-FIRST-SWITCH
           PERFORM 2100-RETURN-SORTED
           PERFORM 2200-MASK-RECORD UNTIL WS-SORT-EOF
           CLOSE WORK-FILE
      *    The output procedure is the whole section - without this
      *    jump, control would fall through the helper paragraphs
      *    below, RETURNing past end-of-file and writing a spurious
      *    masked copy of the stale last record.
           GO TO 2090-MASK-EXIT.

       2100-RETURN-SORTED.
           RETURN NAME-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       2200-MASK-RECORD.
           IF WS-FIRST-SORTED
               OR SN-STD-NAME NOT = WS-PREV-STD-NAME
               PERFORM 2250-START-NAME
           END-IF
           MOVE "N" TO WS-FIRST-SWITCH
           PERFORM 2300-DIRTY-NAME
           PERFORM 2400-MASK-ACCOUNT

           MOVE SN-RECORD-KEY  TO CI-RECORD-KEY
           MOVE WS-MASKED-NAME TO CI-CUST-NAME
           MOVE WS-MA-MASKED   TO CI-ACCOUNT-NO-IN
           WRITE WORK-RECORD FROM WS-CURR-IMAGE
           MOVE WS-WORK-STATUS TO WS-CHECK-STATUS
           MOVE "MASKWORK" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           PERFORM 2100-RETURN-SORTED.

      *    A name that standardizes to nothing gets no pseudonym;
      *    2300 decides what stands in for it.
       2250-START-NAME.
           MOVE SN-STD-NAME TO WS-PREV-STD-NAME
           IF SN-STD-NAME = SPACES
               MOVE SPACES TO WS-PSEUDONYM
               MOVE ZERO TO WS-PSEUDO-LENGTH
           ELSE
               MOVE WS-NAME-COUNT TO WS-PSEUDO-INDEX
               ADD 1 TO WS-NAME-COUNT
               PERFORM 7300-BUILD-PSEUDONYM
           END-IF.

      *    Leading spaces as the original had them (up to 20), lower
      *    case where the original had any (keeping an upper-case
      *    first letter if the original had one), and the original's
      *    first invalid character after the name, where NAMESTD
      *    blanks it into a trailing space - so the masked name
      *    standardizes back to exactly the generated name.  A blank
      *    original stays blank, so the feed's blank names still fail
      *    CUSTEDIT as they would have; an original of nothing but
      *    invalid characters becomes its first invalid character,
      *    non-blank for CUSTEDIT and still standardizing to nothing.
       2300-DIRTY-NAME.
           MOVE SPACES TO WS-MASKED-NAME
           MOVE ZERO TO WS-LEAD-COUNT
           INSPECT SN-CUST-NAME
               TALLYING WS-LEAD-COUNT FOR LEADING SPACES
           MOVE WS-LEAD-COUNT TO WS-LEAD-KEPT
           IF WS-LEAD-KEPT > 20
               MOVE 20 TO WS-LEAD-KEPT
           END-IF

           IF WS-PSEUDO-LENGTH > 0
               IF FUNCTION UPPER-CASE(SN-CUST-NAME) = SN-CUST-NAME
                   MOVE WS-PSEUDONYM TO WS-CASED-NAME
               ELSE
                   MOVE FUNCTION LOWER-CASE(WS-PSEUDONYM)
                       TO WS-CASED-NAME
                   IF SN-CUST-NAME(WS-LEAD-COUNT + 1:1) >= "A"
                       AND SN-CUST-NAME(WS-LEAD-COUNT + 1:1) <= "Z"
                       MOVE WS-PSEUDONYM(1:1) TO WS-CASED-NAME(1:1)
                   END-IF
               END-IF
               MOVE WS-CASED-NAME(1:WS-PSEUDO-LENGTH)
                   TO WS-MASKED-NAME(WS-LEAD-KEPT + 1:
                                     WS-PSEUDO-LENGTH)

               IF SN-NAME-INVALID
                   PERFORM 2310-FIND-BAD-CHAR
                   MOVE WS-SCRATCH-NAME(WS-BAD-COUNT + 1:1)
                       TO WS-MASKED-NAME(WS-LEAD-KEPT
                                         + WS-PSEUDO-LENGTH + 1:1)
               END-IF
           ELSE
               IF SN-CUST-NAME NOT = SPACES
                   PERFORM 2310-FIND-BAD-CHAR
                   MOVE WS-SCRATCH-NAME(WS-BAD-COUNT + 1:1)
                       TO WS-MASKED-NAME(WS-LEAD-KEPT + 1:1)
               END-IF
           END-IF.

      *    Leaves the original's invalid characters standing in
      *    WS-SCRATCH-NAME, the first of them after WS-BAD-COUNT
      *    spaces.
       2310-FIND-BAD-CHAR.
           MOVE SN-CUST-NAME TO WS-SCRATCH-NAME
           INSPECT WS-SCRATCH-NAME
               CONVERTING WS-VALID-CHARS TO WS-SPACE-FILL
           MOVE ZERO TO WS-BAD-COUNT
           INSPECT WS-SCRATCH-NAME
               TALLYING WS-BAD-COUNT FOR LEADING SPACES.

      *    Numeric accounts: the significant digits ahead of the check
      *    digit are scrambled and the check digit recomputed, then
      *    spoiled again if the original's was bad.  An account with
      *    no significant digit ahead of its check digit is kept as it
      *    is.  Non-numeric accounts: every digit is scrambled and
      *    every other character kept, so the value stays non-numeric.
       2400-MASK-ACCOUNT.
           MOVE SN-ACCOUNT TO WS-MA-ORIGINAL WS-MA-MASKED
           MOVE ZERO TO WS-MA-ZEROS
           IF WS-MA-ORIGINAL IS NUMERIC
               INSPECT WS-MA-ORIGINAL
                   TALLYING WS-MA-ZEROS FOR LEADING "0"
               COMPUTE WS-MA-FIRST = WS-MA-ZEROS + 1
               MOVE 6 TO WS-MA-LAST
           ELSE
               MOVE 1 TO WS-MA-FIRST
               MOVE 7 TO WS-MA-LAST
           END-IF
           COMPUTE WS-MA-MIX =
               FUNCTION MOD(WS-OPT-SEED + WS-MA-ZEROS * 7777,
                            99999989)

           EVALUATE TRUE
               WHEN WS-MA-ORIGINAL IS NOT NUMERIC
                   PERFORM 2410-SCRAMBLE-DIGIT
                       VARYING WS-MA-SUB FROM WS-MA-FIRST BY 1
                       UNTIL WS-MA-SUB > WS-MA-LAST
                   ADD 1 TO WS-ACCT-NONNUM-COUNT
               WHEN WS-MA-FIRST > 6
                   ADD 1 TO WS-ACCT-KEPT-COUNT
               WHEN OTHER
                   MOVE WS-MA-ORIGINAL TO WS-CD-ACCOUNT
                   CALL "CHKDIGIT" USING WS-CD-ACCOUNT
                       WS-CD-VALID-SWITCH
                   END-CALL
                   MOVE WS-CD-VALID-SWITCH
                       TO WS-MA-ORIGINAL-VALID-SW
                   PERFORM 2410-SCRAMBLE-DIGIT
                       VARYING WS-MA-SUB FROM WS-MA-FIRST BY 1
                       UNTIL WS-MA-SUB > WS-MA-LAST
                   MOVE WS-MA-MASKED TO WS-CD-ACCOUNT
                   PERFORM 7200-SET-CHECK-DIGIT
                   IF WS-MA-ORIGINAL-VALID
                       ADD 1 TO WS-ACCT-VALID-COUNT
                   ELSE
                       PERFORM 7250-SPOIL-CHECK-DIGIT
                       ADD 1 TO WS-ACCT-BAD-CHECK-COUNT
                   END-IF
                   MOVE WS-CD-ACCOUNT TO WS-MA-MASKED
           END-EVALUATE.

       2410-SCRAMBLE-DIGIT.
           MOVE WS-MA-ORIGINAL-CHAR(WS-MA-SUB) TO WS-DIGIT-CHAR
           IF WS-DIGIT-CHAR IS NUMERIC
               COMPUTE WS-MA-SHIFT = FUNCTION MOD(WS-MA-MIX, 10)
               IF WS-MA-SUB = WS-MA-FIRST
                   AND WS-MA-ORIGINAL IS NUMERIC
                   COMPUTE WS-NEW-DIGIT = FUNCTION MOD(
                       WS-DIGIT-VALUE - 1 + WS-MA-SHIFT, 9) + 1
               ELSE
                   COMPUTE WS-NEW-DIGIT = FUNCTION MOD(
                       WS-DIGIT-VALUE + WS-MA-SHIFT, 10)
               END-IF
               MOVE WS-NEW-DIGIT TO WS-MA-MASKED-CHAR(WS-MA-SUB)
               COMPUTE WS-MA-MIX = FUNCTION MOD(
                   WS-MA-MIX * 31 + WS-DIGIT-VALUE + 7, 99999989)
           END-IF.

       2090-MASK-EXIT.
           EXIT.

      *    Key order: every record goes to tonight's generation and
      *    last night's, except where a draw makes it an add (tonight
      *    only), a delete (last night only), a change (a different
      *    name or account last night) or a seeded bad record (bad
      *    tonight, clean last night).
       3000-WRITE-GENERATIONS SECTION.
       3010-WRITE-START.
           OPEN OUTPUT CURR-FILE
           MOVE WS-CURR-STATUS TO WS-CHECK-STATUS
           MOVE "MASKCURR" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           OPEN OUTPUT PREV-FILE
           MOVE WS-PREV-STATUS TO WS-CHECK-STATUS
           MOVE "MASKPREV" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           MOVE "N" TO WS-SORT-EOF-SWITCH
           PERFORM 3100-RETURN-SORTED
           PERFORM 3200-WRITE-RECORD UNTIL WS-SORT-EOF
           CLOSE CURR-FILE PREV-FILE
      *    The output procedure is the whole section - without this
      *    jump, control would fall through the helper paragraphs
      *    below, RETURNing past end-of-file and writing the stale
      *    last record to both generations again.
           GO TO 3090-WRITE-EXIT.

       3100-RETURN-SORTED.
           RETURN KEY-SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.

       3200-WRITE-RECORD.
           MOVE KEY-SORT-RECORD TO WS-CURR-IMAGE WS-PREV-IMAGE
           MOVE "Y" TO WS-CURR-WANTED-SWITCH WS-PREV-WANTED-SWITCH
           PERFORM 3300-SEED-BAD-RECORD
           IF WS-RECORD-SEEDED
               ADD 1 TO WS-ACCT-CHANGE-COUNT
           ELSE
               PERFORM 3400-SEED-DIFFERENCE
           END-IF

           IF WS-CURR-WANTED
               WRITE CURR-RECORD FROM WS-CURR-IMAGE
               MOVE WS-CURR-STATUS TO WS-CHECK-STATUS
               MOVE "MASKCURR" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO WS-CURR-COUNT
           END-IF
           IF WS-PREV-WANTED
               WRITE PREV-RECORD FROM WS-PREV-IMAGE
               MOVE WS-PREV-STATUS TO WS-CHECK-STATUS
               MOVE "MASKPREV" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
               ADD 1 TO WS-PREV-COUNT
           END-IF
           PERFORM 3100-RETURN-SORTED.

      *    NON-NUMERIC: a letter O keyed for a zero.  CHECK-DIGIT: the
      *    valid check digit plus one (plus two where the account was
      *    already off by one).  TRUNCATION: a leading zero
      *    keyed as 1, taking the account over 99999, with a valid
      *    check digit so it reaches the overflow handling instead of
      *    rejecting.  All three need a numeric account to spoil, and
      *    the last a leading zero; a record drawn without one is left
      *    unseeded.
       3300-SEED-BAD-RECORD.
           MOVE "N" TO WS-SEEDED-SWITCH
           PERFORM 7100-NEXT-DRAW
           EVALUATE TRUE
               WHEN WS-DRAW < WS-NONNUM-LIMIT
                   AND CI-ACCOUNT-NO-IN IS NUMERIC
                   MOVE "O" TO CI-ACCOUNT-NO-IN(4:1)
                   ADD 1 TO WS-SEED-NONNUM-COUNT
                   SET WS-RECORD-SEEDED TO TRUE
               WHEN WS-DRAW < WS-CHKDIG-LIMIT
                   AND CI-ACCOUNT-NO-IN IS NUMERIC
                   MOVE CI-ACCOUNT-NO-IN TO WS-CD-ACCOUNT
                   PERFORM 7200-SET-CHECK-DIGIT
                   PERFORM 7250-SPOIL-CHECK-DIGIT
                   IF WS-CD-ACCOUNT = CI-ACCOUNT-NO-IN
                       PERFORM 7250-SPOIL-CHECK-DIGIT
                   END-IF
                   MOVE WS-CD-ACCOUNT TO CI-ACCOUNT-NO-IN
                   ADD 1 TO WS-SEED-CHKDIG-COUNT
                   SET WS-RECORD-SEEDED TO TRUE
               WHEN WS-DRAW < WS-OVER-LIMIT
                   AND CI-ACCOUNT-NO-IN IS NUMERIC
                   AND CI-ACCOUNT-NO-IN(1:1) = "0"
                   MOVE CI-ACCOUNT-NO-IN TO WS-CD-ACCOUNT
                   MOVE "1" TO WS-CD-ACCOUNT(1:1)
                   PERFORM 7200-SET-CHECK-DIGIT
                   MOVE WS-CD-ACCOUNT TO CI-ACCOUNT-NO-IN
                   ADD 1 TO WS-SEED-OVER-COUNT
                   SET WS-RECORD-SEEDED TO TRUE
           END-EVALUATE.

      *    A change alternates between the name and the account with
      *    the draw; a replacement account that happens to equal
      *    tonight's becomes a name change instead.
       3400-SEED-DIFFERENCE.
           PERFORM 7100-NEXT-DRAW
           EVALUATE TRUE
               WHEN WS-DRAW < WS-ADD-LIMIT
                   MOVE "N" TO WS-PREV-WANTED-SWITCH
                   ADD 1 TO WS-ADD-COUNT
               WHEN WS-DRAW < WS-DEL-LIMIT
                   MOVE "N" TO WS-CURR-WANTED-SWITCH
                   ADD 1 TO WS-DELETE-COUNT
               WHEN WS-DRAW < WS-CHG-LIMIT
                   IF FUNCTION MOD(WS-DRAW, 2) = 0
                       PERFORM 3410-CHANGE-ACCOUNT
                   ELSE
                       PERFORM 3420-CHANGE-NAME
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-UNCHANGED-COUNT
           END-EVALUATE.

       3410-CHANGE-ACCOUNT.
           PERFORM 7400-SPARE-ACCOUNT
           IF WS-CD-ACCOUNT = CI-ACCOUNT-NO-IN
               PERFORM 3420-CHANGE-NAME
           ELSE
               MOVE WS-CD-ACCOUNT TO PI-ACCOUNT-NO-IN
               ADD 1 TO WS-ACCT-CHANGE-COUNT
           END-IF.

       3420-CHANGE-NAME.
           PERFORM 7500-SPARE-NAME
           MOVE WS-PSEUDONYM TO PI-CUST-NAME
           ADD 1 TO WS-NAME-CHANGE-COUNT.

       3090-WRITE-EXIT.
           EXIT.

       4000-TOTALS SECTION.
       4000-WRITE-TOTALS.
           MOVE "PRODUCTION RECORDS READ"  TO TL-LABEL
           MOVE WS-READ-COUNT              TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "DISTINCT NAMES MASKED"    TO TL-LABEL
           MOVE WS-NAME-COUNT              TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "NAMES CARRIED DIRTY"      TO TL-LABEL
           MOVE WS-DIRTY-COUNT             TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "ACCOUNTS MASKED - CHECK DIGIT VALID" TO TL-LABEL
           MOVE WS-ACCT-VALID-COUNT        TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "ACCOUNTS MASKED - CHECK DIGIT BAD" TO TL-LABEL
           MOVE WS-ACCT-BAD-CHECK-COUNT    TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "ACCOUNTS MASKED - NON-NUMERIC" TO TL-LABEL
           MOVE WS-ACCT-NONNUM-COUNT       TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "ACCOUNTS KEPT - NO DIGITS TO MASK" TO TL-LABEL
           MOVE WS-ACCT-KEPT-COUNT         TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "SEEDED NON-NUMERIC"       TO TL-LABEL
           MOVE WS-SEED-NONNUM-COUNT       TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "SEEDED CHECK-DIGIT"       TO TL-LABEL
           MOVE WS-SEED-CHKDIG-COUNT       TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "SEEDED OVERFLOW (TRUNCATION)" TO TL-LABEL
           MOVE WS-SEED-OVER-COUNT         TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "MASKCURR RECORDS WRITTEN" TO TL-LABEL
           MOVE WS-CURR-COUNT              TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "MASKPREV RECORDS WRITTEN" TO TL-LABEL
           MOVE WS-PREV-COUNT              TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "EXPECTED DELTA ADDS"      TO TL-LABEL
           MOVE WS-ADD-COUNT               TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "EXPECTED DELTA CHANGES - ACCOUNT" TO TL-LABEL
           MOVE WS-ACCT-CHANGE-COUNT       TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "EXPECTED DELTA CHANGES - NAME" TO TL-LABEL
           MOVE WS-NAME-CHANGE-COUNT       TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "EXPECTED DELTA DELETES"   TO TL-LABEL
           MOVE WS-DELETE-COUNT            TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           MOVE "EXPECTED DELTA UNCHANGED" TO TL-LABEL
           MOVE WS-UNCHANGED-COUNT         TO TL-COUNT
           PERFORM 4100-WRITE-TOTAL-LINE
           IF WS-NAME-COUNT > WS-NAME-SPACE-SIZE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM 9000-CHECK-REPORT-WRITE
               MOVE "*** MORE NAMES THAN GENERATED NAMES -"
                   TO REPORT-RECORD
               MOVE " SOME NAMES SHARED" TO REPORT-RECORD(38:)
               WRITE REPORT-RECORD
               PERFORM 9000-CHECK-REPORT-WRITE
           END-IF.

       4100-WRITE-TOTAL-LINE.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           PERFORM 9000-CHECK-REPORT-WRITE.

      *    Helpers shared by the sort procedures above.
       7000-SHARED SECTION.
       7100-NEXT-DRAW.
           COMPUTE WS-RANDOM-STATE = FUNCTION MOD(
               WS-RANDOM-STATE * 31415821 + 1, 100000000)
           DIVIDE WS-RANDOM-STATE BY 10000 GIVING WS-DRAW.

      *    Sets the check digit of WS-CD-ACCOUNT (digits 1-6 numeric)
      *    to the one value CHKDIGIT accepts.
       7200-SET-CHECK-DIGIT.
           MOVE "N" TO WS-CD-VALID-SWITCH
           PERFORM 7210-TRY-CHECK-DIGIT
               VARYING WS-TRY FROM 0 BY 1
               UNTIL WS-TRY > 9 OR WS-CD-VALID.

       7210-TRY-CHECK-DIGIT.
           MOVE WS-TRY TO WS-TRY-DIGIT
           MOVE WS-TRY-DIGIT TO WS-CD-ACCOUNT(7:1)
           CALL "CHKDIGIT" USING WS-CD-ACCOUNT WS-CD-VALID-SWITCH
           END-CALL.

      *    Only one check digit is valid, so any other is bad.
       7250-SPOIL-CHECK-DIGIT.
           MOVE WS-CD-ACCOUNT(7:1) TO WS-DIGIT-CHAR
           COMPUTE WS-TRY-DIGIT = FUNCTION MOD(WS-DIGIT-VALUE + 1, 10)
           MOVE WS-TRY-DIGIT TO WS-CD-ACCOUNT(7:1).

       7300-BUILD-PSEUDONYM.
           COMPUTE WS-PSEUDO-VALUE = FUNCTION MOD(
               WS-PSEUDO-INDEX * 7919 + WS-OPT-SEED,
               WS-NAME-SPACE-SIZE)
           DIVIDE WS-PSEUDO-VALUE BY 40 GIVING WS-PSEUDO-REST
               REMAINDER WS-PS-FIRST-IX
           DIVIDE WS-PSEUDO-REST BY 26 GIVING WS-PSEUDO-VALUE
               REMAINDER WS-PS-INITIAL-IX
           DIVIDE WS-PSEUDO-VALUE BY 20 GIVING WS-PSEUDO-REST
               REMAINDER WS-PS-HEAD-IX
           DIVIDE WS-PSEUDO-REST BY 20 GIVING WS-PSEUDO-VALUE
               REMAINDER WS-PS-MIDDLE-IX
           MOVE WS-PSEUDO-VALUE TO WS-PS-ENDING-IX
           ADD 1 TO WS-PS-FIRST-IX WS-PS-INITIAL-IX WS-PS-HEAD-IX
               WS-PS-MIDDLE-IX WS-PS-ENDING-IX

           MOVE SPACES TO WS-PSEUDONYM
           MOVE 1 TO WS-PSEUDO-PTR
           STRING WS-FIRST-NAME(WS-PS-FIRST-IX) DELIMITED BY SPACE
                  " "                           DELIMITED BY SIZE
                  WS-INITIAL(WS-PS-INITIAL-IX)  DELIMITED BY SIZE
                  " "                           DELIMITED BY SIZE
                  WS-HEAD-SYLLABLE(WS-PS-HEAD-IX)
                                                DELIMITED BY SPACE
                  WS-MIDDLE-SYLLABLE(WS-PS-MIDDLE-IX)
                                                DELIMITED BY SPACE
                  WS-ENDING(WS-PS-ENDING-IX)    DELIMITED BY SPACE
               INTO WS-PSEUDONYM
               WITH POINTER WS-PSEUDO-PTR
           END-STRING
           COMPUTE WS-PSEUDO-LENGTH = WS-PSEUDO-PTR - 1.

      *    A valid five-digit account for a prior-night change.
       7400-SPARE-ACCOUNT.
           PERFORM 7100-NEXT-DRAW
           MOVE "00" TO WS-CD-ACCOUNT(1:2)
           MOVE WS-DRAW TO WS-CD-ACCOUNT(3:4)
           PERFORM 7200-SET-CHECK-DIGIT.

      *    A generated name past the ones given to real names, for a
      *    prior-night change.
       7500-SPARE-NAME.
           COMPUTE WS-PSEUDO-INDEX =
               WS-NAME-COUNT + WS-SPARE-NAME-COUNT
           ADD 1 TO WS-SPARE-NAME-COUNT
           PERFORM 7300-BUILD-PSEUDONYM.

       9000-CHECK-REPORT-WRITE.
           MOVE WS-REPORT-STATUS TO WS-CHECK-STATUS
           MOVE "MASKRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by every OPEN/WRITE status check above - a non-zero
      *    status means the dataset is missing, full, or otherwise
      *    unusable, which an unattended batch run must not silently
      *    ignore.
       9900-CHECK-FILE-STATUS.
           IF WS-CHECK-STATUS NOT = "00"
               DISPLAY "CUSTMASK: I/O ERROR ON " WS-CHECK-FILE-NAME
                   " STATUS=" WS-CHECK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

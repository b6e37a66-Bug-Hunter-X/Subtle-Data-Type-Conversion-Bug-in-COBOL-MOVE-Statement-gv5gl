       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALIASASN.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * ALIASASN - permanent 5-digit alias assignment for accounts
      * too wide for the legacy 9(5) field, factored into a single
      * callable routine (like CHKDIGIT) so CONVERTB, CONVMULT, and
      * the CONVRPR repair run all hand a given account the same
      * alias.  Looks the account up on the ALIASMST file (see
      * ALIASREC); an account already there gets its alias back, and
      * an account seen for the first time is issued the next
      * check-digit-valid value from the reserved range on the
      * pool-control record, which is written away before the new
      * alias record so a failure can only ever burn an alias, never
      * issue one twice.
      *
      * Account services has set 90000-99999 aside as the alias
      * range - no real account is issued there - and that is the
      * range a brand-new ALIASMST is seeded with.  Once the range
      * is used up the routine answers "pool exhausted" and the
      * caller falls back on its own truncation handling; ALIASRPT
      * warns well before that point.
      *
      * ALIASMST is opened on the first request and held open across
      * calls - I-O, or INPUT when that first request is a lookup-
      * only "L" from a run sharing the file with a concurrent job -
      * and the caller's request "C" at end of run closes it.  An
      * I/O error is handed back with its status rather than stopping
      * the run here, so the caller reports it through its own
      * status-check paragraph under its own name.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "ALIASMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-ACCOUNT-NO
               FILE STATUS IS WS-ALIAS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ALIAS-FILE.
           COPY ALIASREC.

       WORKING-STORAGE SECTION.
       01  WS-ALIAS-STATUS              PIC X(2).

       01  WS-SWITCHES.
           05  WS-FILE-OPEN-SWITCH      PIC X(1)    VALUE "N".
               88  WS-FILE-OPEN                     VALUE "Y".
           05  WS-CONTROL-FOUND-SWITCH  PIC X(1)    VALUE "N".
               88  WS-CONTROL-FOUND                 VALUE "Y".
           05  WS-CANDIDATE-SWITCH      PIC X(1)    VALUE "N".
               88  WS-CANDIDATE-FOUND               VALUE "Y".

      *    The reserved range a brand-new ALIASMST starts from.
       01  WS-DEFAULT-POOL.
           05  WS-DEFAULT-POOL-LOW      PIC 9(5)    VALUE 90000.
           05  WS-DEFAULT-POOL-HIGH     PIC 9(5)    VALUE 99999.

      *    Pool-control values held here while the record area is
      *    reused for the new alias record.
       01  WS-POOL-WORK.
           05  WS-POOL-LOW              PIC 9(5).
           05  WS-POOL-HIGH             PIC 9(5).
           05  WS-POOL-ISSUED           PIC 9(5).
           05  WS-NEXT-ALIAS            PIC 9(6).

      *    A candidate alias as CHKDIGIT sees it: the 5-digit value
      *    right-justified in the 7-character account, so the check
      *    digit is verified exactly as the receiver will verify it.
       01  WS-CANDIDATE-ACCOUNT.
           05  FILLER                   PIC 9(2)    VALUE ZERO.
           05  WS-CANDIDATE-ALIAS       PIC 9(5).

           COPY CHKDGLK REPLACING LEADING ==LK-CD-== BY ==WS-CD-==.

       LINKAGE SECTION.
           COPY ALIASLK.

       PROCEDURE DIVISION USING LK-AL-REQUEST LK-AL-ACCOUNT
               LK-AL-RECORD-KEY LK-AL-RUN-DATE LK-AL-PROGRAM
               LK-AL-ALIAS LK-AL-RESULT LK-AL-FILE-STATUS.
       0000-ALIAS-REQUEST.
           MOVE "00" TO LK-AL-FILE-STATUS
           MOVE SPACE TO LK-AL-RESULT
           IF LK-AL-REQUEST-CLOSE
               IF WS-FILE-OPEN
                   CLOSE ALIAS-FILE
                   MOVE "N" TO WS-FILE-OPEN-SWITCH
               END-IF
           ELSE
               MOVE ZERO TO LK-AL-ALIAS
               IF NOT WS-FILE-OPEN
                   PERFORM 1000-OPEN-ALIAS-FILE
               END-IF
               IF NOT LK-AL-IO-ERROR
                   PERFORM 2000-ASSIGN-ALIAS
               END-IF
           END-IF
           GOBACK.

      *    "05" is a brand-new optional ALIASMST created by the OPEN -
      *    a normal open; the first issue seeds its pool record.  A
      *    lookup-only run opens INPUT, so it never holds the file
      *    for update against the job issuing aliases.
       1000-OPEN-ALIAS-FILE.
           IF LK-AL-REQUEST-LOOKUP
               OPEN INPUT ALIAS-FILE
           ELSE
               OPEN I-O ALIAS-FILE
           END-IF
           IF WS-ALIAS-STATUS = "00" OR WS-ALIAS-STATUS = "05"
               SET WS-FILE-OPEN TO TRUE
           ELSE
               PERFORM 9000-RETURN-IO-ERROR
           END-IF.

       2000-ASSIGN-ALIAS.
           MOVE LK-AL-ACCOUNT TO AL-ACCOUNT-NO
           READ ALIAS-FILE
               INVALID KEY
                   IF LK-AL-REQUEST-LOOKUP
                       SET LK-AL-NOT-ASSIGNED TO TRUE
                   ELSE
                       PERFORM 2200-ISSUE-NEW-ALIAS
                   END-IF
               NOT INVALID KEY
                   PERFORM 2100-REUSE-ALIAS
           END-READ
      *    Not-found ("23") is the INVALID KEY case just handled;
      *    anything else left behind is a hard I/O error.
           IF NOT LK-AL-IO-ERROR
               AND WS-ALIAS-STATUS NOT = "00"
               AND WS-ALIAS-STATUS NOT = "23"
               PERFORM 9000-RETURN-IO-ERROR
           END-IF.

      *    The alias the account already holds; the last-used date
      *    is rewritten once per business date, not once per read,
      *    and never by a lookup-only run.
       2100-REUSE-ALIAS.
           MOVE AL-ALIAS-NO TO LK-AL-ALIAS
           SET LK-AL-EXISTING TO TRUE
           IF AL-LAST-USED-DATE NOT = LK-AL-RUN-DATE
               AND NOT LK-AL-REQUEST-LOOKUP
               MOVE LK-AL-RUN-DATE TO AL-LAST-USED-DATE
               REWRITE ALIAS-RECORD
               IF WS-ALIAS-STATUS NOT = "00"
                   PERFORM 9000-RETURN-IO-ERROR
               END-IF
           END-IF.

       2200-ISSUE-NEW-ALIAS.
           PERFORM 2300-READ-POOL-CONTROL
           IF NOT LK-AL-IO-ERROR
               MOVE "N" TO WS-CANDIDATE-SWITCH
               PERFORM 2400-TRY-NEXT-CANDIDATE
                   UNTIL WS-CANDIDATE-FOUND
                       OR WS-NEXT-ALIAS > WS-POOL-HIGH
               IF WS-CANDIDATE-FOUND
                   PERFORM 2500-WRITE-POOL-CONTROL
                   IF NOT LK-AL-IO-ERROR
                       PERFORM 2600-WRITE-NEW-ALIAS
                   END-IF
               ELSE
                   SET LK-AL-POOL-EXHAUSTED TO TRUE
               END-IF
           END-IF.

      *    No pool-control record yet means the first alias ever:
      *    seed the pool from the reserved default range.
       2300-READ-POOL-CONTROL.
           MOVE ZERO TO AL-ACCOUNT-NO
           READ ALIAS-FILE
               INVALID KEY
                   MOVE "N" TO WS-CONTROL-FOUND-SWITCH
                   MOVE WS-DEFAULT-POOL-LOW TO WS-POOL-LOW
                   MOVE WS-DEFAULT-POOL-HIGH TO WS-POOL-HIGH
                   MOVE ZERO TO WS-POOL-ISSUED
                   MOVE WS-DEFAULT-POOL-LOW TO WS-NEXT-ALIAS
               NOT INVALID KEY
                   SET WS-CONTROL-FOUND TO TRUE
                   MOVE AL-PC-POOL-LOW TO WS-POOL-LOW
                   MOVE AL-PC-POOL-HIGH TO WS-POOL-HIGH
                   MOVE AL-PC-ISSUED-COUNT TO WS-POOL-ISSUED
                   IF AL-PC-ISSUED-COUNT = ZERO
                       MOVE AL-PC-POOL-LOW TO WS-NEXT-ALIAS
                   ELSE
                       COMPUTE WS-NEXT-ALIAS = AL-PC-LAST-ALIAS + 1
                   END-IF
           END-READ
           IF WS-ALIAS-STATUS NOT = "00"
               AND WS-ALIAS-STATUS NOT = "23"
               PERFORM 9000-RETURN-IO-ERROR
           END-IF.

       2400-TRY-NEXT-CANDIDATE.
           MOVE WS-NEXT-ALIAS TO WS-CANDIDATE-ALIAS
           MOVE WS-CANDIDATE-ACCOUNT TO WS-CD-ACCOUNT
           CALL "CHKDIGIT" USING WS-CD-ACCOUNT WS-CD-VALID-SWITCH
           END-CALL
           IF WS-CD-VALID
               SET WS-CANDIDATE-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-NEXT-ALIAS
           END-IF.

      *    The pool moves past the new alias before the alias record
      *    exists, so a failure between the two writes leaves an
      *    unused alias behind rather than a duplicate.
       2500-WRITE-POOL-CONTROL.
           MOVE SPACES TO ALIAS-RECORD
           MOVE ZERO TO AL-ACCOUNT-NO
           MOVE WS-POOL-LOW TO AL-PC-POOL-LOW
           MOVE WS-POOL-HIGH TO AL-PC-POOL-HIGH
           MOVE WS-CANDIDATE-ALIAS TO AL-PC-LAST-ALIAS
           COMPUTE AL-PC-ISSUED-COUNT = WS-POOL-ISSUED + 1
           MOVE LK-AL-RUN-DATE TO AL-PC-LAST-DATE
           IF WS-CONTROL-FOUND
               REWRITE ALIAS-RECORD
           ELSE
               WRITE ALIAS-RECORD
           END-IF
           IF WS-ALIAS-STATUS NOT = "00"
               PERFORM 9000-RETURN-IO-ERROR
           END-IF.

       2600-WRITE-NEW-ALIAS.
           MOVE SPACES TO ALIAS-RECORD
           MOVE LK-AL-ACCOUNT TO AL-ACCOUNT-NO
           MOVE WS-CANDIDATE-ALIAS TO AL-ALIAS-NO
           MOVE LK-AL-RECORD-KEY TO AL-RECORD-KEY
           MOVE LK-AL-RUN-DATE TO AL-DATE-ASSIGNED
           MOVE LK-AL-PROGRAM TO AL-ASSIGNED-BY
           MOVE LK-AL-RUN-DATE TO AL-LAST-USED-DATE
           WRITE ALIAS-RECORD
           IF WS-ALIAS-STATUS NOT = "00"
               PERFORM 9000-RETURN-IO-ERROR
           ELSE
               MOVE WS-CANDIDATE-ALIAS TO LK-AL-ALIAS
               SET LK-AL-NEWLY-ISSUED TO TRUE
           END-IF.

       9000-RETURN-IO-ERROR.
           MOVE WS-ALIAS-STATUS TO LK-AL-FILE-STATUS
           SET LK-AL-IO-ERROR TO TRUE.

      * shows the offending value and reason code, and lets the
      * operator key the corrected account.  Every entry is validated
      * on the spot with the same gates the repair run applies - the
      * numeric edit and the CHKDIGIT call - so a correction that
      * would come back CORRECTION NON-NUMERIC or CORRECTION BAD
      * CHECK-DIGIT tomorrow is caught and re-keyed now; only clean
      * corrections reach CORRFILE.  A correction over 99999 is
      * accepted: CONVRPR repairs it under the account's permanent
      * ALIASMST alias.
      * Keying S (or leaving the field blank) skips the reject - it
      * stays outstanding for the next session.  Follows the
      * CONVSCRN/CONVINQR screen conventions.
      *
      * Every correction written and every reject skipped is also
      * written to the ACCESSLG operator access log through ACCLOGW
      * - operator, terminal, time, record key, and the source,
      * reason and keyed account - for the privacy review and the
      * weekly CONVACCR access report.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-ENT-OFFENDING-VALUE   PIC X(7).
           05  WS-ENT-REASON            PIC X(11).
           05  WS-ENT-ACCOUNT           PIC X(7).
           05  WS-ENT-MESSAGE           PIC X(34).
           05  WS-ENT-SEQ               PIC ZZZZ9.

      *    Arguments passed to ACCLOGW, the shared access-log writer.
      *    Drawn from ACCLGLK.cpy so this layout cannot drift from
      *    ACCLOGW's own LINKAGE SECTION.
           COPY ACCLGLK REPLACING LEADING ==LK-AX-== BY ==WS-AX-==.

      *    What the access log keeps about an entry: where the reject
      *    came from, why, and the account keyed (blank on a skip).
       01  WS-LOG-DETAIL.
           05  LD-SOURCE                PIC X(4).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  LD-REASON                PIC X(11).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  LD-ACCOUNT               PIC X(7).
           05  FILLER                   PIC X(16)   VALUE SPACES.

       SCREEN SECTION.
       01  SCR-CORRECTION-ENTRY.
           05  BLANK SCREEN.
           END-IF.

      *    One reject on the screen until the operator either skips
      *    it or keys an account that passes the same numeric and
      *    check-digit gates CONVRPR will apply - a failing entry
      *    redisplays the same reject with the reason it failed, so
      *    nothing invalid can reach CORRFILE.
       5000-ENTER-CORRECTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-REJECT-COUNT TO WS-ENT-SEQ
                   OR WS-ENT-ACCOUNT(1:1) = "S"
                   OR WS-ENT-ACCOUNT(1:1) = "s"
                   ADD 1 TO WS-SKIPPED-COUNT
                   MOVE "CORR-SKIP" TO WS-AX-FUNCTION
                   MOVE SPACES TO LD-ACCOUNT
                   PERFORM 5300-LOG-ACCESS
                   SET WS-ENTRY-DONE TO TRUE
               WHEN WS-ENT-ACCOUNT IS NOT NUMERIC
                   MOVE "ACCOUNT NOT NUMERIC - RE-KEY"
                   CALL "CHKDIGIT" USING WS-CD-ACCOUNT
                       WS-CD-VALID-SWITCH
                   END-CALL
                   EVALUATE TRUE
                       WHEN NOT WS-CD-VALID
                           MOVE "BAD CHECK DIGIT - RE-KEY"
                               TO WS-ENT-MESSAGE
                           MOVE SPACES TO WS-ENT-ACCOUNT
                       WHEN OTHER
                           PERFORM 5200-WRITE-CORRECTION
                           SET WS-ENTRY-DONE TO TRUE
           MOVE WS-CORR-STATUS TO WS-CHECK-STATUS
           MOVE "CORRFILE" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS
           ADD 1 TO WS-CORRECTED-COUNT
           MOVE "CORRECTION" TO WS-AX-FUNCTION
           MOVE WS-ENT-ACCOUNT TO LD-ACCOUNT
           PERFORM 5300-LOG-ACCESS.

      *    One ACCESSLG entry for the reject on the screen; ACCLOGW
      *    supplies the operator, terminal and time.
       5300-LOG-ACCESS.
           MOVE WS-ENT-SOURCE TO LD-SOURCE
           MOVE WS-ENT-REASON TO LD-REASON
           MOVE "CORRSCRN" TO WS-AX-PROGRAM
           MOVE WS-ENT-RECORD-KEY TO WS-AX-RECORD-KEY
           MOVE WS-LOG-DETAIL TO WS-AX-DETAIL
           MOVE SPACES TO WS-AX-TERMINAL
           CALL "ACCLOGW" USING WS-AX-PROGRAM WS-AX-FUNCTION
               WS-AX-RECORD-KEY WS-AX-DETAIL WS-AX-TERMINAL
               WS-AX-FILE-STATUS
           END-CALL
           MOVE WS-AX-FILE-STATUS TO WS-CHECK-STATUS
           MOVE "ACCESSLG" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

       4000-TERMINATE.
           CLOSE CREJO-FILE

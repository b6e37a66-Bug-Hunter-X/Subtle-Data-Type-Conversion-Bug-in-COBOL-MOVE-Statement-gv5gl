      * keys and master names, and the operator's pick drops straight
      * into the key inquiry.  Follows the CONVSCRN screen
      * conventions.
      *
      * An account over 99999 also shows its permanent legacy alias
      * from ALIASMST - the 5-digit value the older receivers know
      * the customer by - or NONE YET when no conversion has issued
      * one.
      *
      * H on the disposition page opens the customer's change history
      * from CHGHIST (see CHGHREC) - every name or account value the
      * nightly delta saw move, with the value before and after, one
      * change per screen, newest first; B and F page it the same
      * way, anything else returns to the disposition page.  A
      * deleted customer's history is still there after the master
      * has dropped the key.
      *
      * Every key inquiry, name search and change-history view is
      * written to the ACCESSLG operator access log through ACCLOGW
      * before the screen shows it - who looked, from which
      * terminal, when, and at which customer - for the privacy
      * review and the weekly CONVACCR access report.  A log entry
      * that cannot be written stops the session: nothing is shown
      * unlogged.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS XR-XREF-KEY
               FILE STATUS IS WS-XREF-STATUS.

      *    Optional for the same reason: ALIASMST only exists once
      *    the first alias has been issued.
           SELECT OPTIONAL ALIAS-FILE ASSIGN TO "ALIASMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AL-ACCOUNT-NO
               FILE STATUS IS WS-ALIAS-STATUS.

      *    Optional as well: CHGHIST only exists once CONVDLTA has run
      *    with it.
           SELECT OPTIONAL CHGHIST-FILE ASSIGN TO "CHGHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-HIST-KEY
               FILE STATUS IS WS-CHGHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTMAST-FILE.
       FD  XREF-FILE.
           COPY XREFREC.

       FD  ALIAS-FILE.
           COPY ALIASREC.

       FD  CHGHIST-FILE.
           COPY CHGHREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CUSTMAST-STATUS       PIC X(2).
           05  WS-RESULT-STATUS         PIC X(2).
           05  WS-XREF-STATUS           PIC X(2).
           05  WS-ALIAS-STATUS          PIC X(2).
           05  WS-CHGHIST-STATUS        PIC X(2).

      *    Used by 9900-CHECK-FILE-STATUS so every OPEN can share one
      *    status-check paragraph instead of repeating the same
           05  WS-INQ-SEARCH-NAME       PIC X(30)   VALUE SPACES.
           05  WS-INQ-NAME              PIC X(100).
           05  WS-INQ-ACCOUNT           PIC X(7).
           05  WS-INQ-ALIAS             PIC X(8).
           05  WS-INQ-RUN-DATE          PIC X(8).
           05  WS-INQ-RESULT-TEXT       PIC X(30).
           05  WS-INQ-PLOSS-TEXT        PIC X(3).
       01  WS-PAGING-SWITCH             PIC X(1)    VALUE "N".
           88  WS-PAGING                            VALUE "Y".

       01  WS-CHG-FIELDS.
           05  WS-CHG-RUN-DATE          PIC X(8).
           05  WS-CHG-FIELD-TEXT        PIC X(40).
           05  WS-CHG-ACTION-TEXT       PIC X(30).
           05  WS-CHG-BEFORE            PIC X(100).
           05  WS-CHG-AFTER             PIC X(100).
           05  WS-CHG-TIMESTAMP         PIC X(21).
           05  WS-CHG-SHOWING           PIC Z9.
           05  WS-CHG-OF                PIC Z9.
           05  WS-CHG-PAGE              PIC X(1)    VALUE SPACE.

       01  WS-CHG-PAGING-SWITCH         PIC X(1)    VALUE "N".
           88  WS-CHG-PAGING                        VALUE "Y".

      *    The customer's CHGHIST rows, gathered newest-last exactly
      *    like the disposition table above; a customer with more
      *    than 99 recorded changes keeps the newest 99.
       01  WS-CHANGE-TABLE.
           05  WS-CHG-COUNT             PIC 9(4)    VALUE ZERO.
           05  WS-CHG-ENTRY OCCURS 99 TIMES.
               10  CT-RUN-DATE          PIC X(8).
               10  CT-FIELD-CODE        PIC X(1).
               10  CT-ACTION-CODE       PIC X(1).
               10  CT-BEFORE-VALUE      PIC X(100).
               10  CT-AFTER-VALUE       PIC X(100).
               10  CT-TIMESTAMP         PIC X(21).

      *    The customer's disposition rows gathered newest-last from
      *    the keyed history, so the screen starts on the newest and
      *    B steps backward.  99 entries comfortably covers the
           05  WS-SHIFT-SUB             PIC 9(4)    VALUE ZERO.
           05  WS-CAND-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-LINE-START            PIC 9(4)    VALUE ZERO.
           05  WS-CHG-SUB               PIC 9(4)    VALUE ZERO.

      *    Arguments passed to NAMESTD, so a keyed search name is
      *    standardized exactly the way CUSTLOAD standardized the

       01  WS-CAND-DISPLAY             PIC X(544)  VALUE SPACES.

      *    Arguments passed to ACCLOGW, the shared access-log writer.
      *    Drawn from ACCLGLK.cpy so this layout cannot drift from
      *    ACCLOGW's own LINKAGE SECTION.
           COPY ACCLGLK REPLACING LEADING ==LK-AX-== BY ==WS-AX-==.

      *    WS-INQ-NAME is PIC X(100) (the full CM-CUST-NAME width),
      *    too wide to display on a single line of standard 3270
      *    geometry - split into two reference-modified screen
           05  LINE 9  COLUMN 1   VALUE "Account value on master:".
           05  LINE 9  COLUMN 27  PIC X(7)
                   FROM WS-INQ-ACCOUNT.
           05  LINE 9  COLUMN 37  VALUE "Legacy alias:".
           05  LINE 9  COLUMN 51  PIC X(8)
                   FROM WS-INQ-ALIAS.
           05  LINE 11 COLUMN 1   VALUE "Run date:".
           05  LINE 11 COLUMN 11  PIC X(8)
                   FROM WS-INQ-RUN-DATE.
           05  LINE 15 COLUMN 14  PIC X(21)
                   FROM WS-INQ-TIMESTAMP.
           05  LINE 17 COLUMN 1
               VALUE "Page history (B=older, F=newer, H=changes):".
           05  LINE 17 COLUMN 46  PIC X(1)
                   USING WS-INQ-PAGE.
           05  LINE 18 COLUMN 1   VALUE "Another inquiry? (Y/N):".
           05  LINE 18 COLUMN 26  PIC X(1)
                   USING WS-INQ-CONTINUE.

      *    Before and after values are split 80 + 20 the same way as
      *    the customer name above.
       01  SCR-CHANGE-HISTORY.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "CUSTOMER CHANGE HISTORY".
           05  LINE 3  COLUMN 1   VALUE "Record key:".
           05  LINE 3  COLUMN 13  PIC 9(6)
                   FROM WS-INQ-KEY.
           05  LINE 5  COLUMN 1   VALUE "Run date:".
           05  LINE 5  COLUMN 11  PIC X(8)
                   FROM WS-CHG-RUN-DATE.
           05  LINE 5  COLUMN 25  VALUE "Change".
           05  LINE 5  COLUMN 32  PIC Z9
                   FROM WS-CHG-SHOWING.
           05  LINE 5  COLUMN 35  VALUE "of".
           05  LINE 5  COLUMN 38  PIC Z9
                   FROM WS-CHG-OF.
           05  LINE 6  COLUMN 1   VALUE "Field:".
           05  LINE 6  COLUMN 11  PIC X(40)
                   FROM WS-CHG-FIELD-TEXT.
           05  LINE 7  COLUMN 1   VALUE "Action:".
           05  LINE 7  COLUMN 11  PIC X(30)
                   FROM WS-CHG-ACTION-TEXT.
           05  LINE 9  COLUMN 1   VALUE "Before:".
           05  LINE 10 COLUMN 1   PIC X(80)
                   FROM WS-CHG-BEFORE(1:80).
           05  LINE 11 COLUMN 1   PIC X(20)
                   FROM WS-CHG-BEFORE(81:20).
           05  LINE 13 COLUMN 1   VALUE "After:".
           05  LINE 14 COLUMN 1   PIC X(80)
                   FROM WS-CHG-AFTER(1:80).
           05  LINE 15 COLUMN 1   PIC X(20)
                   FROM WS-CHG-AFTER(81:20).
           05  LINE 17 COLUMN 1   VALUE "Recorded at:".
           05  LINE 17 COLUMN 14  PIC X(21)
                   FROM WS-CHG-TIMESTAMP.
           05  LINE 19 COLUMN 1
               VALUE "Page changes (B=older, F=newer):".
           05  LINE 19 COLUMN 35  PIC X(1)
                   USING WS-CHG-PAGE.

       01  SCR-NAME-SEARCH.
           05  BLANK SCREEN.
           05  LINE 1  COLUMN 1   VALUE "CUSTMAST NAME SEARCH".
           CLOSE CUSTMAST-FILE
           CLOSE RESULT-FILE
           CLOSE XREF-FILE
           CLOSE ALIAS-FILE
           CLOSE CHGHIST-FILE
           GOBACK.

       1000-OPEN-FILES.
               MOVE WS-XREF-STATUS TO WS-CHECK-STATUS
               MOVE "NAMEXREF" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF

           OPEN INPUT ALIAS-FILE
           IF WS-ALIAS-STATUS NOT = "00"
               AND WS-ALIAS-STATUS NOT = "05"
               MOVE WS-ALIAS-STATUS TO WS-CHECK-STATUS
               MOVE "ALIASMST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF

           OPEN INPUT CHGHIST-FILE
           IF WS-CHGHIST-STATUS NOT = "00"
               AND WS-CHGHIST-STATUS NOT = "05"
               MOVE WS-CHGHIST-STATUS TO WS-CHECK-STATUS
               MOVE "CHGHIST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       2000-GET-INQUIRY-KEY.
           MOVE SPACES TO WS-INQ-NAME WS-INQ-ACCOUNT WS-INQ-RUN-DATE
               WS-INQ-ALIAS
               WS-INQ-RESULT-TEXT WS-INQ-PLOSS-TEXT WS-INQ-ACK-TEXT
               WS-INQ-TIMESTAMP WS-INQ-PAGE WS-INQ-SEARCH-NAME
           MOVE ZERO TO WS-INQ-SHOWING WS-INQ-OF
           MOVE ZERO TO WS-SRCH-PICK
           DISPLAY SCR-NAME-SEARCH
           ACCEPT SCR-NAME-SEARCH
           MOVE SPACES TO WS-AX-RECORD-KEY
           IF WS-SRCH-PICK >= 1 AND WS-SRCH-PICK <= WS-CAND-COUNT
               MOVE CD-RECORD-KEY(WS-SRCH-PICK) TO WS-INQ-KEY
               MOVE WS-INQ-KEY TO WS-AX-RECORD-KEY
           END-IF
           MOVE "NAME-SRCH" TO WS-AX-FUNCTION
           MOVE WS-INQ-SEARCH-NAME TO WS-AX-DETAIL
           PERFORM 8000-LOG-ACCESS.

      *    The composite key starts at the standardized search name
      *    (space-padded, which collates ahead of every longer name
               NOT INVALID KEY
                   MOVE CM-CUST-NAME TO WS-INQ-NAME
                   MOVE CM-ACCOUNT-NO-IN TO WS-INQ-ACCOUNT
                   PERFORM 3100-READ-ALIAS
           END-READ
      *    Record-not-found ("23") is the INVALID KEY case just
      *    handled; anything else non-zero is a hard I/O error.
               MOVE WS-CUSTMAST-STATUS TO WS-CHECK-STATUS
               MOVE "CUSTMAST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF
      *    A zero key is a search nobody was picked from - there is
      *    no customer on the screen to log.
           IF WS-INQ-KEY NOT = ZERO
               MOVE "INQUIRY" TO WS-AX-FUNCTION
               MOVE WS-INQ-KEY TO WS-AX-RECORD-KEY
               IF WS-CUSTMAST-STATUS = "23"
                   MOVE "KEY NOT ON MASTER" TO WS-AX-DETAIL
               ELSE
                   MOVE SPACES TO WS-AX-DETAIL
               END-IF
               PERFORM 8000-LOG-ACCESS
           END-IF.

      *    Only an account too wide for the legacy field can hold an
      *    alias; a shorter or non-numeric one leaves the field blank.
       3100-READ-ALIAS.
           MOVE SPACES TO WS-INQ-ALIAS
           IF CM-ACCOUNT-NO-IN IS NUMERIC
               AND CM-ACCOUNT-NO-IN > "0099999"
               MOVE CM-ACCOUNT-NO-IN TO AL-ACCOUNT-NO
               READ ALIAS-FILE
                   INVALID KEY
                       MOVE "NONE YET" TO WS-INQ-ALIAS
                   NOT INVALID KEY
                       MOVE AL-ALIAS-NO TO WS-INQ-ALIAS
               END-READ
               IF WS-ALIAS-STATUS NOT = "00"
                   AND WS-ALIAS-STATUS NOT = "23"
                   MOVE WS-ALIAS-STATUS TO WS-CHECK-STATUS
                   MOVE "ALIASMST" TO WS-CHECK-FILE-NAME
                   PERFORM 9900-CHECK-FILE-STATUS
               END-IF
           END-IF.

      *    All of this customer's disposition rows, gathered in run-
           END-PERFORM.

      *    One disposition row per screen, newest first; B and F walk
      *    the table, H detours through the change history and comes
      *    back to the same row, anything else ends the paging loop
      *    and the Y/N prompt decides whether another key is coming.
       4000-SHOW-RESULT.
           IF WS-HIST-COUNT = ZERO
               MOVE SPACES TO WS-INQ-RUN-DATE WS-INQ-PLOSS-TEXT
                   IF WS-HIST-SUB < WS-HIST-COUNT
                       ADD 1 TO WS-HIST-SUB
                   END-IF
               WHEN WS-INQ-PAGE = "H" OR WS-INQ-PAGE = "h"
                   MOVE "CHG-HIST" TO WS-AX-FUNCTION
                   MOVE WS-INQ-KEY TO WS-AX-RECORD-KEY
                   MOVE SPACES TO WS-AX-DETAIL
                   PERFORM 8000-LOG-ACCESS
                   PERFORM 5000-GATHER-CHANGES
                   MOVE WS-CHG-COUNT TO WS-CHG-SUB
                   MOVE "Y" TO WS-CHG-PAGING-SWITCH
                   PERFORM 5300-SHOW-CHANGE UNTIL NOT WS-CHG-PAGING
               WHEN OTHER
                   MOVE "N" TO WS-PAGING-SWITCH
           END-EVALUATE.
                   AND HT-WIDE-FLAG(WS-HIST-SUB) = "Y"
                   MOVE "CONVERTED WIDE - ON CONVOUT"
                       TO WS-INQ-RESULT-TEXT
      *        Converted with the legacy field carrying the account's
      *        alias - the alias itself is shown beside the account.
               WHEN HT-RESULT-CODE(WS-HIST-SUB) = "C"
                   AND HT-WIDE-FLAG(WS-HIST-SUB) = "A"
                   MOVE "CONVERTED UNDER LEGACY ALIAS"
                       TO WS-INQ-RESULT-TEXT
               WHEN HT-RESULT-CODE(WS-HIST-SUB) = "C"
                   MOVE "CONVERTED - ON CONVOUT"
                       TO WS-INQ-RESULT-TEXT
           END-EVALUATE
           MOVE HT-TIMESTAMP(WS-HIST-SUB) TO WS-INQ-TIMESTAMP.

      *    All of this customer's CHGHIST rows in run-date order - the
      *    key puts them adjacent and ascending, just as in
      *    3200-GATHER-HISTORY.
       5000-GATHER-CHANGES.
           MOVE ZERO TO WS-CHG-COUNT
           MOVE WS-INQ-KEY TO CH-RECORD-KEY
           MOVE ZERO TO CH-RUN-DATE
           MOVE SPACE TO CH-FIELD-CODE
           START CHGHIST-FILE KEY >= CH-HIST-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-CHGHIST-STATUS = "00"
               PERFORM 5100-READ-NEXT-CHANGE
                   UNTIL WS-CHGHIST-STATUS NOT = "00"
                       OR CH-RECORD-KEY NOT = WS-INQ-KEY
           END-IF
      *    Start-not-found ("23") and end-of-file ("10") just mean no
      *    (more) rows; anything else non-zero is a hard I/O error.
           IF WS-CHGHIST-STATUS NOT = "00"
               AND WS-CHGHIST-STATUS NOT = "23"
               AND WS-CHGHIST-STATUS NOT = "10"
               MOVE WS-CHGHIST-STATUS TO WS-CHECK-STATUS
               MOVE "CHGHIST" TO WS-CHECK-FILE-NAME
               PERFORM 9900-CHECK-FILE-STATUS
           END-IF.

       5100-READ-NEXT-CHANGE.
           READ CHGHIST-FILE NEXT RECORD
               AT END
                   CONTINUE
           END-READ
           IF WS-CHGHIST-STATUS = "00"
               AND CH-RECORD-KEY = WS-INQ-KEY
               IF WS-CHG-COUNT >= 99
                   PERFORM 5200-SHIFT-CHANGE
                       VARYING WS-SHIFT-SUB FROM 1 BY 1
                       UNTIL WS-SHIFT-SUB >= 99
               ELSE
                   ADD 1 TO WS-CHG-COUNT
               END-IF
               MOVE CH-RUN-DATE     TO CT-RUN-DATE(WS-CHG-COUNT)
               MOVE CH-FIELD-CODE   TO CT-FIELD-CODE(WS-CHG-COUNT)
               MOVE CH-ACTION-CODE  TO CT-ACTION-CODE(WS-CHG-COUNT)
               MOVE CH-BEFORE-VALUE TO CT-BEFORE-VALUE(WS-CHG-COUNT)
               MOVE CH-AFTER-VALUE  TO CT-AFTER-VALUE(WS-CHG-COUNT)
               MOVE CH-TIMESTAMP    TO CT-TIMESTAMP(WS-CHG-COUNT)
           END-IF.

      *    Full table: each entry moves down one to drop the oldest.
       5200-SHIFT-CHANGE.
           MOVE WS-CHG-ENTRY(WS-SHIFT-SUB + 1)
               TO WS-CHG-ENTRY(WS-SHIFT-SUB).

       5300-SHOW-CHANGE.
           IF WS-CHG-COUNT = ZERO
               MOVE SPACES TO WS-CHG-RUN-DATE WS-CHG-ACTION-TEXT
                   WS-CHG-BEFORE WS-CHG-AFTER WS-CHG-TIMESTAMP
               MOVE ZERO TO WS-CHG-SHOWING WS-CHG-OF
               MOVE "NO CHANGES RECORDED FOR THIS CUSTOMER"
                   TO WS-CHG-FIELD-TEXT
           ELSE
               PERFORM 5400-FORMAT-CHANGE-ENTRY
           END-IF
           MOVE SPACE TO WS-CHG-PAGE
           DISPLAY SCR-CHANGE-HISTORY
           ACCEPT SCR-CHANGE-HISTORY
           EVALUATE TRUE
               WHEN WS-CHG-PAGE = "B" OR WS-CHG-PAGE = "b"
                   IF WS-CHG-SUB > 1
                       SUBTRACT 1 FROM WS-CHG-SUB
                   END-IF
               WHEN WS-CHG-PAGE = "F" OR WS-CHG-PAGE = "f"
                   IF WS-CHG-SUB < WS-CHG-COUNT
                       ADD 1 TO WS-CHG-SUB
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-CHG-PAGING-SWITCH
           END-EVALUATE.

       5400-FORMAT-CHANGE-ENTRY.
           MOVE CT-RUN-DATE(WS-CHG-SUB) TO WS-CHG-RUN-DATE
           MOVE WS-CHG-SUB TO WS-CHG-SHOWING
           MOVE WS-CHG-COUNT TO WS-CHG-OF
           EVALUATE CT-FIELD-CODE(WS-CHG-SUB)
               WHEN "N"
                   MOVE "CUSTOMER NAME" TO WS-CHG-FIELD-TEXT
               WHEN "A"
                   MOVE "ACCOUNT NUMBER" TO WS-CHG-FIELD-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN FIELD CODE" TO WS-CHG-FIELD-TEXT
           END-EVALUATE
           EVALUATE CT-ACTION-CODE(WS-CHG-SUB)
               WHEN "C"
                   MOVE "CHANGED" TO WS-CHG-ACTION-TEXT
               WHEN "A"
                   MOVE "CUSTOMER ADDED" TO WS-CHG-ACTION-TEXT
               WHEN "D"
                   MOVE "CUSTOMER DELETED" TO WS-CHG-ACTION-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN ACTION CODE" TO WS-CHG-ACTION-TEXT
           END-EVALUATE
           MOVE CT-BEFORE-VALUE(WS-CHG-SUB) TO WS-CHG-BEFORE
           MOVE CT-AFTER-VALUE(WS-CHG-SUB) TO WS-CHG-AFTER
           MOVE CT-TIMESTAMP(WS-CHG-SUB) TO WS-CHG-TIMESTAMP.

      *    One ACCESSLG entry for the access just set up in
      *    WS-AX-FUNCTION, WS-AX-RECORD-KEY and WS-AX-DETAIL; ACCLOGW
      *    supplies the operator, terminal and time.
       8000-LOG-ACCESS.
           MOVE "CONVINQR" TO WS-AX-PROGRAM
           MOVE SPACES TO WS-AX-TERMINAL
           CALL "ACCLOGW" USING WS-AX-PROGRAM WS-AX-FUNCTION
               WS-AX-RECORD-KEY WS-AX-DETAIL WS-AX-TERMINAL
               WS-AX-FILE-STATUS
           END-CALL
           MOVE WS-AX-FILE-STATUS TO WS-CHECK-STATUS
           MOVE "ACCESSLG" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    Shared by the OPEN status checks above - a non-zero status
      *    means the dataset is missing or unusable, which the screen
      *    cannot sensibly continue past.

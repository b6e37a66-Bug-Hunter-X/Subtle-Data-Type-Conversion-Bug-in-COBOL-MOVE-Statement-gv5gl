       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCLOGW.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * ACCLOGW - operator access-log writer, factored into a single
      * callable routine (like ALIASASN) so CONVINQR, CORRSCRN,
      * CONVSCRN and HOLDMNT all stamp their ACCESSLG entries (see
      * ACCLREC) with the operator, terminal and time the same way.
      *
      * The operator ID is the session's signed-on user (USER, or
      * LOGNAME where USER is not set) and the terminal the TERMID
      * the sign-on profile sets, both picked up on the first call
      * and kept for the rest of the session; a batch caller passes
      * BATCH as its terminal.  Neither is taken from anything the
      * operator keys, so an entry cannot be made under another
      * name.  A session with no identity to pick up is logged as
      * UNKNOWN rather than not logged.
      *
      * ACCESSLG is opened EXTEND and closed again around every
      * entry, so an entry is on file the moment the access happens
      * even when a session is dropped without signing off, and no
      * session holds the log between entries.  An I/O error is
      * handed back with its status rather than stopping the run
      * here, so the caller reports it through its own status-check
      * paragraph under its own name.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Optional: the first entry ever written creates the log.
           SELECT OPTIONAL ACCESS-LOG-FILE ASSIGN TO "ACCESSLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCESS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCESS-LOG-FILE
           RECORDING MODE IS F.
           COPY ACCLREC.

       WORKING-STORAGE SECTION.
       01  WS-ACCESS-LOG-STATUS         PIC X(2).

       01  WS-SWITCHES.
           05  WS-IDENTITY-SWITCH       PIC X(1)    VALUE "N".
               88  WS-IDENTITY-KNOWN                VALUE "Y".

      *    Who and where, picked up once per session.
       01  WS-SESSION-IDENTITY.
           05  WS-SESSION-OPERATOR      PIC X(8)    VALUE SPACES.
           05  WS-SESSION-TERMINAL      PIC X(8)    VALUE SPACES.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE          PIC 9(8).
           05  WS-CURRENT-TIME          PIC 9(6).
           05  FILLER                   PIC X(7).

       LINKAGE SECTION.
           COPY ACCLGLK.

       PROCEDURE DIVISION USING LK-AX-PROGRAM LK-AX-FUNCTION
               LK-AX-RECORD-KEY LK-AX-DETAIL LK-AX-TERMINAL
               LK-AX-FILE-STATUS.
       0000-LOG-ACCESS.
           MOVE "00" TO LK-AX-FILE-STATUS
           IF NOT WS-IDENTITY-KNOWN
               PERFORM 1000-GET-SESSION-IDENTITY
           END-IF
           PERFORM 2000-WRITE-ENTRY
           GOBACK.

       1000-GET-SESSION-IDENTITY.
           ACCEPT WS-SESSION-OPERATOR FROM ENVIRONMENT "USER"
           IF WS-SESSION-OPERATOR = SPACES
               ACCEPT WS-SESSION-OPERATOR FROM ENVIRONMENT "LOGNAME"
           END-IF
           IF WS-SESSION-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-SESSION-OPERATOR
           END-IF
           ACCEPT WS-SESSION-TERMINAL FROM ENVIRONMENT "TERMID"
           IF WS-SESSION-TERMINAL = SPACES
               MOVE "UNKNOWN" TO WS-SESSION-TERMINAL
           END-IF
           SET WS-IDENTITY-KNOWN TO TRUE.

      *    "05" is the optional log created by this OPEN - the first
      *    entry ever, a normal open.
       2000-WRITE-ENTRY.
           OPEN EXTEND ACCESS-LOG-FILE
           IF WS-ACCESS-LOG-STATUS NOT = "00"
               AND WS-ACCESS-LOG-STATUS NOT = "05"
               MOVE WS-ACCESS-LOG-STATUS TO LK-AX-FILE-STATUS
           ELSE
               PERFORM 2100-BUILD-ENTRY
               WRITE ACCESS-LOG-RECORD
               IF WS-ACCESS-LOG-STATUS NOT = "00"
                   MOVE WS-ACCESS-LOG-STATUS TO LK-AX-FILE-STATUS
               END-IF
               CLOSE ACCESS-LOG-FILE
           END-IF.

       2100-BUILD-ENTRY.
           MOVE SPACES TO ACCESS-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE WS-CURRENT-DATE     TO AC-LOG-DATE
           MOVE WS-CURRENT-TIME     TO AC-LOG-TIME
           MOVE WS-SESSION-OPERATOR TO AC-OPERATOR-ID
           IF LK-AX-TERMINAL = SPACES
               MOVE WS-SESSION-TERMINAL TO AC-TERMINAL-ID
           ELSE
               MOVE LK-AX-TERMINAL  TO AC-TERMINAL-ID
           END-IF
           MOVE LK-AX-PROGRAM       TO AC-PROGRAM-NAME
           MOVE LK-AX-FUNCTION      TO AC-FUNCTION
           MOVE LK-AX-RECORD-KEY    TO AC-RECORD-KEY
           MOVE LK-AX-DETAIL        TO AC-DETAIL.

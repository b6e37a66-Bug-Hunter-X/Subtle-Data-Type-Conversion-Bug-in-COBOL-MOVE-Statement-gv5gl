      *================================================================
      * ACCLREC - ACCESSLG operator access-log record.  One record per
      * look at or change to customer data from the operator-facing
      * programs - a CONVINQR key inquiry, name search or change-
      * history view, a CORRSCRN correction or skip, a CONVSCRN test,
      * a HOLDMNT hold card - written through the shared ACCLOGW
      * routine (see ACCLGLK) and appended to the log in the order
      * the accesses happened.  CONVACCR reads it for the weekly
      * access report the privacy review asks for.
      *
      * AC-LOG-DATE/AC-LOG-TIME are the wall-clock moment of the
      * access, not the business date - the review is about when an
      * operator was at the terminal.  AC-RECORD-KEY is blank for an
      * access not tied to one customer (a name search nobody was
      * picked from, a conversion test); AC-DETAIL carries what was
      * keyed or the outcome.
      *================================================================
       01  ACCESS-LOG-RECORD.
           05  AC-LOG-DATE              PIC 9(8).
           05  AC-LOG-TIME              PIC 9(6).
           05  AC-OPERATOR-ID           PIC X(8).
           05  AC-TERMINAL-ID           PIC X(8).
           05  AC-PROGRAM-NAME          PIC X(8).
           05  AC-FUNCTION              PIC X(10).
               88  AC-FUNC-INQUIRY               VALUE "INQUIRY".
               88  AC-FUNC-NAME-SEARCH           VALUE "NAME-SRCH".
               88  AC-FUNC-CHANGE-HIST           VALUE "CHG-HIST".
               88  AC-FUNC-CORRECTION            VALUE "CORRECTION".
               88  AC-FUNC-CORR-SKIP             VALUE "CORR-SKIP".
               88  AC-FUNC-CONV-TEST             VALUE "CONV-TEST".
               88  AC-FUNC-HOLD-PLACE            VALUE "HOLD-PLACE".
               88  AC-FUNC-HOLD-RELEASE          VALUE "HOLD-RLSE".
               88  AC-FUNC-HOLD-REJECT           VALUE "HOLD-BAD".
           05  AC-RECORD-KEY            PIC X(6).
           05  AC-DETAIL                PIC X(40).
           05  FILLER                   PIC X(6).

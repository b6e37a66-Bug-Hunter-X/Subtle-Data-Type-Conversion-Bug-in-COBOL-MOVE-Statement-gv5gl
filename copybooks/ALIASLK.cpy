      *================================================================
      * ALIASLK - CALL "ALIASASN" USING parameter layout.  COPY this
      * member (with REPLACING to match each caller's prefix) into
      * ALIASASN's LINKAGE SECTION and into every caller's argument
      * area so the two stay byte-for-byte identical, the same
      * convention CHKDGLK.cpy follows for CHKDIGIT.
      *
      * LK-AL-REQUEST "A" returns the permanent alias for
      * LK-AL-ACCOUNT, issuing one from the reserved pool the first
      * time the account is seen (LK-AL-RECORD-KEY, LK-AL-RUN-DATE,
      * and LK-AL-PROGRAM are recorded against a new alias); "L"
      * returns an alias the account already holds but never issues
      * one or updates the file, for runs that share ALIASMST with a
      * concurrent job and so must only read it; "C" closes ALIASMST
      * at the end of the caller's run.
      * LK-AL-RESULT says how the request ended; on an I/O error
      * LK-AL-FILE-STATUS carries the ALIASMST status for the
      * caller's own status-check paragraph.
      *================================================================
       01  LK-AL-REQUEST                PIC X(1).
           88  LK-AL-REQUEST-ASSIGN              VALUE "A".
           88  LK-AL-REQUEST-LOOKUP              VALUE "L".
           88  LK-AL-REQUEST-CLOSE               VALUE "C".
       01  LK-AL-ACCOUNT                PIC 9(7).
       01  LK-AL-RECORD-KEY             PIC 9(6).
       01  LK-AL-RUN-DATE               PIC 9(8).
       01  LK-AL-PROGRAM                PIC X(8).
       01  LK-AL-ALIAS                  PIC 9(5).
       01  LK-AL-RESULT                 PIC X(1).
           88  LK-AL-EXISTING                    VALUE "E".
           88  LK-AL-NEWLY-ISSUED                VALUE "N".
           88  LK-AL-NOT-ASSIGNED                VALUE "U".
           88  LK-AL-POOL-EXHAUSTED              VALUE "X".
           88  LK-AL-IO-ERROR                    VALUE "I".
       01  LK-AL-FILE-STATUS            PIC X(2).

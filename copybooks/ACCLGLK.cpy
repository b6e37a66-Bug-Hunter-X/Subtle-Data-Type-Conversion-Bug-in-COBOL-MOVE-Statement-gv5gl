      *================================================================
      * ACCLGLK - CALL "ACCLOGW" USING parameter layout.  COPY this
      * member (with REPLACING to match each caller's prefix) into
      * ACCLOGW's LINKAGE SECTION and into every caller's argument
      * area so the two stay byte-for-byte identical, the same
      * convention CHKDGLK.cpy follows for CHKDIGIT.
      *
      * The caller names itself in LK-AX-PROGRAM, the kind of access
      * in LK-AX-FUNCTION (one of the ACCLREC AC-FUNCTION values),
      * the customer in LK-AX-RECORD-KEY and anything worth keeping
      * about the access in LK-AX-DETAIL.  LK-AX-TERMINAL is left
      * blank by the screens - ACCLOGW records the session's own
      * terminal - and set to BATCH by a batch caller.  The operator
      * is always taken from the session by ACCLOGW, never from the
      * caller.  LK-AX-FILE-STATUS comes back "00", or with the
      * ACCESSLG status for the caller's own status-check paragraph.
      *================================================================
       01  LK-AX-PROGRAM                PIC X(8).
       01  LK-AX-FUNCTION               PIC X(10).
       01  LK-AX-RECORD-KEY             PIC X(6).
       01  LK-AX-DETAIL                 PIC X(40).
       01  LK-AX-TERMINAL               PIC X(8).
       01  LK-AX-FILE-STATUS            PIC X(2).

      *================================================================
      * TIMELGLK - CALL "TIMELOGW" USING parameter layout.  COPY this
      * member (with REPLACING to match each caller's prefix) into
      * TIMELOGW's LINKAGE SECTION and into every caller's argument
      * area so the two stay byte-for-byte identical, the same
      * convention ACCLGLK.cpy follows for ACCLOGW.
      *
      * The caller calls once with LK-TL-FUNCTION "S" as its first
      * act, and once with "E" after its last output is closed,
      * naming itself in LK-TL-PROGRAM both times.  The "E" call
      * carries the step's record count and the return code it is
      * about to end with.  LK-TL-FILE-STATUS comes back "00", or
      * with the STEPTIME status for the caller's own status-check
      * paragraph.
      *================================================================
       01  LK-TL-FUNCTION               PIC X(1).
           88  LK-TL-START                       VALUE "S".
           88  LK-TL-END                         VALUE "E".
       01  LK-TL-PROGRAM                PIC X(8).
       01  LK-TL-RECORD-COUNT           PIC 9(9).
       01  LK-TL-RETURN-CODE            PIC 9(4).
       01  LK-TL-FILE-STATUS            PIC X(2).

      *================================================================
      * BDATELK - CALL "GETBDATE" USING parameter layout.  COPY this
      * member (with REPLACING to match each caller's prefix) into
      * GETBDATE's LINKAGE SECTION and into every caller's argument
      * area so the two stay byte-for-byte identical, the same
      * convention CHKDGLK.cpy follows for CHKDIGIT.
      *
      * GETBDATE returns the business date of the open cycle, the
      * date of the cycle before it, and how many non-processing
      * dates the last advance stepped over.  LK-BD-FOUND-SWITCH is
      * "Y" only when the BUSDATE control record was read and its
      * business date is a usable date; a caller must not fall back
      * to the wall clock when it is not.
      *================================================================
       01  LK-BD-BUSINESS-DATE          PIC 9(8).
       01  LK-BD-PRIOR-DATE             PIC 9(8).
       01  LK-BD-SKIPPED-COUNT          PIC 9(3).
       01  LK-BD-FOUND-SWITCH           PIC X(1).
           88  LK-BD-FOUND                       VALUE "Y".

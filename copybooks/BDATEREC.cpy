      *================================================================
      * BDATEREC - shop business-date control record, the single
      * record on the BUSDATE dataset.  Every program in the nightly
      * cycle takes its run date from BD-BUSINESS-DATE (through the
      * GETBDATE routine) instead of the wall clock, so a cycle that
      * slips past midnight, or a rerun of Tuesday's cycle on
      * Wednesday, still stamps CONVRSLT, RUNHIST, the INTFFILE
      * header, and the retention cutoffs with the night it belongs
      * to.  BDATEADV rolls the date forward at the end of each
      * cycle, stepping over the non-processing dates on the BUSCAL
      * calendar; the dates it stepped over are counted here so the
      * next night's status report flags the skip instead of it
      * passing silently.
      *================================================================
       01  BUSDATE-RECORD.
      *    The processing date of the cycle now open.
           05  BD-BUSINESS-DATE         PIC 9(8).
           05  FILLER                   PIC X(1).
      *    The business date of the cycle last closed by BDATEADV.
           05  BD-PRIOR-DATE            PIC 9(8).
           05  FILLER                   PIC X(1).
      *    Non-processing calendar dates stepped over by the advance
      *    that opened this cycle, and the last of them.
           05  BD-SKIPPED-COUNT         PIC 9(3).
           05  FILLER                   PIC X(1).
           05  BD-LAST-SKIPPED-DATE     PIC 9(8).
           05  FILLER                   PIC X(1).
      *    "A" advanced by the end-of-cycle step, "S" set by an
      *    operations SETDATE card (first-time setup or a backout
      *    rerun).
           05  BD-SET-BY                PIC X(1).
               88  BD-SET-BY-ADVANCE             VALUE "A".
               88  BD-SET-BY-OPERATOR            VALUE "S".
           05  FILLER                   PIC X(1).
      *    Wall-clock time the record was written.
           05  BD-UPDATED-TIMESTAMP     PIC X(21).
           05  FILLER                   PIC X(26).

      *================================================================
      * TIMELREC - one step-timing record, appended to the STEPTIME
      * timing history through TIMELOGW at the end of every run of a
      * program in the conversion cycle (CUSTEDIT, CONVDLTA,
      * CUSTLOAD, CONVERTB, CONVMULT, CONVRPR, CONVXTRC, CONVACKP).
      * Read by CONVPROJ, which projects tonight's completion against
      * the batch window, and by the CONVSTRD weekly step-trend
      * report.  Times are wall clock (HHMMSS) - the window is a
      * wall-clock limit, not a business-date one.
      *
      * TM-RECORD-COUNT is the volume the step worked through: feed
      * records for CUSTEDIT and CUSTLOAD, both sides of the match
      * for CONVDLTA, input records for CONVERTB and CONVMULT,
      * rejects worked for CONVRPR, details extracted for CONVXTRC
      * and details proved for CONVACKP.  TM-RECORDS-PER-SECOND is
      * that count over the elapsed seconds (a run inside one second
      * counts as one second).  TM-RETURN-CODE is the code the step
      * ended with; a step that stopped on an error writes nothing.
      *================================================================
       01  STEP-TIME-RECORD.
           05  TM-PROGRAM-NAME          PIC X(8).
           05  FILLER                   PIC X(1).
           05  TM-START-DATE            PIC 9(8).
           05  FILLER                   PIC X(1).
           05  TM-START-TIME            PIC 9(6).
           05  FILLER                   PIC X(1).
           05  TM-END-DATE              PIC 9(8).
           05  FILLER                   PIC X(1).
           05  TM-END-TIME              PIC 9(6).
           05  FILLER                   PIC X(1).
           05  TM-ELAPSED-SECONDS       PIC 9(7).
           05  FILLER                   PIC X(1).
           05  TM-RECORD-COUNT          PIC 9(9).
           05  FILLER                   PIC X(1).
           05  TM-RECORDS-PER-SECOND    PIC 9(7).
           05  FILLER                   PIC X(1).
           05  TM-RETURN-CODE           PIC 9(4).
           05  FILLER                   PIC X(8).

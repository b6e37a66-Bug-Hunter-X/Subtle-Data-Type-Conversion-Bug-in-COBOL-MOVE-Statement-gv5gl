       IDENTIFICATION DIVISION.
       PROGRAM-ID. GETBDATE.
       AUTHOR. DATA-CONVERSION-TEAM.
      *================================================================
      * GETBDATE - business-date lookup, factored into a single
      * callable routine (like CHKDIGIT) so every program in the
      * cycle dates its work identically.  Reads the one BUSDATE
      * control record (see BDATEREC) and hands back the business
      * date of the open cycle, the prior cycle's date, and the
      * count of non-processing dates the last advance stepped over.
      *
      * The routine never guesses: a missing or empty control
      * dataset, or a business date that is not a valid calendar
      * date, comes back with the found switch "N", and the caller
      * stops with its own I/O message rather than dating the night
      * from the wall clock.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSDATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE
           RECORDING MODE IS F.
           COPY BDATEREC.

       WORKING-STORAGE SECTION.
       01  WS-BUSDATE-STATUS            PIC X(2).

       LINKAGE SECTION.
           COPY BDATELK.

       PROCEDURE DIVISION USING LK-BD-BUSINESS-DATE LK-BD-PRIOR-DATE
               LK-BD-SKIPPED-COUNT LK-BD-FOUND-SWITCH.
       0000-GET-BUSINESS-DATE.
           MOVE "N" TO LK-BD-FOUND-SWITCH
           MOVE ZERO TO LK-BD-BUSINESS-DATE LK-BD-PRIOR-DATE
               LK-BD-SKIPPED-COUNT

      *    "05" is the optional dataset absent - opened empty, so the
      *    READ below finds no record and the switch stays "N".
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = "00"
               AND WS-BUSDATE-STATUS NOT = "05"
               GOBACK
           END-IF

           READ BUSDATE-FILE
               AT END
                   MOVE "10" TO WS-BUSDATE-STATUS
           END-READ
           IF WS-BUSDATE-STATUS = "00"
               AND BD-BUSINESS-DATE IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(BD-BUSINESS-DATE) = 0
               MOVE BD-BUSINESS-DATE TO LK-BD-BUSINESS-DATE
               IF BD-PRIOR-DATE IS NUMERIC
                   MOVE BD-PRIOR-DATE TO LK-BD-PRIOR-DATE
               END-IF
               IF BD-SKIPPED-COUNT IS NUMERIC
                   MOVE BD-SKIPPED-COUNT TO LK-BD-SKIPPED-COUNT
               END-IF
               MOVE "Y" TO LK-BD-FOUND-SWITCH
           END-IF
           CLOSE BUSDATE-FILE
           GOBACK.

           05  WS-CUTOFF-INTEGER        PIC 9(9)    VALUE ZERO.
           05  WS-ROW-INTEGER           PIC 9(9).

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup: the retention cutoff counts back from the business
      *    date, so a run that slips past midnight does not age
      *    entries out a day early.  Drawn from BDATELK.cpy so this
      *    layout cannot drift from GETBDATE's own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

       01  WS-RUN-TOTALS.
           05  WS-READ-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-ARCHIVED-COUNT        PIC 9(7)    VALUE ZERO.
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           OPEN INPUT CONTROL-FILE
           MOVE WS-CONTROL-STATUS TO WS-CHECK-STATUS
           MOVE "RSLTCTL" TO WS-CHECK-FILE-NAME
           PERFORM 1100-READ-CONTROL-CARD UNTIL WS-CTL-EOF
           CLOSE CONTROL-FILE

           MOVE WS-BD-BUSINESS-DATE TO WS-TODAY-DATE
           IF WS-OPT-RETAIN-PRESENT
               COMPUTE WS-CUTOFF-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)

           PERFORM 2100-READ-RESULT.

      *    No business date means no cutoff to count back from -
      *    the run stops before anything is written rather than
      *    falling back on the wall clock.
       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "RSLTMNT: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    One KEYWORD=VALUE pair per card line; an unrecognized
      *    keyword or unusable value is an operations typo that must
      *    fail loudly, not silently run with default retention.

      * card could not be applied or a released key needs that
      * manual purge, so neither is silently dropped.  The date
      * placed is stamped from the run date.
      *
      * Every card, applied or not, is also written to the ACCESSLG
      * operator access log through ACCLOGW under the submitting
      * user, with the record key and its outcome, for the privacy
      * review and the weekly CONVACCR access report.
      *================================================================
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  WS-RUN-DATE                  PIC 9(8)    VALUE ZERO.

      *    Arguments passed to GETBDATE, the shared business-date
      *    lookup, so a hold is stamped with the business date it was
      *    placed under.  Drawn from BDATELK.cpy so this layout cannot
      *    drift from GETBDATE's own LINKAGE SECTION.
           COPY BDATELK REPLACING LEADING ==LK-BD-== BY ==WS-BD-==.

       01  WS-ACTION-LINE.
           05  AL-ACTION                PIC X(1).
           05  FILLER                   PIC X(1)    VALUE SPACE.
           05  TL-COUNT                 PIC Z,ZZZ,ZZ9.
           05  FILLER                   PIC X(41)   VALUE SPACES.

      *    Arguments passed to ACCLOGW, the shared access-log writer.
      *    Drawn from ACCLGLK.cpy so this layout cannot drift from
      *    ACCLOGW's own LINKAGE SECTION.
           COPY ACCLGLK REPLACING LEADING ==LK-AX-== BY ==WS-AX-==.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           GOBACK.

       1000-INITIALIZE.
           PERFORM 1010-GET-BUSINESS-DATE
           MOVE WS-BD-BUSINESS-DATE TO WS-RUN-DATE

           OPEN INPUT CARD-FILE
           MOVE WS-CARD-STATUS TO WS-CHECK-STATUS

           PERFORM 2100-READ-CARD.

      *    No business date means no way to date the holds placed -
      *    the run stops before anything is written rather than
      *    falling back on the wall clock.
       1010-GET-BUSINESS-DATE.
           CALL "GETBDATE" USING WS-BD-BUSINESS-DATE WS-BD-PRIOR-DATE
               WS-BD-SKIPPED-COUNT WS-BD-FOUND-SWITCH
           END-CALL
           IF NOT WS-BD-FOUND
               DISPLAY "HOLDMNT: NO BUSINESS DATE ON BUSDATE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-APPLY-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE HC-ACTION     TO AL-ACTION
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE
           PERFORM 2400-WRITE-ACTION-LINE
           PERFORM 2500-LOG-ACCESS
           PERFORM 2100-READ-CARD.

       2100-READ-CARD.
           MOVE "HOLDRPT" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

      *    One ACCESSLG entry per card, carrying the outcome just
      *    printed; a card that was not a valid hold or release is
      *    logged as HOLD-BAD.
       2500-LOG-ACCESS.
           EVALUATE TRUE
               WHEN HC-RECORD-KEY IS NOT NUMERIC
                   MOVE "HOLD-BAD" TO WS-AX-FUNCTION
               WHEN HC-ACTION-ADD
                   MOVE "HOLD-PLACE" TO WS-AX-FUNCTION
               WHEN HC-ACTION-RELEASE
                   MOVE "HOLD-RLSE" TO WS-AX-FUNCTION
               WHEN OTHER
                   MOVE "HOLD-BAD" TO WS-AX-FUNCTION
           END-EVALUATE
           MOVE "HOLDMNT" TO WS-AX-PROGRAM
           MOVE HC-RECORD-KEY TO WS-AX-RECORD-KEY
           MOVE AL-OUTCOME TO WS-AX-DETAIL
           MOVE "BATCH" TO WS-AX-TERMINAL
           CALL "ACCLOGW" USING WS-AX-PROGRAM WS-AX-FUNCTION
               WS-AX-RECORD-KEY WS-AX-DETAIL WS-AX-TERMINAL
               WS-AX-FILE-STATUS
           END-CALL
           MOVE WS-AX-FILE-STATUS TO WS-CHECK-STATUS
           MOVE "ACCESSLG" TO WS-CHECK-FILE-NAME
           PERFORM 9900-CHECK-FILE-STATUS.

       3000-TERMINATE.
           MOVE "HOLD CARDS READ"       TO TL-LABEL
           MOVE WS-CARD-COUNT           TO TL-COUNT

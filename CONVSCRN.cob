      * WS-AREA-1/WS-AREA-3 test value and seeing the CONVMOVE result,
      * without editing and recompiling bug.cob/bugSolution.cob to
      * reproduce a suspected conversion issue.
      *
      * Each test is written to the ACCESSLG operator access log
      * through ACCLOGW - operator, terminal, time and the account
      * tested - since the values keyed here are often a real
      * customer's.
      *================================================================
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       01  WS-SCR-RESULT-LENGTH         PIC 9(4).
       01  WS-SCR-CONTINUE              PIC X(1)    VALUE "Y".
       01  WS-SCR-PLOSS-DISPLAY         PIC X(3).
      *    Drawn from ACCLGLK.cpy so this CALL argument layout cannot
      *    drift from ACCLOGW's own LINKAGE SECTION.
           COPY ACCLGLK REPLACING LEADING ==LK-AX-== BY ==WS-AX-==.
       01  WS-SCR-LOG-DETAIL.
           05  FILLER                   PIC X(8)    VALUE "ACCOUNT ".
           05  WS-SCR-LOG-ACCOUNT       PIC 9(7).
           05  FILLER                   PIC X(25)   VALUE SPACES.

      *    WS-SCR-INPUT-NAME/WS-SCR-OUTPUT-NAME are PIC X(100) (the
      *    full WS-AREA-1/WS-AREA-2 width), too wide to key or display
           PERFORM UNTIL WS-SCR-CONTINUE = "N" OR WS-SCR-CONTINUE = "n"
               PERFORM 1000-GET-TEST-VALUES
               PERFORM 2000-RUN-CONVMOVE
               PERFORM 4000-LOG-ACCESS
               PERFORM 3000-SHOW-RESULT
           END-PERFORM
           GOBACK.
               MOVE "INVALID" TO WS-SCR-CHKDG-DISPLAY
           END-IF
           DISPLAY SCR-CONVERSION-TEST.

      *    A test that cannot be logged is not shown - the session
      *    stops as the other screens do on an I/O error.
       4000-LOG-ACCESS.
           MOVE "CONVSCRN" TO WS-AX-PROGRAM
           MOVE "CONV-TEST" TO WS-AX-FUNCTION
           MOVE SPACES TO WS-AX-RECORD-KEY WS-AX-TERMINAL
           MOVE WS-SCR-INPUT-ACCOUNT TO WS-SCR-LOG-ACCOUNT
           MOVE WS-SCR-LOG-DETAIL TO WS-AX-DETAIL
           CALL "ACCLOGW" USING WS-AX-PROGRAM WS-AX-FUNCTION
               WS-AX-RECORD-KEY WS-AX-DETAIL WS-AX-TERMINAL
               WS-AX-FILE-STATUS
           END-CALL
           IF WS-AX-FILE-STATUS NOT = "00"
               DISPLAY "CONVSCRN: I/O ERROR ON ACCESSLG STATUS="
                   WS-AX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           05  WS-LAST-INT             PIC 9(8) VALUE 0.
           05  WS-INACTIVE-COUNT       PIC S9(8) VALUE 0.
           05  WS-YEARS-DORMANT        PIC 9(3) VALUE 0.
           05  WS-BALANCE-DISPLAY      PIC -(13)9.99.

      ******************************************************************
      * LOCAL MIRROR OF RUN-CONTROL'S LINKAGE LAYOUT - THE CALL BINDS
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               COMPUTE WS-YEARS-DORMANT =
                   (WS-TODAY-INT - WS-LAST-INT) / 365
               MOVE ACCT-BALANCE TO WS-BALANCE-DISPLAY
               IF WS-YEARS-DORMANT NOT < WS-ESCHEAT-YEARS
                   ADD 1 TO WS-COUNT-ESCHEAT
                   DISPLAY "AGING:   " ACCT-NUMBER " LAST ACTIVITY "
                           WS-LAST-ACTIVITY "  " WS-YEARS-DORMANT
                           " YEARS DORMANT  BALANCE "
                           WS-BALANCE-DISPLAY
                           " " ACCT-CURRENCY "  ESCHEAT CANDIDATE"
               ELSE
                   DISPLAY "AGING:   " ACCT-NUMBER " LAST ACTIVITY "
                           WS-LAST-ACTIVITY "  " WS-YEARS-DORMANT
                           " YEARS DORMANT  BALANCE "
                           WS-BALANCE-DISPLAY
                           " " ACCT-CURRENCY
               END-IF
           END-IF.

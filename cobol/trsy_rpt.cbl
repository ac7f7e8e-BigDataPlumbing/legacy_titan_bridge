      *              (A) net deposit position per currency - every
      *                  ACCTMSTR balance summed by currency, with
      *                  its USD equivalent at today's FXRATES rates;
      *                  balances are signed, so overdrawn accounts
      *                  net off, and the gross overdrafts drawn in
      *                  each currency are shown beneath its line;
      *              (B) the business date's cross-currency AUDTRAIL
      *                  activity netted into per-currency-pair flow
      *                  totals (AUD-CURRENCY leg out, AUD-TO-
      *                  CURRENCY leg in) - the exposure GL-EXTRACT
      *                  only sees as rounding legs - read
      *                  through the AUDDATE business-date index,
      *                  not a scan of the whole trail;
      *              (C) tomorrow's known outflows: standing orders
      *                  due on or before the next business day plus
      *                  captured dual-control approvals that will

           SELECT AUDIT-TRAIL ASSIGN TO "AUDTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-TX-ID
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-DATE-INDEX ASSIGN TO "AUDDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADX-KEY
               FILE STATUS IS WS-ADX-FILE-STATUS.

           SELECT STORD-MASTER ASSIGN TO "STORDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  AUDIT-TRAIL.
       COPY AUDITREC.

       FD  AUDIT-DATE-INDEX.
       COPY DATEXREC.

       FD  STORD-MASTER.
       COPY STORDREC.

           05  WS-BUSD-FILE-STATUS     PIC XX.
           05  WS-ACCT-FILE-STATUS     PIC XX.
           05  WS-AUDIT-FILE-STATUS    PIC XX.
           05  WS-ADX-FILE-STATUS      PIC XX.
           05  WS-STORD-FILE-STATUS    PIC XX.
           05  WS-PEND-FILE-STATUS     PIC XX.
           05  WS-RATE-FILE-STATUS     PIC XX.
               88  EOF-ACCT            VALUE 'Y'.
           05  WS-EOF-AUDIT            PIC X VALUE 'N'.
               88  EOF-AUDIT           VALUE 'Y'.
           05  WS-INDEX-OPEN           PIC X VALUE 'N'.
               88  INDEX-OPEN          VALUE 'Y'.
           05  WS-EOF-STORD            PIC X VALUE 'N'.
               88  EOF-STORD           VALUE 'Y'.
           05  WS-EOF-PEND             PIC X VALUE 'N'.
                   INDEXED BY WS-CCY-IDX.
               10  WS-CCY-CODE         PIC X(3).
               10  WS-CCY-ACCTS        PIC 9(7).
               10  WS-CCY-BALANCE      PIC S9(13)V99.
               10  WS-CCY-OVERDRAWN    PIC 9(13)V99.
               10  WS-CCY-STORD-OUT    PIC 9(13)V99.
               10  WS-CCY-PEND-OUT     PIC 9(13)V99.

                   INDEXED BY WS-SET-IDX.
               10  WS-SET-ACCT         PIC X(16).
               10  WS-SET-ON-FILE      PIC X(1).
               10  WS-SET-BAL-USD      PIC S9(13)V99.
               10  WS-SET-OUT-USD      PIC 9(13)V99.

       01  WS-COUNTERS.
           05  WS-COUNT-STORD-DUE      PIC 9(7) VALUE 0.
           05  WS-COUNT-PEND-OPEN      PIC 9(7) VALUE 0.

       01  WS-AMOUNT-DISPLAY           PIC -(13)9.99.
       01  WS-USD-DISPLAY              PIC -(13)9.99.
       01  WS-OUT-DISPLAY              PIC -(13)9.99.

      ******************************************************************
      * FX RATE TABLE - SAME FXRATES SOURCE AND PICK-LATEST-EFFECTIVE

       01  WS-FX-SEARCH-CODE           PIC X(3).
       01  WS-FX-RATE-VALUE            PIC 9(6)V9(6).
       01  WS-CONV-AMOUNT              PIC S9(13)V99.
       01  WS-USD-AMOUNT               PIC S9(13)V99.

       01  WS-FX-LOAD-WORK.
           05  WS-FX-COUNT             PIC 9(2) VALUE 0.
           IF WS-CCY-FOUND-IDX > 0
               ADD 1 TO WS-CCY-ACCTS(WS-CCY-FOUND-IDX)
               ADD ACCT-BALANCE TO WS-CCY-BALANCE(WS-CCY-FOUND-IDX)
               IF ACCT-BALANCE < 0
                   SUBTRACT ACCT-BALANCE
                       FROM WS-CCY-OVERDRAWN(WS-CCY-FOUND-IDX)
               END-IF
           END-IF

           PERFORM VARYING WS-SET-IDX FROM 1 BY 1
                       TO WS-CCY-CODE(WS-CCY-FOUND-IDX)
                   MOVE 0 TO WS-CCY-ACCTS(WS-CCY-FOUND-IDX)
                   MOVE 0 TO WS-CCY-BALANCE(WS-CCY-FOUND-IDX)
                   MOVE 0 TO WS-CCY-OVERDRAWN(WS-CCY-FOUND-IDX)
                   MOVE 0 TO WS-CCY-STORD-OUT(WS-CCY-FOUND-IDX)
                   MOVE 0 TO WS-CCY-PEND-OUT(WS-CCY-FOUND-IDX)
               ELSE
      ******************************************************************
      * (B) NET THE BUSINESS DATE'S POSTED CROSS-CURRENCY ACTIVITY
      * INTO PER-PAIR FLOW TOTALS - REVERSAL ENTRIES INCLUDED, THEY
      * MOVE CURRENCY EXPOSURE LIKE ANY OTHER POSTING. THE DAY'S
      * ENTRIES ARE FOUND THROUGH THE AUDDATE INDEX AND FETCHED FROM
      * AUDTRAIL BY KEY.
      ******************************************************************
       2000-NET-XCCY-FLOWS.
           OPEN INPUT AUDIT-TRAIL
               DISPLAY "WARNING: Audit trail unavailable (status "
                       WS-AUDIT-FILE-STATUS "), flow section is empty"
               MOVE 'Y' TO WS-EOF-AUDIT
           ELSE
               OPEN INPUT AUDIT-DATE-INDEX
               IF WS-ADX-FILE-STATUS NOT = "00"
                   DISPLAY "WARNING: Business-date index AUDDATE "
                           "unavailable (status " WS-ADX-FILE-STATUS
                           "), flow section is empty - run "
                           "DATE-XREF-BUILD"
                   MOVE 'Y' TO WS-EOF-AUDIT
               ELSE
                   MOVE 'Y' TO WS-INDEX-OPEN
                   MOVE WS-TODAY TO ADX-BUS-DATE
                   MOVE LOW-VALUES TO ADX-TX-ID
                   START AUDIT-DATE-INDEX KEY NOT < ADX-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-AUDIT
                   END-START
               END-IF
           END-IF
           PERFORM UNTIL EOF-AUDIT
               READ AUDIT-DATE-INDEX NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-AUDIT
                   NOT AT END
                       IF WS-ADX-FILE-STATUS NOT = "00"
                               OR ADX-BUS-DATE NOT = WS-TODAY
                           MOVE 'Y' TO WS-EOF-AUDIT
                       ELSE
                           PERFORM 2050-FETCH-ONE-AUDIT
                       END-IF
               END-READ
           END-PERFORM
           IF INDEX-OPEN
               CLOSE AUDIT-DATE-INDEX
           END-IF
           IF WS-AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-TRAIL
           END-IF.

      ******************************************************************
      * AN INDEX RECORD WHOSE ENTRY IS GONE (PURGED) OR NOW CARRIES
      * ANOTHER DATE IS STALE AND SKIPPED
      ******************************************************************
       2050-FETCH-ONE-AUDIT.
           MOVE ADX-TX-ID TO AUD-TX-ID
           READ AUDIT-TRAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-AUDIT
                   IF AUD-STATUS-CODE = "00"
                           AND AUD-TIMESTAMP(1:8) = WS-TODAY
                           AND AUD-AMOUNT NOT = ZEROS
                           AND AUD-CURRENCY NOT = AUD-TO-CURRENCY
                       ADD 1 TO WS-COUNT-XCCY
                       PERFORM 2100-NET-ONE-FLOW
                   END-IF
           END-READ.

       2100-NET-ONE-FLOW.
           MOVE 0 TO WS-PAIR-FOUND-IDX
           PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
               DISPLAY "  " WS-CCY-CODE(WS-CCY-IDX) "  "
                       WS-CCY-ACCTS(WS-CCY-IDX) " ACCTS  BALANCE "
                       WS-AMOUNT-DISPLAY "  USD EQ " WS-USD-DISPLAY
               IF WS-CCY-OVERDRAWN(WS-CCY-IDX) NOT = ZEROS
                   MOVE WS-CCY-OVERDRAWN(WS-CCY-IDX)
                       TO WS-AMOUNT-DISPLAY
                   DISPLAY "       OVERDRAFTS DRAWN       "
                           WS-AMOUNT-DISPLAY
               END-IF
           END-PERFORM.

      ******************************************************************

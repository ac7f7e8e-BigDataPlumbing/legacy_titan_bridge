      *              in flight and a rejection is a deliberate
      *              operator decision to void that month's interest.
      *
      *              Debit interest INT-ACCRUE has accumulated on
      *              overdrawn days (ACCT-OD-ACCRUED-INT) is charged
      *              the other way: from the customer account to the
      *              interest settlement account under TX-ID
      *              ODI-<account>-<yyyymm>, with the same duplicate,
      *              dual-control and clear-the-bucket rules. PROCESS-
      *              TX does not hold a charge into the settlement
      *              account to the overdraft limit, so an account at
      *              the edge of its facility is still charged (and
      *              shows on the next OD-EXCESS report).
      *
      * Capitalization policy by account status:
      *   Active  - accrued interest is posted and cleared.
      *   Frozen  - payout and charge are deferred; the accrued
      *             amounts keep carrying forward until the account
      *             is unfrozen.
      *   Dormant - credit interest is paid; the debit interest
      *             charge is deferred (PROCESS-TX refuses debits
      *             from a dormant account) until it is reactivated.
      *   Closed  - nothing is posted; residuals are reported (same
      *             manual-disposition rule as INT-ACCRUE).
      *
       01  WS-TIMESTAMP                PIC X(26).
       01  WS-PAY-ACCT-NUMBER          PIC X(16).
       01  WS-PAY-AMOUNT               PIC 9(12)V99 VALUE 0.
       01  WS-CHG-AMOUNT               PIC 9(12)V99 VALUE 0.
       01  WS-CHG-CURRENCY             PIC X(3).
       01  WS-ACCT-DORMANT-FLAG        PIC X VALUE 'N'.
           88  PAYEE-DORMANT           VALUE 'Y'.

      ******************************************************************
      * WHICH BUCKET THE CURRENT POSTING SETTLES - THE DUPLICATE
      * RESOLUTION AND THE CLEAR-THE-BUCKET STEP ARE SHARED
      ******************************************************************
       01  WS-POSTING-KIND             PIC X VALUE 'P'.
           88  POSTING-PAYOUT          VALUE 'P'.
           88  POSTING-CHARGE          VALUE 'D'.

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-DEFERRED       PIC 9(7) VALUE 0.
           05  WS-COUNT-FAILED         PIC 9(7) VALUE 0.
           05  WS-COUNT-CLOSED-RESID   PIC 9(7) VALUE 0.
           05  WS-COUNT-CHARGED        PIC 9(7) VALUE 0.
           05  WS-COUNT-CHG-DEFERRED   PIC 9(7) VALUE 0.
           05  WS-TOTAL-PAID           PIC 9(12)V99 VALUE 0.
           05  WS-TOTAL-CHARGED        PIC 9(12)V99 VALUE 0.

      ******************************************************************
      * LOCAL MIRROR OF RUN-CONTROL'S LINKAGE LAYOUT - THE CALL BINDS
           DISPLAY "DEFERRED (FROZEN):   " WS-COUNT-DEFERRED
           DISPLAY "POSTINGS FAILED:     " WS-COUNT-FAILED
           DISPLAY "CLOSED WITH RESIDUAL:" WS-COUNT-CLOSED-RESID
           DISPLAY "DEBIT INT CHARGED:   " WS-COUNT-CHARGED
           DISPLAY "CHARGE DEFERRED(DRM):" WS-COUNT-CHG-DEFERRED
           DISPLAY "TOTAL PAID:          " WS-TOTAL-PAID
           DISPLAY "TOTAL CHARGED:       " WS-TOTAL-CHARGED
           DISPLAY "==========================="
           PERFORM 0950-REGISTER-RUN-COMPLETE
           STOP RUN.

      ******************************************************************
      * CAPITALIZE ONE ACCOUNT PER THE STATUS POLICY. THE SETTLEMENT
      * ACCOUNT ITSELF IS NEVER A PAYEE. THE DEBIT BUCKET IS SAVED
      * BEFORE THE PAYOUT, WHICH RE-READS THE RECORD.
      ******************************************************************
       0300-CAPITALIZE-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCT-NUMBER = WS-INT-SETTLE-ACCT
                   CONTINUE
               WHEN ACCT-ACCRUED-INT = ZEROS
                       AND ACCT-OD-ACCRUED-INT = ZEROS
                   CONTINUE
               WHEN ACCT-CLOSED
                   ADD 1 TO WS-COUNT-CLOSED-RESID
                   DISPLAY "RESIDUAL: CLOSED ACCOUNT " ACCT-NUMBER
                           " HOLDS ACCRUED INTEREST "
                           ACCT-ACCRUED-INT " DEBIT INTEREST "
                           ACCT-OD-ACCRUED-INT " " ACCT-CURRENCY
                           " - MANUAL DISPOSITION REQUIRED"
               WHEN ACCT-FROZEN
                   ADD 1 TO WS-COUNT-DEFERRED
                   DISPLAY "DEFERRED: FROZEN ACCOUNT " ACCT-NUMBER
                           " ACCRUED " ACCT-ACCRUED-INT
                           " DEBIT " ACCT-OD-ACCRUED-INT
                           " CARRIES FORWARD"
               WHEN OTHER
                   MOVE ACCT-NUMBER TO WS-PAY-ACCT-NUMBER
                   MOVE ACCT-OD-ACCRUED-INT TO WS-CHG-AMOUNT
                   MOVE ACCT-CURRENCY TO WS-CHG-CURRENCY
                   MOVE 'N' TO WS-ACCT-DORMANT-FLAG
                   IF ACCT-DORMANT
                       MOVE 'Y' TO WS-ACCT-DORMANT-FLAG
                   END-IF
                   IF ACCT-ACCRUED-INT NOT = ZEROS
                       PERFORM 0310-PAY-ONE-ACCOUNT
                   END-IF
                   IF WS-CHG-AMOUNT NOT = ZEROS
                       PERFORM 0330-CHARGE-DEBIT-INTEREST
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * BUFFER HERE WOULD WIPE OUT THE CREDIT IT JUST RECEIVED.
      ******************************************************************
       0310-PAY-ONE-ACCOUNT.
           SET POSTING-PAYOUT TO TRUE
           MOVE ACCT-NUMBER TO WS-PAY-ACCT-NUMBER
           MOVE ACCT-ACCRUED-INT TO WS-PAY-AMOUNT

                       WS-TXQ-TX-STATUS = "09"
                   ADD 1 TO WS-COUNT-DUPLICATE
                   DISPLAY "RERUN:   " WS-PAY-ACCT-NUMBER
                           " ALREADY POSTED OR IN FLIGHT THIS MONTH, "
                           "CLEARING ACCRUED"
                   PERFORM 0320-CLEAR-ACCRUED
               WHEN OTHER
                   ADD 1 TO WS-COUNT-FAILED
                   DISPLAY "FAILED:  " WS-PAY-ACCT-NUMBER
                           " PRIOR POSTING THIS MONTH ENDED WITH "
                           "STATUS " WS-TXQ-TX-STATUS
                           ", ACCRUED LEFT FOR MANUAL REVIEW"
           END-EVALUATE.

      ******************************************************************
      * RE-READ THE PAYEE'S (NOW CREDITED OR CHARGED) RECORD AND
      * CLEAR THE BUCKET THE POSTING SETTLED. THE RANDOM READ ALSO
      * REPOSITIONS THE SEQUENTIAL SCAN, WHICH CONTINUES FROM THIS
      * SAME KEY.
      ******************************************************************
       0320-CLEAR-ACCRUED.
           MOVE WS-PAY-ACCT-NUMBER TO ACCT-NUMBER
                           WS-PAY-ACCT-NUMBER " to clear accrued"
           END-READ
           IF WS-ACCT-FILE-STATUS = "00"
               IF POSTING-CHARGE
                   MOVE ZEROS TO ACCT-OD-ACCRUED-INT
               ELSE
                   MOVE ZEROS TO ACCT-ACCRUED-INT
               END-IF
               REWRITE ACCT-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: Could not clear accrued on "
               END-REWRITE
           END-IF.

      ******************************************************************
      * CHARGE THE ACCRUED DEBIT INTEREST THROUGH PROCESS-TX, FROM
      * THE ACCOUNT TO THE INTEREST SETTLEMENT ACCOUNT, AND CLEAR
      * THE DEBIT BUCKET - THE MIRROR IMAGE OF 0310. A DORMANT
      * ACCOUNT'S CHARGE WAITS: PROCESS-TX REFUSES ITS DEBITS.
      ******************************************************************
       0330-CHARGE-DEBIT-INTEREST.
           SET POSTING-CHARGE TO TRUE
           IF PAYEE-DORMANT
               ADD 1 TO WS-COUNT-CHG-DEFERRED
               DISPLAY "DEFERRED: DORMANT ACCOUNT " WS-PAY-ACCT-NUMBER
                       " DEBIT " WS-CHG-AMOUNT " CARRIES FORWARD"
           ELSE
               PERFORM 0335-POST-DEBIT-CHARGE
           END-IF.

       0335-POST-DEBIT-CHARGE.
           MOVE WS-CHG-AMOUNT TO WS-REQ-AMOUNT
           MOVE WS-PAY-ACCT-NUMBER TO WS-REQ-FROM-ACCT
           MOVE WS-INT-SETTLE-ACCT TO WS-REQ-TO-ACCT
           MOVE WS-CHG-CURRENCY TO WS-REQ-CURRENCY-CODE
           MOVE "INTCAP" TO WS-REQ-INITIATED-BY
           MOVE SPACES TO WS-REQ-TX-ID
           STRING "ODI-" DELIMITED BY SIZE
                  WS-PAY-ACCT-NUMBER DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-YEAR-MONTH DELIMITED BY SIZE
               INTO WS-REQ-TX-ID
           END-STRING

           CALL "PROCESS-TX" USING WS-TX-REQUEST WS-TX-RESPONSE
           END-CALL

           EVALUATE WS-RESP-STATUS-CODE
               WHEN "00"
                   ADD 1 TO WS-COUNT-CHARGED
                   ADD WS-CHG-AMOUNT TO WS-TOTAL-CHARGED
                   DISPLAY "CHARGED: " WS-PAY-ACCT-NUMBER " "
                           WS-CHG-AMOUNT " " WS-REQ-CURRENCY-CODE
                           " TX " WS-REQ-TX-ID
                   PERFORM 0320-CLEAR-ACCRUED
               WHEN "09"
                   ADD 1 TO WS-COUNT-PENDING
                   DISPLAY "PENDING: " WS-PAY-ACCT-NUMBER " "
                           WS-CHG-AMOUNT
                           " DEBIT CHARGE AWAITING DUAL-CONTROL "
                           "APPROVAL"
                   PERFORM 0320-CLEAR-ACCRUED
               WHEN "05"
                   PERFORM 0315-RESOLVE-DUPLICATE
               WHEN OTHER
                   ADD 1 TO WS-COUNT-FAILED
                   DISPLAY "FAILED:  " WS-PAY-ACCT-NUMBER " DEBIT "
                           "STATUS " WS-RESP-STATUS-CODE " "
                           WS-RESP-STATUS-MSG
           END-EVALUATE.

       0900-CLOSE-FILES.
           IF WS-ACCT-FILE-STATUS NOT = "35"
               CLOSE ACCOUNT-MASTER

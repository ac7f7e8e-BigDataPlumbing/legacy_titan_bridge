      *              balance * annual rate% / 100 / 365 per day, in
      *              the account's own currency.
      *
      *              An overdrawn account accrues DEBIT interest
      *              instead, on the overdrawn amount at the arranged
      *              facility's rate (LIMPROF LIM-OD-RATE, account
      *              profile over product profile - the same
      *              resolution CORE-BANKING uses), into its own
      *              bucket ACCT-OD-ACCRUED-INT so the two never net
      *              against each other; INT-CAPITAL charges it at
      *              month end. The same ACCT-LAST-ACCRUAL stamp
      *              covers both, so catch-up and rerun rules are
      *              identical. An expired facility still accrues at
      *              its rate on whatever is left drawn. No LIMPROF
      *              file = no debit rate anywhere.
      *
      * Accrual policy by account status:
      *   Active  - accrues normally.
      *   Frozen  - funds are still on deposit, so interest keeps
      *   Dormant - same reasoning as frozen: the deposit still
      *             earns, and the accrual is counted separately.
      *   Closed  - accrual stops; any residual accrued interest
      *             (credit or debit) left on a closed account is
      *             reported for manual disposition rather than
      *             growing silently.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INT-ACCRUE.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSD-FILE-STATUS.

           SELECT LIMIT-PROFILE ASSIGN TO "LIMPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.

       FD  LIMIT-PROFILE.
       COPY LIMREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ACCT-FILE-STATUS     PIC XX.
           05  WS-BUSD-FILE-STATUS     PIC XX.
           05  WS-LIM-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-ACCT             PIC X VALUE 'N'.
               88  EOF-ACCT            VALUE 'Y'.
           05  WS-LIM-OPEN             PIC X VALUE 'N'.
               88  LIM-OPEN            VALUE 'Y'.

       01  WS-TODAY                    PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).
       01  WS-DAY-INTEREST             PIC 9(12)V99 VALUE 0.
       01  WS-DAY-OD-INTEREST          PIC 9(12)V99 VALUE 0.
       01  WS-OD-DRAWN                 PIC 9(12)V99 VALUE 0.

      ******************************************************************
      * THE ACCOUNT'S DEBIT INTEREST RATE, RESOLVED FROM LIMPROF:
      * PRODUCT PROFILE, OVERLAID BY THE ACCOUNT PROFILE (ZERO OR A
      * PRE-FACILITY PROFILE INHERITS)
      ******************************************************************
       01  WS-OD-RATE                  PIC 9(2)V9(4) VALUE 0.

      ******************************************************************
      * ELAPSED-DAY WORK AREA - AN ACCOUNT ACCRUES ONE DAY'S INTEREST
           05  WS-COUNT-CATCHUP        PIC 9(7) VALUE 0.
           05  WS-COUNT-CLOSED         PIC 9(7) VALUE 0.
           05  WS-COUNT-CLOSED-RESID   PIC 9(7) VALUE 0.
           05  WS-COUNT-OVERDRAWN      PIC 9(7) VALUE 0.
           05  WS-TOTAL-ACCRUED        PIC 9(12)V99 VALUE 0.
           05  WS-TOTAL-OD-ACCRUED     PIC 9(12)V99 VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           DISPLAY "CATCH-UP ACCOUNTS:    " WS-COUNT-CATCHUP
           DISPLAY "CLOSED, NO ACCRUAL:   " WS-COUNT-CLOSED
           DISPLAY "CLOSED WITH RESIDUAL: " WS-COUNT-CLOSED-RESID
           DISPLAY "DEBIT INT (OVERDRAWN):" WS-COUNT-OVERDRAWN
           DISPLAY "TOTAL INTEREST:       " WS-TOTAL-ACCRUED
           DISPLAY "TOTAL DEBIT INTEREST: " WS-TOTAL-OD-ACCRUED
           DISPLAY "=========================="
           PERFORM 0950-REGISTER-RUN-COMPLETE
           STOP RUN.

      ******************************************************************
      * REGISTER THIS STEP WITH RUN-CONTROL BEFORE TOUCHING DATA -
      * STORD-POST, BATCH-DRIVER AND SWEEP-POST MUST HAVE COMPLETED
      * FOR THE BUSINESS DATE (ACCRUAL RUNS ON POST-POSTING, POST-
      * SWEEP BALANCES, SO A SWEPT SURPLUS ACCRUES ON THE HEADER
      * ACCOUNT), AND A
      * DUPLICATE RUN IS REFUSED UNLESS AN OPERATOR AUTHORIZED A
      * RERUN THROUGH RUN-RESET
      ******************************************************************
           MOVE "INTACCRU" TO WS-RUN-STEP
           MOVE "STORDPST" TO WS-RUN-PREREQ-1
           MOVE "BATCHDRV" TO WS-RUN-PREREQ-2
           MOVE "SWEEPPST" TO WS-RUN-PREREQ-3
           CALL "RUN-START" USING WS-RUN-REQUEST WS-RUN-RESPONSE
           END-CALL
           IF WS-RUN-STATUS-CODE NOT = "00"
               DISPLAY "WARNING: No account master on file, "
                       "nothing to accrue"
               MOVE 'Y' TO WS-EOF-ACCT
           END-IF
           OPEN INPUT LIMIT-PROFILE
           IF WS-LIM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-LIM-OPEN
           ELSE
               DISPLAY "WARNING: Limit profiles unavailable (status "
                       WS-LIM-FILE-STATUS "), no debit interest rates"
           END-IF.

       0200-READ-NEXT-ACCOUNT.
                               ACCT-ACCRUED-INT " " ACCT-CURRENCY
                               " - MANUAL DISPOSITION REQUIRED"
                   END-IF
                   IF ACCT-OD-ACCRUED-INT > ZEROS
                       ADD 1 TO WS-COUNT-CLOSED-RESID
                       DISPLAY "RESIDUAL: CLOSED ACCOUNT "
                               ACCT-NUMBER " OWES DEBIT INTEREST "
                               ACCT-OD-ACCRUED-INT " " ACCT-CURRENCY
                               " - MANUAL DISPOSITION REQUIRED"
                   END-IF
               WHEN OTHER
                   PERFORM 0320-RESOLVE-OD-RATE
                   IF ACCT-INT-RATE = ZEROS AND WS-OD-RATE = ZEROS
                       ADD 1 TO WS-COUNT-ZERO-RATE
                   ELSE
                       PERFORM 0305-COMPUTE-ACCRUAL-DAYS
                       IF WS-ACCRUAL-DAYS = 0
                           ADD 1 TO WS-COUNT-ALREADY-DONE
                       ELSE
                           PERFORM 0310-APPLY-DAILY-INTEREST
                       END-IF
                   END-IF
           END-EVALUATE.

               END-IF
           END-IF.

      ******************************************************************
      * A BALANCE IN CREDIT EARNS AT ACCT-INT-RATE; AN OVERDRAWN ONE
      * IS CHARGED ON THE OVERDRAWN AMOUNT AT THE FACILITY'S DEBIT
      * RATE, INTO THE SEPARATE DEBIT BUCKET. A ZERO BALANCE ACCRUES
      * NOTHING BUT IS STILL STAMPED.
      ******************************************************************
       0310-APPLY-DAILY-INTEREST.
           MOVE ZEROS TO WS-DAY-INTEREST
           MOVE ZEROS TO WS-DAY-OD-INTEREST
           IF ACCT-BALANCE > ZEROS
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   (ACCT-BALANCE * ACCT-INT-RATE * WS-ACCRUAL-DAYS)
                       / 100 / 365
               ADD WS-DAY-INTEREST TO ACCT-ACCRUED-INT
           END-IF
           IF ACCT-BALANCE < ZEROS
               COMPUTE WS-OD-DRAWN = 0 - ACCT-BALANCE
               COMPUTE WS-DAY-OD-INTEREST ROUNDED =
                   (WS-OD-DRAWN * WS-OD-RATE * WS-ACCRUAL-DAYS)
                       / 100 / 365
               ADD WS-DAY-OD-INTEREST TO ACCT-OD-ACCRUED-INT
               ADD WS-DAY-OD-INTEREST TO WS-TOTAL-OD-ACCRUED
               ADD 1 TO WS-COUNT-OVERDRAWN
           END-IF
           IF WS-ACCRUAL-DAYS > 1
               ADD 1 TO WS-COUNT-CATCHUP
               MOVE WS-ACCRUAL-DAYS TO WS-ACCRUAL-DAYS-DISP
                   ADD 1 TO WS-COUNT-ACCRUED-ACT
           END-EVALUATE.

      ******************************************************************
      * RESOLVE THE ACCOUNT'S DEBIT INTEREST RATE - PRODUCT PROFILE,
      * THEN THE ACCOUNT PROFILE OVER IT, AS CORE-BANKING'S 1380-
      * RESOLVE-LIMITS DOES. NO PROFILE (OR NO LIMPROF) = ZERO RATE.
      ******************************************************************
       0320-RESOLVE-OD-RATE.
           MOVE ZEROS TO WS-OD-RATE
           IF LIM-OPEN
               IF ACCT-PRODUCT-CODE NOT = SPACES
                   SET LIM-SCOPE-PRODUCT TO TRUE
                   MOVE SPACES TO LIM-ID
                   MOVE ACCT-PRODUCT-CODE TO LIM-ID(1:4)
                   READ LIMIT-PROFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0325-OVERLAY-OD-RATE
                   END-READ
               END-IF
               SET LIM-SCOPE-ACCOUNT TO TRUE
               MOVE ACCT-NUMBER TO LIM-ID
               READ LIMIT-PROFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0325-OVERLAY-OD-RATE
               END-READ
           END-IF.

       0325-OVERLAY-OD-RATE.
           IF LIM-OD-RATE IS NUMERIC AND LIM-OD-RATE NOT = ZEROS
               MOVE LIM-OD-RATE TO WS-OD-RATE
           END-IF.

       0900-CLOSE-FILES.
           IF WS-ACCT-FILE-STATUS NOT = "35"
               CLOSE ACCOUNT-MASTER
           END-IF
           IF LIM-OPEN
               CLOSE LIMIT-PROFILE
           END-IF.

       END PROGRAM INT-ACCRUE.

      ******************************************************************
      * LEGACY TITAN BRIDGE - OVERDRAFT EXCESS REPORT
      ******************************************************************
      * Program:     OD-EXCESS
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Daily exception report on arranged overdrafts.
      *              PROCESS-TX lends an account down to its resolved
      *              facility (LIMPROF LIM-OD-LIMIT, account profile
      *              over product profile), but some postings are not
      *              held to it - a forced REVERSE-TX void, a debit
      *              interest charge into the interest settlement
      *              account, an ACCT-LOAD adjustment - and a facility
      *              that reaches its LIM-OD-EXPIRY stops lending but
      *              leaves whatever was drawn in place. This job
      *              walks ACCTMSTR and lists, for every overdrawn
      *              account:
      *                OVER LIMIT       - drawn beyond an unexpired
      *                                   facility (the excess shown);
      *                EXPIRED FACILITY - still drawn on a facility
      *                                   past its expiry date;
      *                NO FACILITY      - overdrawn with no facility
      *                                   arranged at all.
      *              Accounts drawn within an unexpired facility are
      *              only counted. The bank's own settlement accounts
      *              are left to TRSY-REPORT's funding section. Any
      *              exception ends the run with RC 4.
      *
      *              Limits are in the account's own currency, so no
      *              FX conversion is involved. With no LIMPROF file
      *              every overdrawn account reports as NO FACILITY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OD-EXCESS.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSD-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT LIMIT-PROFILE ASSIGN TO "LIMPROF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  LIMIT-PROFILE.
       COPY LIMREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BUSD-FILE-STATUS     PIC XX.
           05  WS-ACCT-FILE-STATUS     PIC XX.
           05  WS-LIM-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-ACCT             PIC X VALUE 'N'.
               88  EOF-ACCT            VALUE 'Y'.
           05  WS-LIM-OPEN             PIC X VALUE 'N'.
               88  LIM-OPEN            VALUE 'Y'.

       01  WS-TODAY                    PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).

      ******************************************************************
      * THE ACCOUNT'S RESOLVED FACILITY - SAME ACCOUNT-OVER-PRODUCT,
      * FIELD-BY-FIELD OVERLAY AS CORE-BANKING'S 1380/1390. THERE IS
      * NO GLOBAL DEFAULT FACILITY.
      ******************************************************************
       01  WS-FACILITY-WORK.
           05  WS-OD-LIMIT             PIC 9(12)V99 VALUE 0.
           05  WS-OD-EXPIRY            PIC X(8).
           05  WS-OD-DRAWN             PIC 9(12)V99 VALUE 0.
           05  WS-OD-EXCESS            PIC 9(12)V99 VALUE 0.
           05  WS-OD-REASON            PIC X(16).

       01  WS-BALANCE-DISPLAY          PIC -(13)9.99.
       01  WS-LIMIT-DISPLAY            PIC Z(12)9.99.
       01  WS-EXCESS-DISPLAY           PIC Z(12)9.99.

      ******************************************************************
      * LOCAL MIRROR OF RUN-CONTROL'S LINKAGE LAYOUT - THE CALL BINDS
      * BY POSITION, NOT BY NAME, SO THE SHAPE MUST MATCH
      ******************************************************************
       01  WS-RUN-REQUEST.
           05  WS-RUN-STEP             PIC X(8).
           05  WS-RUN-PREREQ-1         PIC X(8).
           05  WS-RUN-PREREQ-2         PIC X(8).
           05  WS-RUN-PREREQ-3         PIC X(8).

       01  WS-RUN-RESPONSE.
           05  WS-RUN-STATUS-CODE      PIC XX.
           05  WS-RUN-STATUS-MSG       PIC X(80).
           05  WS-RUN-DATE             PIC X(8).

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-OVERDRAWN      PIC 9(7) VALUE 0.
           05  WS-COUNT-WITHIN         PIC 9(7) VALUE 0.
           05  WS-COUNT-OVER-LIMIT     PIC 9(7) VALUE 0.
           05  WS-COUNT-EXPIRED        PIC 9(7) VALUE 0.
           05  WS-COUNT-NO-FACILITY    PIC 9(7) VALUE 0.
           05  WS-COUNT-EXCEPTIONS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 0050-LOAD-BUSINESS-DATE
           PERFORM 0020-REGISTER-RUN-START
           PERFORM 0100-OPEN-FILES

           DISPLAY "=================================================="
           DISPLAY "OVERDRAFT EXCESS REPORT FOR " WS-TODAY
           DISPLAY "=================================================="
           DISPLAY "ACCOUNT           S CCY           BALANCE"
                   "         FACILITY           EXCESS"
                   " EXPIRY   REASON"

           PERFORM 0200-READ-NEXT-ACCOUNT
           PERFORM UNTIL EOF-ACCT
               ADD 1 TO WS-COUNT-READ
               PERFORM 0300-CHECK-ONE-ACCOUNT
               PERFORM 0200-READ-NEXT-ACCOUNT
           END-PERFORM
           IF WS-COUNT-EXCEPTIONS = 0
               DISPLAY "  (NONE)"
           END-IF

           PERFORM 0900-CLOSE-FILES

           DISPLAY "--------------------------------------------------"
           DISPLAY "ACCOUNTS READ:          " WS-COUNT-READ
           DISPLAY "OVERDRAWN:              " WS-COUNT-OVERDRAWN
           DISPLAY "WITHIN FACILITY:        " WS-COUNT-WITHIN
           DISPLAY "OVER LIMIT:             " WS-COUNT-OVER-LIMIT
           DISPLAY "EXPIRED FACILITY DRAWN: " WS-COUNT-EXPIRED
           DISPLAY "NO FACILITY:            " WS-COUNT-NO-FACILITY
           DISPLAY "=================================================="
           PERFORM 0950-REGISTER-RUN-COMPLETE
           IF WS-COUNT-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * REGISTER THIS STEP WITH RUN-CONTROL BEFORE TOUCHING DATA -
      * A DUPLICATE RUN FOR THE BUSINESS DATE IS REFUSED UNLESS AN
      * OPERATOR AUTHORIZED A RERUN THROUGH RUN-RESET
      ******************************************************************
       0020-REGISTER-RUN-START.
           MOVE "ODEXCESS" TO WS-RUN-STEP
           MOVE SPACES TO WS-RUN-PREREQ-1
           MOVE SPACES TO WS-RUN-PREREQ-2
           MOVE SPACES TO WS-RUN-PREREQ-3
           CALL "RUN-START" USING WS-RUN-REQUEST WS-RUN-RESPONSE
           END-CALL
           IF WS-RUN-STATUS-CODE NOT = "00"
               DISPLAY "RUN-CONTROL: " WS-RUN-STATUS-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0950-REGISTER-RUN-COMPLETE.
           CALL "RUN-COMPLETE" USING WS-RUN-REQUEST WS-RUN-RESPONSE
           END-CALL
           IF WS-RUN-STATUS-CODE NOT = "00"
               DISPLAY "RUN-CONTROL: " WS-RUN-STATUS-MSG
           END-IF.

       0050-LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSD-FILE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO WS-TODAY
                           MOVE BD-BUSINESS-DATE
                               TO WS-TIMESTAMP(1:8)
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: No account master on file, "
                       "nothing to report"
               MOVE 'Y' TO WS-EOF-ACCT
           END-IF
           OPEN INPUT LIMIT-PROFILE
           IF WS-LIM-FILE-STATUS = "00"
               MOVE 'Y' TO WS-LIM-OPEN
           ELSE
               DISPLAY "WARNING: Limit profiles unavailable (status "
                       WS-LIM-FILE-STATUS "), no facilities on file"
           END-IF.

       0200-READ-NEXT-ACCOUNT.
           IF NOT EOF-ACCT
               READ ACCOUNT-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-ACCT
               END-READ
           END-IF.

      ******************************************************************
      * JUDGE ONE ACCOUNT. ONLY A NEGATIVE BALANCE IS OF INTEREST;
      * THE SETTLEMENT ACCOUNTS ARE THE BANK'S OWN AND CARRY NO
      * FACILITY.
      ******************************************************************
       0300-CHECK-ONE-ACCOUNT.
           EVALUATE TRUE
               WHEN ACCT-BALANCE NOT < ZEROS
                   CONTINUE
               WHEN ACCT-NUMBER = "INTSETTLE0000001"
                   CONTINUE
               WHEN ACCT-NUMBER = "FEEINCOME0000001"
                   CONTINUE
               WHEN ACCT-NUMBER = "EXTCLEARING00001"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-COUNT-OVERDRAWN
                   PERFORM 0320-RESOLVE-FACILITY
                   PERFORM 0310-CLASSIFY-OVERDRAFT
           END-EVALUATE.

       0310-CLASSIFY-OVERDRAFT.
           COMPUTE WS-OD-DRAWN = 0 - ACCT-BALANCE
           MOVE ZEROS TO WS-OD-EXCESS
           MOVE SPACES TO WS-OD-REASON
           EVALUATE TRUE
               WHEN WS-OD-LIMIT = ZEROS
                   ADD 1 TO WS-COUNT-NO-FACILITY
                   MOVE WS-OD-DRAWN TO WS-OD-EXCESS
                   MOVE "NO FACILITY" TO WS-OD-REASON
               WHEN WS-OD-EXPIRY NOT = SPACES
                       AND WS-OD-EXPIRY < WS-TODAY
                   ADD 1 TO WS-COUNT-EXPIRED
                   MOVE WS-OD-DRAWN TO WS-OD-EXCESS
                   MOVE "EXPIRED FACILITY" TO WS-OD-REASON
               WHEN WS-OD-DRAWN > WS-OD-LIMIT
                   ADD 1 TO WS-COUNT-OVER-LIMIT
                   COMPUTE WS-OD-EXCESS = WS-OD-DRAWN - WS-OD-LIMIT
                   MOVE "OVER LIMIT" TO WS-OD-REASON
               WHEN OTHER
                   ADD 1 TO WS-COUNT-WITHIN
           END-EVALUATE
           IF WS-OD-REASON NOT = SPACES
               ADD 1 TO WS-COUNT-EXCEPTIONS
               PERFORM 0400-PRINT-EXCEPTION
           END-IF.

      ******************************************************************
      * RESOLVE THE ACCOUNT'S FACILITY: PRODUCT PROFILE FIRST, THEN
      * THE ACCOUNT PROFILE OVERLAID ON IT
      ******************************************************************
       0320-RESOLVE-FACILITY.
           MOVE ZEROS TO WS-OD-LIMIT
           MOVE SPACES TO WS-OD-EXPIRY
           IF LIM-OPEN
               IF ACCT-PRODUCT-CODE NOT = SPACES
                   SET LIM-SCOPE-PRODUCT TO TRUE
                   MOVE SPACES TO LIM-ID
                   MOVE ACCT-PRODUCT-CODE TO LIM-ID(1:4)
                   READ LIMIT-PROFILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0325-OVERLAY-FACILITY
                   END-READ
               END-IF
               SET LIM-SCOPE-ACCOUNT TO TRUE
               MOVE ACCT-NUMBER TO LIM-ID
               READ LIMIT-PROFILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 0325-OVERLAY-FACILITY
               END-READ
           END-IF.

       0325-OVERLAY-FACILITY.
           IF LIM-OD-LIMIT IS NUMERIC AND LIM-OD-LIMIT NOT = ZEROS
               MOVE LIM-OD-LIMIT TO WS-OD-LIMIT
           END-IF
           IF LIM-OD-EXPIRY IS NUMERIC
               MOVE LIM-OD-EXPIRY TO WS-OD-EXPIRY
           END-IF.

       0400-PRINT-EXCEPTION.
           MOVE ACCT-BALANCE TO WS-BALANCE-DISPLAY
           MOVE WS-OD-LIMIT TO WS-LIMIT-DISPLAY
           MOVE WS-OD-EXCESS TO WS-EXCESS-DISPLAY
           DISPLAY ACCT-NUMBER "  " ACCT-STATUS " " ACCT-CURRENCY
                   " " WS-BALANCE-DISPLAY
                   " " WS-LIMIT-DISPLAY
                   " " WS-EXCESS-DISPLAY
                   " " WS-OD-EXPIRY
                   " " WS-OD-REASON.

       0900-CLOSE-FILES.
           IF WS-ACCT-FILE-STATUS NOT = "35"
               CLOSE ACCOUNT-MASTER
           END-IF
           IF LIM-OPEN
               CLOSE LIMIT-PROFILE
           END-IF.

       END PROGRAM OD-EXCESS.

      ******************************************************************
      * LEGACY TITAN BRIDGE - OUTBOUND PAYMENT AGING REPORT
      ******************************************************************
      * Program:     PAY-AGING
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Daily accounting of the outbound items parked in
      *              the clearing account. Every item PAY-OUTBOUND
      *              extracts is tracked on PAYTRACK from the moment
      *              it leaves, and PAY-RETURNS moves it on as the
      *              network acknowledges, rejects or returns it.
      *              This job walks PAYTRACK and lists:
      *                UNACKNOWLEDGED - still sent with no network
      *                                 status after the aging
      *                                 threshold in business days
      *                                 (weekends skipped), counted
      *                                 from the value date it was
      *                                 sent on;
      *                UNAPPLIED      - rejected or returned but the
      *                                 credit-back was refused, so
      *                                 the debtor is still owed from
      *                                 the clearing account;
      *                CREDIT PENDING - credit-back captured for dual
      *                                 control, not yet posted;
      *                SCREENING HELD / SCREENING BLOCKED
      *                               - held back by sanctions
      *                                 screening, never funded or
      *                                 sent, so outside the
      *                                 clearing totals.
      *              It then totals every item by currency and state
      *              and sets them against the clearing account
      *              balance on ACCTMSTR. The clearing account also
      *              carries other clearing flows, so the difference
      *              is shown rather than judged. Any aged or
      *              unapplied item ends the run with RC 4.
      *
      * Input (AGEPARM, optional), one record:
      *              AP-AGING-DAYS     9(3) business days after which
      *                                a sent item with no status is
      *                                reported (blank/zero = 3)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-AGING.
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

           SELECT AGE-PARM-FILE ASSIGN TO "AGEPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PAY-TRACK-FILE ASSIGN TO "PAYTRACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-INSTR-REF
               FILE STATUS IS WS-TRACK-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.

       FD  AGE-PARM-FILE.
       01  AGE-PARM-RECORD.
           05  AP-AGING-DAYS           PIC 9(3).

       FD  PAY-TRACK-FILE.
       COPY OUTBREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BUSD-FILE-STATUS     PIC XX.
           05  WS-PARM-FILE-STATUS     PIC XX.
           05  WS-TRACK-FILE-STATUS    PIC XX.
           05  WS-ACCT-FILE-STATUS     PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-TRACK            PIC X VALUE 'N'.
               88  EOF-TRACK           VALUE 'Y'.

       01  WS-TODAY                    PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).

      ******************************************************************
      * CONFIGURATION - DEFAULT USED WHEN AGEPARM IS ABSENT, AND THE
      * CLEARING SETTLEMENT ACCOUNT THE ITEMS ARE PARKED IN
      ******************************************************************
       01  WS-AGING-DAYS               PIC 9(3) VALUE 3.
       01  WS-CLEARING-ACCT            PIC X(16)
               VALUE "EXTCLEARING00001".

      ******************************************************************
      * BUSINESS-DAY ARITHMETIC - SAME WEEKEND-SKIP CONVENTION AS
      * TRSY-REPORT (INTEGER-OF-DATE MOD 7: 6 = SATURDAY, 0 = SUNDAY)
      ******************************************************************
       01  WS-DATE-WORK.
           05  WS-DATE-NUM             PIC 9(8).
           05  WS-TODAY-INT            PIC 9(7).
           05  WS-DATE-INT             PIC 9(7).
           05  WS-DOW                  PIC 9.
           05  WS-ITEM-AGE             PIC 9(5).

      ******************************************************************
      * PER-CURRENCY TOTALS OF THE ITEMS STILL FUNDED IN THE CLEARING
      * ACCOUNT, BY STATE
      ******************************************************************
       01  WS-CCY-TABLE.
           05  WS-CCY-COUNT            PIC 9(2) VALUE 0.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE         PIC X(3).
               10  WS-CCY-SENT         PIC 9(13)V99.
               10  WS-CCY-AGED         PIC 9(13)V99.
               10  WS-CCY-SETTLED      PIC 9(13)V99.
               10  WS-CCY-PENDING      PIC 9(13)V99.
               10  WS-CCY-UNAPPLIED    PIC 9(13)V99.
               10  WS-CCY-CREDITED     PIC 9(13)V99.
       01  WS-CCY-IDX                  PIC 9(2).
       01  WS-CCY-FOUND                PIC 9(2).

       01  WS-CLEARING-WORK.
           05  WS-CLEARING-CCY         PIC X(3) VALUE SPACES.
           05  WS-CLEARING-BALANCE     PIC S9(12)V99 VALUE 0.
           05  WS-ITEMISED-TOTAL       PIC S9(13)V99 VALUE 0.
           05  WS-UNITEMISED           PIC S9(13)V99 VALUE 0.

       01  WS-AMOUNT-DISPLAY           PIC Z(12)9.99.
       01  WS-SIGNED-DISPLAY           PIC -(13)9.99.
       01  WS-AGE-DISPLAY              PIC Z(4)9.

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
           05  WS-COUNT-SENT           PIC 9(7) VALUE 0.
           05  WS-COUNT-AGED           PIC 9(7) VALUE 0.
           05  WS-COUNT-SETTLED        PIC 9(7) VALUE 0.
           05  WS-COUNT-CREDITED       PIC 9(7) VALUE 0.
           05  WS-COUNT-PENDING        PIC 9(7) VALUE 0.
           05  WS-COUNT-UNAPPLIED      PIC 9(7) VALUE 0.
           05  WS-COUNT-SCREEN-HELD    PIC 9(7) VALUE 0.
           05  WS-COUNT-EXCEPTIONS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 0050-LOAD-BUSINESS-DATE
           PERFORM 0020-REGISTER-RUN-START
           PERFORM 0060-LOAD-PARAMETERS
           PERFORM 0100-OPEN-FILES

           MOVE WS-TODAY TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)

           DISPLAY "=================================================="
           DISPLAY "OUTBOUND PAYMENT AGING REPORT FOR " WS-TODAY
           DISPLAY "UNACKNOWLEDGED AFTER " WS-AGING-DAYS
                   " BUSINESS DAYS"
           DISPLAY "=================================================="
           DISPLAY "INSTRUCTION REF  DEBTOR ACCOUNT   CCY"
                   "           AMOUNT VALUE DT   AGE STATE"

           PERFORM 0200-READ-NEXT-TRACK
           PERFORM UNTIL EOF-TRACK
               ADD 1 TO WS-COUNT-READ
               PERFORM 0300-AGE-ONE-ITEM
               PERFORM 0200-READ-NEXT-TRACK
           END-PERFORM
           IF WS-COUNT-EXCEPTIONS = 0 AND WS-COUNT-PENDING = 0
                   AND WS-COUNT-SCREEN-HELD = 0
               DISPLAY "  (NONE)"
           END-IF

           PERFORM 0500-READ-CLEARING-ACCOUNT
           PERFORM 0600-PRINT-CURRENCY-TOTALS
           PERFORM 0900-CLOSE-FILES

           DISPLAY "--------------------------------------------------"
           DISPLAY "ITEMS TRACKED:          " WS-COUNT-READ
           DISPLAY "SENT, NO STATUS YET:    " WS-COUNT-SENT
           DISPLAY "  OF WHICH AGED:        " WS-COUNT-AGED
           DISPLAY "SETTLED:                " WS-COUNT-SETTLED
           DISPLAY "CREDITED BACK:          " WS-COUNT-CREDITED
           DISPLAY "  OF WHICH PENDING:     " WS-COUNT-PENDING
           DISPLAY "UNAPPLIED RETURNS:      " WS-COUNT-UNAPPLIED
           DISPLAY "HELD BY SCREENING:      " WS-COUNT-SCREEN-HELD
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
           MOVE "PAYAGING" TO WS-RUN-STEP
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

       0060-LOAD-PARAMETERS.
           OPEN INPUT AGE-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ AGE-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AP-AGING-DAYS IS NUMERIC
                               AND AP-AGING-DAYS NOT = ZEROS
                           MOVE AP-AGING-DAYS TO WS-AGING-DAYS
                       END-IF
               END-READ
               CLOSE AGE-PARM-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT PAY-TRACK-FILE
           IF WS-TRACK-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: No outbound tracking on file, "
                       "nothing to age"
               MOVE 'Y' TO WS-EOF-TRACK
           END-IF.

       0200-READ-NEXT-TRACK.
           IF NOT EOF-TRACK
               READ PAY-TRACK-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-TRACK
               END-READ
           END-IF.

      ******************************************************************
      * CLASSIFY ONE TRACKED ITEM. A SCREENING HOLD WAS NEVER FUNDED,
      * SO IT IS LISTED BUT KEPT OUT OF THE CLEARING TOTALS.
      ******************************************************************
       0300-AGE-ONE-ITEM.
           IF OUT-SCREENING-HOLD
               PERFORM 0320-LIST-SCREEN-HOLD
           ELSE
               PERFORM 0305-AGE-FUNDED-ITEM
           END-IF.

      ******************************************************************
      * ADD A FUNDED ITEM TO ITS CURRENCY'S TOTALS
      ******************************************************************
       0305-AGE-FUNDED-ITEM.
           PERFORM 0400-FIND-CURRENCY
           EVALUATE TRUE
               WHEN OUT-SENT
                   ADD 1 TO WS-COUNT-SENT
                   ADD OUT-AMOUNT TO WS-CCY-SENT(WS-CCY-IDX)
                   PERFORM 0310-COUNT-BUSINESS-DAYS
                   IF WS-ITEM-AGE NOT < WS-AGING-DAYS
                       ADD 1 TO WS-COUNT-AGED
                       ADD 1 TO WS-COUNT-EXCEPTIONS
                       ADD OUT-AMOUNT TO WS-CCY-AGED(WS-CCY-IDX)
                       PERFORM 0350-PRINT-ITEM
                   END-IF
               WHEN OUT-SETTLED
                   ADD 1 TO WS-COUNT-SETTLED
                   ADD OUT-AMOUNT TO WS-CCY-SETTLED(WS-CCY-IDX)
               WHEN OUT-CREDITED-BACK
                   ADD 1 TO WS-COUNT-CREDITED
                   IF OUT-LAST-STATUS = "09"
                       ADD 1 TO WS-COUNT-PENDING
                       ADD OUT-AMOUNT TO WS-CCY-PENDING(WS-CCY-IDX)
                       MOVE ZEROS TO WS-ITEM-AGE
                       PERFORM 0350-PRINT-ITEM
                   ELSE
                       ADD OUT-AMOUNT TO WS-CCY-CREDITED(WS-CCY-IDX)
                   END-IF
               WHEN OUT-UNAPPLIED
                   ADD 1 TO WS-COUNT-UNAPPLIED
                   ADD 1 TO WS-COUNT-EXCEPTIONS
                   ADD OUT-AMOUNT TO WS-CCY-UNAPPLIED(WS-CCY-IDX)
                   MOVE ZEROS TO WS-ITEM-AGE
                   PERFORM 0350-PRINT-ITEM
               WHEN OTHER
                   DISPLAY "WARNING: Unknown tracking status '"
                           OUT-STATUS "' on " OUT-INSTR-REF
           END-EVALUATE.

      ******************************************************************
      * BUSINESS DAYS ELAPSED SINCE THE VALUE DATE - EACH WEEKDAY
      * AFTER THE VALUE DATE UP TO AND INCLUDING TODAY COUNTS ONE
      ******************************************************************
       0310-COUNT-BUSINESS-DAYS.
           MOVE ZEROS TO WS-ITEM-AGE
           IF OUT-VALUE-DATE IS NUMERIC
               MOVE OUT-VALUE-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               PERFORM UNTIL WS-DATE-INT NOT < WS-TODAY-INT
                   ADD 1 TO WS-DATE-INT
                   COMPUTE WS-DOW = FUNCTION MOD(WS-DATE-INT, 7)
                   IF WS-DOW NOT = 6 AND WS-DOW NOT = 0
                       ADD 1 TO WS-ITEM-AGE
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY "WARNING: No usable value date on "
                       OUT-INSTR-REF ", aged from today"
           END-IF.

       0320-LIST-SCREEN-HOLD.
           ADD 1 TO WS-COUNT-SCREEN-HELD
           MOVE ZEROS TO WS-ITEM-AGE
           PERFORM 0350-PRINT-ITEM.

       0350-PRINT-ITEM.
           MOVE OUT-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-ITEM-AGE TO WS-AGE-DISPLAY
           EVALUATE TRUE
               WHEN OUT-SENT
                   DISPLAY OUT-INSTR-REF " " OUT-DEBTOR-ACCT " "
                           OUT-CURRENCY " " WS-AMOUNT-DISPLAY " "
                           OUT-VALUE-DATE " " WS-AGE-DISPLAY
                           " UNACKNOWLEDGED"
               WHEN OUT-UNAPPLIED
                   DISPLAY OUT-INSTR-REF " " OUT-DEBTOR-ACCT " "
                           OUT-CURRENCY " " WS-AMOUNT-DISPLAY " "
                           OUT-VALUE-DATE "       "
                           " UNAPPLIED " OUT-REASON-CODE
                           " STATUS " OUT-LAST-STATUS
               WHEN OUT-HELD
                   DISPLAY OUT-INSTR-REF " " OUT-DEBTOR-ACCT " "
                           OUT-CURRENCY " " WS-AMOUNT-DISPLAY " "
                           "--------" "       "
                           " SCREENING HELD"
               WHEN OUT-BLOCKED
                   DISPLAY OUT-INSTR-REF " " OUT-DEBTOR-ACCT " "
                           OUT-CURRENCY " " WS-AMOUNT-DISPLAY " "
                           "--------" "       "
                           " SCREENING BLOCKED"
               WHEN OTHER
                   DISPLAY OUT-INSTR-REF " " OUT-DEBTOR-ACCT " "
                           OUT-CURRENCY " " WS-AMOUNT-DISPLAY " "
                           OUT-VALUE-DATE "       "
                           " CREDIT PENDING " OUT-RETURN-TX-ID
           END-EVALUATE.

      ******************************************************************
      * LOCATE (OR ADD) THE ITEM'S CURRENCY IN THE TOTALS TABLE
      ******************************************************************
       0400-FIND-CURRENCY.
           MOVE ZEROS TO WS-CCY-FOUND
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
                      OR WS-CCY-FOUND > 0
               IF WS-CCY-CODE(WS-CCY-IDX) = OUT-CURRENCY
                   MOVE WS-CCY-IDX TO WS-CCY-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CCY-FOUND > 0
                   MOVE WS-CCY-FOUND TO WS-CCY-IDX
               WHEN WS-CCY-COUNT = 20
                   DISPLAY "WARNING: Currency table full, "
                           OUT-CURRENCY " totalled with "
                           WS-CCY-CODE(20)
                   MOVE 20 TO WS-CCY-IDX
               WHEN OTHER
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CCY-IDX
                   MOVE OUT-CURRENCY TO WS-CCY-CODE(WS-CCY-IDX)
                   MOVE ZEROS TO WS-CCY-SENT(WS-CCY-IDX)
                   MOVE ZEROS TO WS-CCY-AGED(WS-CCY-IDX)
                   MOVE ZEROS TO WS-CCY-SETTLED(WS-CCY-IDX)
                   MOVE ZEROS TO WS-CCY-PENDING(WS-CCY-IDX)
                   MOVE ZEROS TO WS-CCY-UNAPPLIED(WS-CCY-IDX)
                   MOVE ZEROS TO WS-CCY-CREDITED(WS-CCY-IDX)
           END-EVALUATE.

       0500-READ-CLEARING-ACCOUNT.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Account master unavailable (status "
                       WS-ACCT-FILE-STATUS "), clearing balance "
                       "not shown"
           ELSE
               MOVE WS-CLEARING-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "WARNING: Clearing account "
                               WS-CLEARING-ACCT " not on file"
                   NOT INVALID KEY
                       MOVE ACCT-CURRENCY TO WS-CLEARING-CCY
                       MOVE ACCT-BALANCE TO WS-CLEARING-BALANCE
               END-READ
               CLOSE ACCOUNT-MASTER
           END-IF.

      ******************************************************************
      * PER-CURRENCY ACCOUNTING OF THE CLEARING ACCOUNT: WHAT IS STILL
      * OUT WITH THE NETWORK, WHAT IT HAS SETTLED, AND WHAT IS STILL
      * OWED BACK TO DEBTORS. IN THE CLEARING ACCOUNT'S OWN CURRENCY
      * THE ITEMISED TOTAL IS SET AGAINST ITS BALANCE.
      ******************************************************************
       0600-PRINT-CURRENCY-TOTALS.
           DISPLAY "--------------------------------------------------"
           DISPLAY "CLEARING ACCOUNT " WS-CLEARING-ACCT
                   " BY CURRENCY"
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               DISPLAY "  " WS-CCY-CODE(WS-CCY-IDX)
               MOVE WS-CCY-SENT(WS-CCY-IDX) TO WS-AMOUNT-DISPLAY
               DISPLAY "    SENT, NO STATUS YET: " WS-AMOUNT-DISPLAY
               MOVE WS-CCY-AGED(WS-CCY-IDX) TO WS-AMOUNT-DISPLAY
               DISPLAY "      OF WHICH AGED:     " WS-AMOUNT-DISPLAY
               MOVE WS-CCY-SETTLED(WS-CCY-IDX) TO WS-AMOUNT-DISPLAY
               DISPLAY "    SETTLED BY NETWORK:  " WS-AMOUNT-DISPLAY
               MOVE WS-CCY-PENDING(WS-CCY-IDX) TO WS-AMOUNT-DISPLAY
               DISPLAY "    CREDIT-BACK PENDING: " WS-AMOUNT-DISPLAY
               MOVE WS-CCY-UNAPPLIED(WS-CCY-IDX) TO WS-AMOUNT-DISPLAY
               DISPLAY "    UNAPPLIED RETURNS:   " WS-AMOUNT-DISPLAY
               MOVE WS-CCY-CREDITED(WS-CCY-IDX) TO WS-AMOUNT-DISPLAY
               DISPLAY "    CREDITED BACK:       " WS-AMOUNT-DISPLAY
               IF WS-CCY-CODE(WS-CCY-IDX) = WS-CLEARING-CCY
                   COMPUTE WS-ITEMISED-TOTAL =
                       WS-CCY-SENT(WS-CCY-IDX)
                       + WS-CCY-SETTLED(WS-CCY-IDX)
                       + WS-CCY-PENDING(WS-CCY-IDX)
                       + WS-CCY-UNAPPLIED(WS-CCY-IDX)
               END-IF
           END-PERFORM
           IF WS-CCY-COUNT = 0
               DISPLAY "  (NO OUTBOUND ITEMS TRACKED)"
           END-IF

           IF WS-CLEARING-CCY NOT = SPACES
               COMPUTE WS-UNITEMISED =
                   WS-CLEARING-BALANCE - WS-ITEMISED-TOTAL
               MOVE WS-CLEARING-BALANCE TO WS-SIGNED-DISPLAY
               DISPLAY "  CLEARING BALANCE (" WS-CLEARING-CCY "): "
                       WS-SIGNED-DISPLAY
               MOVE WS-ITEMISED-TOTAL TO WS-SIGNED-DISPLAY
               DISPLAY "  OUTBOUND ITEMS HELD:    " WS-SIGNED-DISPLAY
               MOVE WS-UNITEMISED TO WS-SIGNED-DISPLAY
               DISPLAY "  OTHER CLEARING FLOWS:   " WS-SIGNED-DISPLAY
           END-IF.

       0900-CLOSE-FILES.
           IF WS-TRACK-FILE-STATUS NOT = "35"
               CLOSE PAY-TRACK-FILE
           END-IF.

       END PROGRAM PAY-AGING.

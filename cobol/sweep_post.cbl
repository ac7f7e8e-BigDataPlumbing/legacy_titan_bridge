      ******************************************************************
      * LEGACY TITAN BRIDGE - CASH CONCENTRATION SWEEP POSTING BATCH
      ******************************************************************
      * Program:     SWEEP-POST
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Nightly batch that works every structure on the
      *              SWEEPMST cash concentration master (maintained by
      *              SWEEP-MAINT). For each active participant it
      *              takes the available balance - ledger balance
      *              less active, unexpired holds, the same holds
      *              PROCESS-TX sets against a debit - and compares
      *              it with the participant's target (see SWEEPREC):
      *              surplus moves up to the structure's header
      *              account, and for zero-balance and target-balance
      *              participants a shortfall is topped up from it.
      *              Every leg is posted through CORE-BANKING's
      *              PROCESS-TX entry point, so limits, frozen and
      *              dormant status and duplicate checks all still
      *              apply; a leg PROCESS-TX refuses is reported with
      *              its reason and nothing else in the structure is
      *              held back by it.
      *
      *              All of a structure's surpluses are swept up
      *              before any shortfall is topped up, so the header
      *              funds the top-ups out of the same night's
      *              concentration. Before a structure is worked its
      *              header and each participant are checked again:
      *              on file and not closed, in the header's currency
      *              and still linked to the structure's customer on
      *              CUSTXREF. Anything that fails is skipped with the
      *              reason. The report is laid out per structure:
      *              what moved, what was skipped and why, and the
      *              structure's totals.
      *
      *              The step registers with RUN-CONTROL as SWEEPPST
      *              after STORD-POST and BATCH-DRIVER (the sweeps
      *              work on the day's final balances) and POS-SNAP
      *              waits for it. Any failed or skipped leg ends the
      *              run with RC 4.
      *
      * TX-IDs are generated as SWU-<account>-<business date> for a
      * sweep up and SWD-<account>-<business date> for a top-up, so a
      * participant moves at most once each way per business date. A
      * leg whose TX-ID is already on the audit trail comes back from
      * PROCESS-TX as a duplicate (status 05) and an INQUIRE-TX lookup
      * of the audit entry reports what became of the earlier attempt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEP-POST.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-MASTER ASSIGN TO "SWEEPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SWEEP-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT CUST-XREF ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXR-KEY
               FILE STATUS IS WS-CXREF-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SWEEP-MASTER.
       COPY SWEEPREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  CUST-XREF.
       COPY CXREFREC.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SWEEP-FILE-STATUS    PIC XX.
           05  WS-ACCT-FILE-STATUS     PIC XX.
           05  WS-HOLD-FILE-STATUS     PIC XX.
           05  WS-CXREF-FILE-STATUS    PIC XX.
           05  WS-BUSD-FILE-STATUS     PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SWEEP            PIC X VALUE 'N'.
               88  EOF-SWEEP           VALUE 'Y'.
           05  WS-SWEEP-OPEN           PIC X VALUE 'N'.
               88  SWEEP-OPEN          VALUE 'Y'.
           05  WS-HOLDS-OPEN           PIC X VALUE 'N'.
               88  HOLDS-OPEN          VALUE 'Y'.
           05  WS-HOLDS-BROKEN         PIC X VALUE 'N'.
               88  HOLDS-BROKEN        VALUE 'Y'.
           05  WS-CXREF-OPEN           PIC X VALUE 'N'.
               88  CXREF-OPEN          VALUE 'Y'.
           05  WS-HOLD-SWEEP-DONE      PIC X VALUE 'N'.
               88  HOLD-SWEEP-DONE     VALUE 'Y'.
           05  WS-ACCOUNT-OK           PIC X VALUE 'Y'.
               88  ACCOUNT-OK          VALUE 'Y'.

       01  WS-TODAY                    PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).

      ******************************************************************
      * THE STRUCTURE BEING WORKED. ITS ACTIVE PARTICIPANTS ARE TABLED
      * SO THE SWEEP-UP PASS CAN FINISH BEFORE THE TOP-UP PASS STARTS.
      ******************************************************************
       01  WS-STRUCTURE.
           05  WS-ST-ID                PIC X(12).
           05  WS-ST-HEADER-ACCT       PIC X(16).
           05  WS-ST-CUST-NUMBER       PIC X(12).
           05  WS-ST-CURRENCY          PIC X(3).
           05  WS-ST-SKIP-REASON       PIC X(40).
           05  WS-ST-MOVED-UP          PIC 9(13)V99.
           05  WS-ST-TOPPED-UP         PIC 9(13)V99.
           05  WS-ST-LEGS              PIC 9(5).
           05  WS-ST-SKIPPED           PIC 9(5).

       01  WS-PART-TABLE.
           05  WS-PART-COUNT           PIC 9(4) VALUE 0.
           05  WS-PART-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-PART-IDX.
               10  WS-PT-ACCT          PIC X(16).
               10  WS-PT-TYPE          PIC X(1).
                   88  WS-PT-TOPS-UP   VALUE 'Z' 'T'.
               10  WS-PT-TARGET        PIC 9(12)V99.
               10  WS-PT-MIN-AMOUNT    PIC 9(12)V99.
               10  WS-PT-STATE         PIC X(1).
                   88  WS-PT-OPEN      VALUE ' '.
                   88  WS-PT-SHORT     VALUE 'D'.
                   88  WS-PT-FINISHED  VALUE 'X'.

       01  WS-PART-MAX                 PIC 9(4) VALUE 500.

       01  WS-CHECK-ACCT               PIC X(16).
       01  WS-CHECK-REASON             PIC X(40).
       01  WS-HELD-TOTAL               PIC 9(13)V99.
       01  WS-AVAILABLE                PIC S9(13)V99.
       01  WS-LEG-AMOUNT               PIC 9(12)V99.
       01  WS-LEG-DIRECTION            PIC X(1).
           88  WS-LEG-UP               VALUE 'U'.
           88  WS-LEG-DOWN             VALUE 'D'.

       01  WS-AMOUNT-DISPLAY           PIC Z(12)9.99.
       01  WS-AVAIL-DISPLAY            PIC -(13)9.99.
       01  WS-TOTAL-DISPLAY            PIC Z(13)9.99.

       01  WS-COUNTERS.
           05  WS-COUNT-STRUCTURES     PIC 9(7) VALUE 0.
           05  WS-COUNT-PARTICIPANTS   PIC 9(7) VALUE 0.
           05  WS-COUNT-SWEPT-UP       PIC 9(7) VALUE 0.
           05  WS-COUNT-TOPPED-UP      PIC 9(7) VALUE 0.
           05  WS-COUNT-AT-TARGET      PIC 9(7) VALUE 0.
           05  WS-COUNT-BELOW-MIN      PIC 9(7) VALUE 0.
           05  WS-COUNT-DUPLICATE      PIC 9(7) VALUE 0.
           05  WS-COUNT-PENDING        PIC 9(7) VALUE 0.
           05  WS-COUNT-FAILED         PIC 9(7) VALUE 0.
           05  WS-COUNT-SKIPPED        PIC 9(7) VALUE 0.

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

      ******************************************************************
      * LOCAL MIRROR OF CORE-BANKING'S PROCESS-TX LINKAGE LAYOUT - THE
      * CALL BINDS BY POSITION, NOT BY NAME, SO THE SHAPE MUST MATCH
      ******************************************************************
       01  WS-TX-REQUEST.
           05  WS-REQ-AMOUNT           PIC 9(12)V99.
           05  WS-REQ-TX-ID            PIC X(32).
           05  WS-REQ-FROM-ACCT        PIC X(16).
           05  WS-REQ-TO-ACCT          PIC X(16).
           05  WS-REQ-CURRENCY-CODE    PIC X(3).
           05  WS-REQ-INITIATED-BY     PIC X(8).

       01  WS-TX-RESPONSE.
           05  WS-RESP-STATUS-CODE     PIC XX.
           05  WS-RESP-STATUS-MSG      PIC X(80).
           05  WS-RESP-PROCESSED-TIME  PIC X(26).
           05  WS-RESP-TX-HASH         PIC X(64).

      ******************************************************************
      * LOCAL MIRROR OF CORE-BANKING'S INQUIRE-TX LINKAGE LAYOUT -
      * USED TO TELL WHAT BECAME OF A LEG ALREADY ON THE AUDIT TRAIL
      ******************************************************************
       01  WS-TXQ-REQUEST.
           05  WS-TXQ-TX-ID            PIC X(32).

       01  WS-TXQ-RESPONSE.
           05  WS-TXQ-STATUS-CODE      PIC XX.
           05  WS-TXQ-STATUS-MSG       PIC X(80).
           05  WS-TXQ-PROCESSED-TIME   PIC X(26).
           05  WS-TXQ-FROM-ACCT        PIC X(16).
           05  WS-TXQ-TO-ACCT          PIC X(16).
           05  WS-TXQ-AMOUNT           PIC 9(12)V99.
           05  WS-TXQ-TX-STATUS        PIC X(2).
           05  WS-TXQ-TX-MSG           PIC X(80).
           05  WS-TXQ-TIMESTAMP        PIC X(26).
           05  WS-TXQ-HASH             PIC X(64).
           05  WS-TXQ-REVERSED-FLAG    PIC X(1).
           05  WS-TXQ-REVERSAL-OF      PIC X(32).
           05  WS-TXQ-CURRENCY         PIC X(3).
           05  WS-TXQ-TO-AMOUNT        PIC 9(12)V99.
           05  WS-TXQ-TO-CURRENCY      PIC X(3).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 0050-LOAD-BUSINESS-DATE
           PERFORM 0020-REGISTER-RUN-START
           PERFORM 0100-OPEN-FILES

           DISPLAY "=== SWEEP-POST RUN FOR " WS-TODAY " ==="
           PERFORM 0200-READ-NEXT-PARTICIPANT
           PERFORM UNTIL EOF-SWEEP
               PERFORM 0300-LOAD-STRUCTURE
               IF WS-PART-COUNT > 0
                   ADD 1 TO WS-COUNT-STRUCTURES
                   PERFORM 0400-SWEEP-STRUCTURE
               END-IF
           END-PERFORM

           PERFORM 0900-CLOSE-FILES

           DISPLAY "=================================================="
           DISPLAY "=== SWEEP-POST SUMMARY ==="
           DISPLAY "STRUCTURES SWEPT:   " WS-COUNT-STRUCTURES
           DISPLAY "PARTICIPANTS:       " WS-COUNT-PARTICIPANTS
           DISPLAY "LEGS SWEPT UP:      " WS-COUNT-SWEPT-UP
           DISPLAY "LEGS TOPPED UP:     " WS-COUNT-TOPPED-UP
           DISPLAY "AT TARGET:          " WS-COUNT-AT-TARGET
           DISPLAY "BELOW MINIMUM:      " WS-COUNT-BELOW-MIN
           DISPLAY "ALREADY POSTED:     " WS-COUNT-DUPLICATE
           DISPLAY "AWAITING APPROVAL:  " WS-COUNT-PENDING
           DISPLAY "LEGS FAILED:        " WS-COUNT-FAILED
           DISPLAY "SKIPPED:            " WS-COUNT-SKIPPED
           DISPLAY "=========================="
           PERFORM 0950-REGISTER-RUN-COMPLETE
           IF WS-COUNT-FAILED > 0 OR WS-COUNT-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * REGISTER THIS STEP WITH RUN-CONTROL BEFORE TOUCHING DATA. THE
      * SWEEPS WORK ON THE DAY'S FINAL BALANCES, SO THE STANDING
      * ORDERS AND THE TRANSACTION BATCH MUST HAVE POSTED FIRST.
      ******************************************************************
       0020-REGISTER-RUN-START.
           MOVE "SWEEPPST" TO WS-RUN-STEP
           MOVE "STORDPST" TO WS-RUN-PREREQ-1
           MOVE "BATCHDRV" TO WS-RUN-PREREQ-2
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

      ******************************************************************
      * THE LEGS ARE DATED BY THE OFFICIAL BUSINESS DATE FROM THE
      * BUSDCTL POSTING CALENDAR, NOT THE WALL CLOCK, SO A RUN THAT
      * STARTS AFTER MIDNIGHT STILL SWEEPS THE DAY BEING CLOSED. NO
      * CONTROL FILE = WALL CLOCK.
      ******************************************************************
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

      ******************************************************************
      * NO SWEEP MASTER MEANS NOTHING TO SWEEP. WITHOUT THE HOLD FILE
      * THE AVAILABLE BALANCES CANNOT BE TRUSTED, AND WITHOUT CUSTXREF
      * NO STRUCTURE CAN BE PROVED TO BELONG TO ONE CUSTOMER - EITHER
      * WAY EVERY STRUCTURE IS SKIPPED RATHER THAN SWEPT BLIND.
      ******************************************************************
       0100-OPEN-FILES.
           OPEN INPUT SWEEP-MASTER
           IF WS-SWEEP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-SWEEP-OPEN
           ELSE
               DISPLAY "WARNING: No sweep structure master on file, "
                       "nothing to sweep"
               MOVE 'Y' TO WS-EOF-SWEEP
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ACCTMSTR (status "
                       WS-ACCT-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT HOLD-FILE
           EVALUATE WS-HOLD-FILE-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-HOLDS-OPEN
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "WARNING: Hold file unavailable (status "
                           WS-HOLD-FILE-STATUS "), no structure will "
                           "be swept"
                   MOVE 'Y' TO WS-HOLDS-BROKEN
           END-EVALUATE
           OPEN INPUT CUST-XREF
           IF WS-CXREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CXREF-OPEN
           ELSE
               DISPLAY "WARNING: Customer cross-reference unavailable "
                       "(status " WS-CXREF-FILE-STATUS "), no "
                       "structure will be swept"
           END-IF.

       0200-READ-NEXT-PARTICIPANT.
           IF NOT EOF-SWEEP
               READ SWEEP-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWEEP
               END-READ
           END-IF.

      ******************************************************************
      * TABLE THE ACTIVE PARTICIPANTS OF THE STRUCTURE NOW IN THE
      * RECORD AREA, READING AHEAD TO THE FIRST RECORD OF THE NEXT.
      * THE HEADER AND CUSTOMER ARE TAKEN FROM THE FIRST ACTIVE
      * PARTICIPANT - SWEEP-MAINT KEEPS THEM THE SAME ACROSS IT.
      ******************************************************************
       0300-LOAD-STRUCTURE.
           MOVE SPACES TO WS-STRUCTURE
           MOVE ZEROS TO WS-ST-MOVED-UP WS-ST-TOPPED-UP
                         WS-ST-LEGS WS-ST-SKIPPED
           MOVE SW-STRUCTURE-ID TO WS-ST-ID
           MOVE 0 TO WS-PART-COUNT
           PERFORM UNTIL EOF-SWEEP
                   OR SW-STRUCTURE-ID NOT = WS-ST-ID
               IF SW-ACTIVE
                   PERFORM 0310-TABLE-PARTICIPANT
               END-IF
               PERFORM 0200-READ-NEXT-PARTICIPANT
           END-PERFORM.

       0310-TABLE-PARTICIPANT.
           IF WS-ST-HEADER-ACCT = SPACES
               MOVE SW-HEADER-ACCT TO WS-ST-HEADER-ACCT
               MOVE SW-CUST-NUMBER TO WS-ST-CUST-NUMBER
           END-IF
           IF WS-PART-COUNT < WS-PART-MAX
               ADD 1 TO WS-PART-COUNT
               SET WS-PART-IDX TO WS-PART-COUNT
               MOVE SW-PART-ACCT TO WS-PT-ACCT(WS-PART-IDX)
               MOVE SW-SWEEP-TYPE TO WS-PT-TYPE(WS-PART-IDX)
               MOVE SW-TARGET TO WS-PT-TARGET(WS-PART-IDX)
               MOVE SW-MIN-AMOUNT TO WS-PT-MIN-AMOUNT(WS-PART-IDX)
               MOVE SPACE TO WS-PT-STATE(WS-PART-IDX)
           ELSE
               ADD 1 TO WS-COUNT-PARTICIPANTS
               ADD 1 TO WS-COUNT-SKIPPED
               DISPLAY "WARNING: Structure " WS-ST-ID " has more than "
                       WS-PART-MAX " participants, account "
                       SW-PART-ACCT " not swept"
           END-IF.

      ******************************************************************
      * WORK ONE STRUCTURE: CHECK THE HEADER, SWEEP EVERY SURPLUS UP,
      * THEN TOP EVERY SHORTFALL UP, THEN PRINT THE STRUCTURE TOTALS
      ******************************************************************
       0400-SWEEP-STRUCTURE.
           ADD WS-PART-COUNT TO WS-COUNT-PARTICIPANTS
           PERFORM 0410-CHECK-HEADER

           DISPLAY "=================================================="
           DISPLAY "STRUCTURE " WS-ST-ID " CUSTOMER " WS-ST-CUST-NUMBER
           DISPLAY "HEADER    " WS-ST-HEADER-ACCT " " WS-ST-CURRENCY
           DISPLAY "--------------------------------------------------"

           IF WS-ST-SKIP-REASON NOT = SPACES
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                       UNTIL WS-PART-IDX > WS-PART-COUNT
                   MOVE WS-ST-SKIP-REASON TO WS-CHECK-REASON
                   PERFORM 0490-SKIP-PARTICIPANT
               END-PERFORM
           ELSE
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                       UNTIL WS-PART-IDX > WS-PART-COUNT
                   PERFORM 0500-SWEEP-UP-ONE
               END-PERFORM
               PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                       UNTIL WS-PART-IDX > WS-PART-COUNT
                   IF WS-PT-SHORT(WS-PART-IDX)
                       PERFORM 0550-TOP-UP-ONE
                   END-IF
               END-PERFORM
           END-IF

           DISPLAY "--------------------------------------------------"
           MOVE WS-ST-MOVED-UP TO WS-TOTAL-DISPLAY
           DISPLAY "  MOVED TO HEADER:    " WS-TOTAL-DISPLAY
           MOVE WS-ST-TOPPED-UP TO WS-TOTAL-DISPLAY
           DISPLAY "  TOPPED UP FROM IT:  " WS-TOTAL-DISPLAY
           DISPLAY "  LEGS POSTED:        " WS-ST-LEGS
                   "  SKIPPED/FAILED: " WS-ST-SKIPPED.

      ******************************************************************
      * THE HEADER MUST BE ON FILE, NOT CLOSED AND STILL LINKED TO THE
      * STRUCTURE'S CUSTOMER; ITS CURRENCY IS THE STRUCTURE'S. A FILE
      * THE WHOLE RUN DEPENDS ON BEING UNAVAILABLE SKIPS IT TOO.
      ******************************************************************
       0410-CHECK-HEADER.
           EVALUATE TRUE
               WHEN HOLDS-BROKEN
                   MOVE "HOLDS UNAVAILABLE" TO WS-ST-SKIP-REASON
               WHEN NOT CXREF-OPEN
                   MOVE "CUSTOMER LINKS UNAVAILABLE"
                       TO WS-ST-SKIP-REASON
               WHEN OTHER
                   MOVE WS-ST-HEADER-ACCT TO WS-CHECK-ACCT
                   PERFORM 0450-CHECK-ACCOUNT
                   IF ACCOUNT-OK
                       MOVE ACCT-CURRENCY TO WS-ST-CURRENCY
                   ELSE
                       STRING "HEADER " DELIMITED BY SIZE
                              WS-CHECK-REASON DELIMITED BY SIZE
                           INTO WS-ST-SKIP-REASON
                       END-STRING
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * CHECK WS-CHECK-ACCT IS ON FILE, NOT CLOSED AND LINKED TO THE
      * STRUCTURE'S CUSTOMER. ON SUCCESS THE ACCOUNT IS LEFT IN THE
      * ACCT-RECORD AREA; ON FAILURE WS-CHECK-REASON SAYS WHY.
      ******************************************************************
       0450-CHECK-ACCOUNT.
           MOVE 'Y' TO WS-ACCOUNT-OK
           MOVE SPACES TO WS-CHECK-REASON
           MOVE WS-ST-CUST-NUMBER TO CXR-CUST-NUMBER
           MOVE WS-CHECK-ACCT TO CXR-ACCT-NUMBER
           READ CUST-XREF
               INVALID KEY
                   MOVE 'N' TO WS-ACCOUNT-OK
                   MOVE "NOT LINKED TO CUSTOMER" TO WS-CHECK-REASON
           END-READ
           IF ACCOUNT-OK
               MOVE WS-CHECK-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       MOVE 'N' TO WS-ACCOUNT-OK
                       MOVE "NOT ON ACCOUNT MASTER" TO WS-CHECK-REASON
               END-READ
           END-IF
           IF ACCOUNT-OK AND ACCT-CLOSED
               MOVE 'N' TO WS-ACCOUNT-OK
               MOVE "ACCOUNT CLOSED" TO WS-CHECK-REASON
           END-IF.

       0490-SKIP-PARTICIPANT.
           ADD 1 TO WS-COUNT-SKIPPED
           ADD 1 TO WS-ST-SKIPPED
           SET WS-PT-FINISHED(WS-PART-IDX) TO TRUE
           DISPLAY "  SKIPPED:   " WS-PT-ACCT(WS-PART-IDX) " "
                   WS-CHECK-REASON.

      ******************************************************************
      * FIRST PASS, ONE PARTICIPANT: CHECK IT, WORK OUT ITS AVAILABLE
      * BALANCE AND SWEEP ANY SURPLUS OVER THE TARGET UP. A SHORTFALL
      * ON A PARTICIPANT THAT TOPS UP IS LEFT FOR THE SECOND PASS.
      ******************************************************************
       0500-SWEEP-UP-ONE.
           MOVE WS-PT-ACCT(WS-PART-IDX) TO WS-CHECK-ACCT
           PERFORM 0450-CHECK-ACCOUNT
           IF ACCOUNT-OK AND ACCT-CURRENCY NOT = WS-ST-CURRENCY
               MOVE 'N' TO WS-ACCOUNT-OK
               STRING "CURRENCY " DELIMITED BY SIZE
                      ACCT-CURRENCY DELIMITED BY SIZE
                      " NOT THE HEADER'S" DELIMITED BY SIZE
                   INTO WS-CHECK-REASON
               END-STRING
           END-IF

           IF NOT ACCOUNT-OK
               PERFORM 0490-SKIP-PARTICIPANT
           ELSE
               PERFORM 0600-COMPUTE-AVAILABLE
               EVALUATE TRUE
                   WHEN WS-AVAILABLE > WS-PT-TARGET(WS-PART-IDX)
                       COMPUTE WS-LEG-AMOUNT =
                           WS-AVAILABLE - WS-PT-TARGET(WS-PART-IDX)
                       SET WS-LEG-UP TO TRUE
                       PERFORM 0700-POST-LEG
                   WHEN WS-AVAILABLE < WS-PT-TARGET(WS-PART-IDX)
                           AND WS-PT-TOPS-UP(WS-PART-IDX)
                       SET WS-PT-SHORT(WS-PART-IDX) TO TRUE
                   WHEN OTHER
                       PERFORM 0520-REPORT-AT-TARGET
               END-EVALUATE
           END-IF.

       0520-REPORT-AT-TARGET.
           ADD 1 TO WS-COUNT-AT-TARGET
           SET WS-PT-FINISHED(WS-PART-IDX) TO TRUE
           MOVE WS-AVAILABLE TO WS-AVAIL-DISPLAY
           DISPLAY "  AT TARGET: " WS-PT-ACCT(WS-PART-IDX) " "
                   WS-PT-TYPE(WS-PART-IDX) " AVAILABLE "
                   WS-AVAIL-DISPLAY.

      ******************************************************************
      * SECOND PASS, ONE PARTICIPANT: TOP THE SHORTFALL UP FROM THE
      * HEADER. THE PARTICIPANT WAS NOT TOUCHED BY THE FIRST PASS, SO
      * ITS BALANCE IS READ AGAIN ONLY TO PICK UP ITS HOLDS.
      ******************************************************************
       0550-TOP-UP-ONE.
           MOVE WS-PT-ACCT(WS-PART-IDX) TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "NOT ON ACCOUNT MASTER" TO WS-CHECK-REASON
                   PERFORM 0490-SKIP-PARTICIPANT
               NOT INVALID KEY
                   PERFORM 0600-COMPUTE-AVAILABLE
                   IF WS-AVAILABLE < WS-PT-TARGET(WS-PART-IDX)
                       COMPUTE WS-LEG-AMOUNT =
                           WS-PT-TARGET(WS-PART-IDX) - WS-AVAILABLE
                       SET WS-LEG-DOWN TO TRUE
                       PERFORM 0700-POST-LEG
                   ELSE
                       PERFORM 0520-REPORT-AT-TARGET
                   END-IF
           END-READ.

      ******************************************************************
      * AVAILABLE BALANCE OF THE ACCOUNT IN THE ACCT-RECORD AREA: THE
      * LEDGER BALANCE LESS ITS ACTIVE HOLDS. A HOLD PAST ITS EXPIRY
      * DATE NO LONGER COUNTS, AS IN PROCESS-TX (WHICH LAPSES IT ON
      * ITS NEXT DEBIT - THIS READ-ONLY PASS LEAVES IT ALONE).
      ******************************************************************
       0600-COMPUTE-AVAILABLE.
           MOVE ZEROS TO WS-HELD-TOTAL
           IF HOLDS-OPEN
               MOVE 'N' TO WS-HOLD-SWEEP-DONE
               MOVE ACCT-NUMBER TO HLD-ACCT-NUMBER
               MOVE LOW-VALUES TO HLD-HOLD-ID
               START HOLD-FILE KEY NOT < HLD-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-HOLD-SWEEP-DONE
               END-START
               PERFORM UNTIL HOLD-SWEEP-DONE
                   READ HOLD-FILE NEXT
                       AT END
                           MOVE 'Y' TO WS-HOLD-SWEEP-DONE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN WS-HOLD-FILE-STATUS NOT = "00"
                                   MOVE 'Y' TO WS-HOLD-SWEEP-DONE
                               WHEN HLD-ACCT-NUMBER NOT = ACCT-NUMBER
                                   MOVE 'Y' TO WS-HOLD-SWEEP-DONE
                               WHEN NOT HLD-ACTIVE
                                   CONTINUE
                               WHEN HLD-EXPIRY-DATE NOT = SPACES
                                       AND HLD-EXPIRY-DATE < WS-TODAY
                                   CONTINUE
                               WHEN OTHER
                                   ADD HLD-AMOUNT TO WS-HELD-TOTAL
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF
           COMPUTE WS-AVAILABLE = ACCT-BALANCE - WS-HELD-TOTAL.

      ******************************************************************
      * POST ONE LEG OF WS-LEG-AMOUNT THROUGH PROCESS-TX - UP FROM THE
      * PARTICIPANT TO THE HEADER, OR DOWN FROM THE HEADER TO THE
      * PARTICIPANT. A LEG UNDER THE PARTICIPANT'S MINIMUM IS NOT
      * WORTH A POSTING AND IS ONLY REPORTED.
      ******************************************************************
       0700-POST-LEG.
           SET WS-PT-FINISHED(WS-PART-IDX) TO TRUE
           MOVE WS-LEG-AMOUNT TO WS-AMOUNT-DISPLAY
           IF WS-LEG-AMOUNT < WS-PT-MIN-AMOUNT(WS-PART-IDX)
               ADD 1 TO WS-COUNT-BELOW-MIN
               DISPLAY "  BELOW MIN: " WS-PT-ACCT(WS-PART-IDX) " "
                       WS-LEG-DIRECTION " " WS-AMOUNT-DISPLAY
                       " UNDER MINIMUM, NOT MOVED"
           ELSE
               PERFORM 0710-CALL-PROCESS-TX
           END-IF.

       0710-CALL-PROCESS-TX.
           MOVE WS-LEG-AMOUNT TO WS-REQ-AMOUNT
           MOVE WS-ST-CURRENCY TO WS-REQ-CURRENCY-CODE
           MOVE "SWEEPPST" TO WS-REQ-INITIATED-BY
           MOVE SPACES TO WS-REQ-TX-ID
           IF WS-LEG-UP
               MOVE WS-PT-ACCT(WS-PART-IDX) TO WS-REQ-FROM-ACCT
               MOVE WS-ST-HEADER-ACCT TO WS-REQ-TO-ACCT
               STRING "SWU-" DELIMITED BY SIZE
                      WS-PT-ACCT(WS-PART-IDX) DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                   INTO WS-REQ-TX-ID
               END-STRING
           ELSE
               MOVE WS-ST-HEADER-ACCT TO WS-REQ-FROM-ACCT
               MOVE WS-PT-ACCT(WS-PART-IDX) TO WS-REQ-TO-ACCT
               STRING "SWD-" DELIMITED BY SIZE
                      WS-PT-ACCT(WS-PART-IDX) DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                   INTO WS-REQ-TX-ID
               END-STRING
           END-IF

           CALL "PROCESS-TX" USING WS-TX-REQUEST WS-TX-RESPONSE
           END-CALL

           EVALUATE WS-RESP-STATUS-CODE
               WHEN "00"
                   PERFORM 0720-COUNT-POSTED-LEG
               WHEN "09"
                   ADD 1 TO WS-COUNT-PENDING
                   DISPLAY "  PENDING:   " WS-PT-ACCT(WS-PART-IDX)
                           " " WS-LEG-DIRECTION " " WS-AMOUNT-DISPLAY
                           " AWAITING DUAL-CONTROL APPROVAL"
               WHEN "05"
                   PERFORM 0750-RESOLVE-DUPLICATE
               WHEN OTHER
                   ADD 1 TO WS-COUNT-FAILED
                   ADD 1 TO WS-ST-SKIPPED
                   DISPLAY "  FAILED:    " WS-PT-ACCT(WS-PART-IDX)
                           " " WS-LEG-DIRECTION " " WS-AMOUNT-DISPLAY
                           " STATUS " WS-RESP-STATUS-CODE
                   DISPLAY "             " WS-RESP-STATUS-MSG
           END-EVALUATE.

       0720-COUNT-POSTED-LEG.
           ADD 1 TO WS-ST-LEGS
           IF WS-LEG-UP
               ADD 1 TO WS-COUNT-SWEPT-UP
               ADD WS-LEG-AMOUNT TO WS-ST-MOVED-UP
               DISPLAY "  SWEPT UP:  " WS-PT-ACCT(WS-PART-IDX) " "
                       WS-AMOUNT-DISPLAY " TX " WS-REQ-TX-ID
           ELSE
               ADD 1 TO WS-COUNT-TOPPED-UP
               ADD WS-LEG-AMOUNT TO WS-ST-TOPPED-UP
               DISPLAY "  TOPPED UP: " WS-PT-ACCT(WS-PART-IDX) " "
                       WS-AMOUNT-DISPLAY " TX " WS-REQ-TX-ID
           END-IF.

      ******************************************************************
      * THE LEG'S TX-ID IS ALREADY ON THE AUDIT TRAIL: THIS ACCOUNT
      * ALREADY MOVED THIS WAY TODAY. SAY WHAT BECAME OF IT.
      ******************************************************************
       0750-RESOLVE-DUPLICATE.
           MOVE WS-REQ-TX-ID TO WS-TXQ-TX-ID
           CALL "INQUIRE-TX" USING WS-TXQ-REQUEST WS-TXQ-RESPONSE
           END-CALL

           EVALUATE TRUE
               WHEN WS-TXQ-STATUS-CODE NOT = "00"
                   ADD 1 TO WS-COUNT-FAILED
                   ADD 1 TO WS-ST-SKIPPED
                   DISPLAY "  FAILED:    " WS-PT-ACCT(WS-PART-IDX)
                           " " WS-LEG-DIRECTION
                           " DUPLICATE TX-ID BUT AUDIT LOOKUP FAILED"
               WHEN WS-TXQ-TX-STATUS = "00"
                   ADD 1 TO WS-COUNT-DUPLICATE
                   MOVE WS-TXQ-AMOUNT TO WS-AMOUNT-DISPLAY
                   DISPLAY "  RERUN:     " WS-PT-ACCT(WS-PART-IDX)
                           " " WS-LEG-DIRECTION " " WS-AMOUNT-DISPLAY
                           " ALREADY MOVED TODAY"
               WHEN WS-TXQ-TX-STATUS = "09"
                   ADD 1 TO WS-COUNT-PENDING
                   DISPLAY "  PENDING:   " WS-PT-ACCT(WS-PART-IDX)
                           " " WS-LEG-DIRECTION
                           " STILL AWAITING DUAL-CONTROL APPROVAL"
               WHEN OTHER
                   ADD 1 TO WS-COUNT-FAILED
                   ADD 1 TO WS-ST-SKIPPED
                   DISPLAY "  FAILED:    " WS-PT-ACCT(WS-PART-IDX)
                           " " WS-LEG-DIRECTION
                           " TODAY'S LEG ALREADY ENDED WITH STATUS "
                           WS-TXQ-TX-STATUS
           END-EVALUATE.

       0900-CLOSE-FILES.
           IF SWEEP-OPEN
               CLOSE SWEEP-MASTER
           END-IF
           CLOSE ACCOUNT-MASTER
           IF HOLDS-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF CXREF-OPEN
               CLOSE CUST-XREF
           END-IF.

       END PROGRAM SWEEP-POST.

      ******************************************************************
      * LEGACY TITAN BRIDGE - ACCOUNT CLOSE-OUT WORKFLOW
      ******************************************************************
      * Program:     ACCT-CLOSE
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Batch close-out for accounts leaving the bank.
      *              MAINT-ACCOUNT 'C' refuses to close an account
      *              that still carries a balance, accrued interest,
      *              active holds or pending approvals; this job runs
      *              the account off first, in order, and then calls
      *              MAINT-ACCOUNT 'C' itself:
      *                1. pays accrued interest to date from the
      *                   interest settlement account through
      *                   PROCESS-TX - the INT-CAPITAL posting route -
      *                   and clears the accrued bucket; debit
      *                   interest accrued on an overdraft is charged
      *                   the other way and its bucket cleared too;
      *                2. charges the product's closing fee from
      *                   FEESCHED (FS-CLOSE-AMT, USD) to the fee
      *                   income settlement account, FEE-POST's route;
      *                3. refuses the close while active holds remain
      *                   (a hold is a legal or operational claim on
      *                   the funds - somebody must release it) and
      *                   escalates it while PENDAPPR items to or from
      *                   the account await a decision (including any
      *                   posting steps 1-2 just captured);
      *                4. cancels every active STORDMST standing order
      *                   paying into or out of the account;
      *                5. refuses the close while the account is
      *                   overdrawn (the debt must be repaid first),
      *                   otherwise moves the residual balance to the
      *                   nominated disbursement account, or funds an
      *                   outbound payment to the nominated
      *                   beneficiary and writes the instruction to
      *                   CLOSEPAY;
      *                6. at zero balance, closes the account through
      *                   MAINT-ACCOUNT 'C' and writes a close-out
      *                   summary record (action 'X') to MAINTTRAIL.
      *              A request naming a customer runs the workflow
      *              for every account linked through CUSTXREF, then
      *              closes the customer through a customer-level
      *              MAINT-ACCOUNT 'C' once no linked account is left
      *              open.
      *
      *              Every step is safe to rerun. TX-IDs are
      *              CLI-<account>-<date> (interest to date),
      *              CLO-<account>-<date> (debit interest to date),
      *              CLF-<account> (the closing fee - charged once
      *              in the account's life), CLD-<account>-<date>
      *              (residual to the disbursement account) and
      *              POU-<account> (residual paid out - the
      *              instruction ref is the account number, so
      *              PAY-OUTBOUND treats the pre-funded instruction
      *              as already funded and extracts it without a
      *              second debit). A request that stops short is
      *              reported, recorded on MAINTTRAIL (action 'C',
      *              status 15 - or 14 for an authorizer OPER-CHECK
      *              refuses) and simply resubmitted once the
      *              blocker is cleared.
      *
      * Input (CLOSEREQ), line sequential, one record per close:
      *              CR-ACCT-NUMBER      account to close, or
      *              CR-CUST-NUMBER      customer whose linked
      *                                  accounts are all closed
      *                                  (account field ignored)
      *              CR-AUTHORIZED-BY    authorizer; must be an
      *                                  active operator on OPERMSTR
      *              CR-DISB-ACCT        on-us account that receives
      *                                  the residual balance, or
      *              CR-BENEF-BANK/      beneficiary for an outbound
      *              CR-BENEF-ACCT/      payment of the residual
      *              CR-BENEF-NAME       (exactly one of the two may
      *                                  be given; neither is needed
      *                                  when the balance is zero)
      *
      * Output (CLOSEPAY), framed exactly like PAY-OUTBOUND's
      * PAYORDIN ('H' value date, 'D' instruction, 'T' count and
      * amount hash) and released to the clearing network through
      * PAY-OUTBOUND. The file is rebuilt each run: a payout funded
      * on an earlier run (approved since, or posted by a run that
      * stopped before writing its instruction) is written again
      * from its POU-<account> audit entry whenever the close is
      * resubmitted, until PAY-OUTBOUND has sent it on an earlier
      * day's file (PAYTRACK).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCT-CLOSE.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-REQ-FILE ASSIGN TO "CLOSEREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT CLOSE-PAY-FILE ASSIGN TO "CLOSEPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-FILE-STATUS.

           SELECT FEE-SCHED-FILE ASSIGN TO "FEESCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCHED-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSD-FILE-STATUS.

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

           SELECT PENDING-APPROVAL ASSIGN TO "PENDAPPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-TX-ID
               FILE STATUS IS WS-PEND-FILE-STATUS.

           SELECT STORD-MASTER ASSIGN TO "STORDMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STORD-FILE-STATUS.

           SELECT CUST-XREF ASSIGN TO "CUSTXREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CXR-KEY
               FILE STATUS IS WS-CXREF-FILE-STATUS.

           SELECT MAINT-TRAIL ASSIGN TO "MAINTTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNT-KEY
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT PAY-TRACK-FILE ASSIGN TO "PAYTRACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-INSTR-REF
               FILE STATUS IS WS-TRACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-REQ-FILE.
       01  CLOSE-REQ-RECORD.
           05  CR-ACCT-NUMBER          PIC X(16).
           05  CR-CUST-NUMBER          PIC X(12).
           05  CR-AUTHORIZED-BY        PIC X(8).
           05  CR-DISB-ACCT            PIC X(16).
           05  CR-BENEF-BANK           PIC X(11).
           05  CR-BENEF-ACCT           PIC X(34).
           05  CR-BENEF-NAME           PIC X(35).

       FD  CLOSE-PAY-FILE.
       01  CLOSE-PAY-RECORD            PIC X(130).

       FD  FEE-SCHED-FILE.
       COPY FEESREC.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  PENDING-APPROVAL.
       COPY PENDREC.

       FD  STORD-MASTER.
       COPY STORDREC.

       FD  CUST-XREF.
       COPY CXREFREC.

       FD  MAINT-TRAIL.
       COPY MAINTREC.

       FD  PAY-TRACK-FILE.
       COPY OUTBREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS    PIC XX.
           05  WS-PAY-FILE-STATUS      PIC XX.
           05  WS-SCHED-FILE-STATUS    PIC XX.
           05  WS-BUSD-FILE-STATUS     PIC XX.
           05  WS-ACCT-FILE-STATUS     PIC XX.
           05  WS-HOLD-FILE-STATUS     PIC XX.
           05  WS-PEND-FILE-STATUS     PIC XX.
           05  WS-STORD-FILE-STATUS    PIC XX.
           05  WS-CXREF-FILE-STATUS    PIC XX.
           05  WS-MAINT-FILE-STATUS    PIC XX.
           05  WS-TRACK-FILE-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-INPUT            PIC X VALUE 'N'.
               88  EOF-INPUT           VALUE 'Y'.
           05  WS-EOF-SCHED            PIC X VALUE 'N'.
               88  EOF-SCHED           VALUE 'Y'.
           05  WS-RECORD-OK            PIC X VALUE 'Y'.
               88  RECORD-OK           VALUE 'Y'.
           05  WS-CLOSE-OK             PIC X VALUE 'Y'.
               88  CLOSE-OK            VALUE 'Y'.
           05  WS-SWEEP-DONE           PIC X VALUE 'N'.
               88  SWEEP-DONE          VALUE 'Y'.
           05  WS-CXREF-SWEEP-DONE     PIC X VALUE 'N'.
               88  CXREF-SWEEP-DONE    VALUE 'Y'.
           05  WS-HOLD-OPEN            PIC X VALUE 'N'.
               88  HOLD-OPEN           VALUE 'Y'.
           05  WS-PEND-OPEN            PIC X VALUE 'N'.
               88  PEND-OPEN           VALUE 'Y'.
           05  WS-CXREF-OPEN           PIC X VALUE 'N'.
               88  CXREF-OPEN          VALUE 'Y'.
           05  WS-TRACK-OPEN           PIC X VALUE 'N'.
               88  TRACK-OPEN          VALUE 'Y'.
           05  WS-PAYOUT-FOUND         PIC X VALUE 'N'.
               88  PAYOUT-FOUND        VALUE 'Y'.
           05  WS-PAYOUT-SENT          PIC X VALUE 'N'.
               88  PAYOUT-SENT         VALUE 'Y'.

      ******************************************************************
      * CONFIGURATION CONSTANTS - THE SAME SETTLEMENT ACCOUNTS
      * INT-CAPITAL, FEE-POST AND PAY-OUTBOUND POST AGAINST; NONE OF
      * THEM IS EVER CLOSED BY THIS JOB
      ******************************************************************
       01  WS-INT-SETTLE-ACCT          PIC X(16)
               VALUE "INTSETTLE0000001".
       01  WS-FEE-INCOME-ACCT          PIC X(16)
               VALUE "FEEINCOME0000001".
       01  WS-CLEARING-ACCT            PIC X(16)
               VALUE "EXTCLEARING00001".

       01  WS-TODAY                    PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).

      ******************************************************************
      * CLOSING FEE TABLE, LOADED FROM FEESCHED AT START OF RUN - A
      * PRODUCT NOT ON THE SCHEDULE (OR NO SCHEDULE) CLOSES FREE
      ******************************************************************
       01  WS-SCHED-COUNT              PIC 9(3) VALUE 0.
       01  WS-SCHED-TABLE.
           05  WS-SCHED-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SCHED-IDX.
               10  WS-SCH-PRODUCT      PIC X(4).
               10  WS-SCH-CLOSE-AMT    PIC 9(7)V99.

      ******************************************************************
      * PER-ACCOUNT CLOSE-OUT WORK AREA
      ******************************************************************
       01  WS-CLOSE-WORK.
           05  WS-CLS-ACCT             PIC X(16).
           05  WS-CLS-CURRENCY         PIC X(3).
           05  WS-CLS-PRODUCT          PIC X(4).
           05  WS-CLS-INT-PAID         PIC 9(12)V99 VALUE 0.
           05  WS-CLS-OD-INT           PIC 9(12)V99 VALUE 0.
           05  WS-CLS-BUCKET           PIC X(1) VALUE 'C'.
               88  BUCKET-CREDIT       VALUE 'C'.
               88  BUCKET-DEBIT        VALUE 'D'.
           05  WS-CLS-FEE              PIC 9(7)V99 VALUE 0.
           05  WS-CLS-FEE-CHARGED      PIC 9(7)V99 VALUE 0.
           05  WS-CLS-RESIDUAL         PIC 9(12)V99 VALUE 0.
           05  WS-CLS-RESID-ROUTE      PIC X(1) VALUE SPACE.
               88  RESID-NONE          VALUE SPACE.
               88  RESID-TO-DISB       VALUE 'D'.
               88  RESID-PAID-OUT      VALUE 'P'.
           05  WS-CLS-ORDERS           PIC 9(3) VALUE 0.
           05  WS-CLS-HOLD-COUNT       PIC 9(5) VALUE 0.
           05  WS-CLS-PEND-COUNT       PIC 9(5) VALUE 0.
           05  WS-CLS-STATUS           PIC XX.
           05  WS-CLS-MSG              PIC X(80).

      ******************************************************************
      * CUSTOMER-LEVEL REQUEST TALLY - THE CUSTOMER IS CLOSED ONLY
      * WHEN NO LINKED ACCOUNT IS LEFT OPEN
      ******************************************************************
       01  WS-CUST-WORK.
           05  WS-CUST-LINKS           PIC 9(5) VALUE 0.
           05  WS-CUST-LEFT-OPEN       PIC 9(5) VALUE 0.

      ******************************************************************
      * EDITED AMOUNTS FOR THE MAINTTRAIL CLOSE-OUT SUMMARY MESSAGE
      ******************************************************************
       01  WS-SUMMARY-EDIT.
           05  WS-ED-INT               PIC Z(11)9.99.
           05  WS-ED-FEE               PIC Z(6)9.99.
           05  WS-ED-ORDERS            PIC ZZ9.
           05  WS-ED-RESID             PIC Z(11)9.99.
           05  WS-ED-COUNT             PIC ZZZZ9.

       01  WS-LOG-WORK.
           05  WS-LOG-SUBJECT          PIC X(16).
           05  WS-LOG-ACTION           PIC X(1).
           05  WS-LOG-STATUS           PIC XX.
           05  WS-LOG-MSG              PIC X(80).
           05  WS-LOG-SEQ              PIC 9(5) VALUE 0.

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-CLOSED         PIC 9(7) VALUE 0.
           05  WS-COUNT-ALREADY        PIC 9(7) VALUE 0.
           05  WS-COUNT-REFUSED        PIC 9(7) VALUE 0.
           05  WS-COUNT-ESCALATED      PIC 9(7) VALUE 0.
           05  WS-COUNT-FAILED         PIC 9(7) VALUE 0.
           05  WS-COUNT-CUST-CLOSED    PIC 9(7) VALUE 0.
           05  WS-COUNT-ORDERS         PIC 9(7) VALUE 0.
           05  WS-COUNT-REPRESENTED    PIC 9(7) VALUE 0.
           05  WS-TOTAL-INT            PIC 9(13)V99 VALUE 0.
           05  WS-TOTAL-OD-INT         PIC 9(13)V99 VALUE 0.
           05  WS-TOTAL-FEES           PIC 9(13)V99 VALUE 0.

      ******************************************************************
      * CLOSEPAY INSTRUCTION LAYOUTS - PAY-OUTBOUND'S PAYORDIN FRAME,
      * BUILT IN WORKING STORAGE AND MOVED TO THE 130-BYTE RECORD
      ******************************************************************
       01  WS-PAY-HEADER.
           05  PH-RECORD-TYPE          PIC X(1) VALUE "H".
           05  PH-VALUE-DATE           PIC X(8).
           05  FILLER                  PIC X(121) VALUE SPACES.

       01  WS-PAY-DETAIL.
           05  PD-RECORD-TYPE          PIC X(1) VALUE "D".
           05  PD-INSTR-REF            PIC X(16).
           05  PD-DEBTOR-ACCT          PIC X(16).
           05  PD-AMOUNT               PIC 9(12)V99.
           05  PD-CURRENCY             PIC X(3).
           05  PD-BENEF-BANK           PIC X(11).
           05  PD-BENEF-ACCT           PIC X(34).
           05  PD-BENEF-NAME           PIC X(35).

       01  WS-PAY-TRAILER.
           05  PT-RECORD-TYPE          PIC X(1) VALUE "T".
           05  PT-RECORD-COUNT         PIC 9(7) VALUE 0.
           05  PT-HASH-TOTAL           PIC 9(13)V99 VALUE 0.
           05  FILLER                  PIC X(107) VALUE SPACES.

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
      * USED ON A DUPLICATE TO TELL WHETHER A PRIOR RUN'S POSTING
      * LANDED (CARRY ON) OR ENDED BADLY (MANUAL REVIEW)
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

      ******************************************************************
      * LOCAL MIRROR OF CORE-BANKING'S MAINT-ACCOUNT LINKAGE LAYOUT -
      * THE CALL BINDS BY POSITION, NOT BY NAME, SO THE SHAPE MUST
      * MATCH
      ******************************************************************
       01  WS-MAINT-REQUEST.
           05  WS-MNT-ACCT-NUMBER      PIC X(16).
           05  WS-MNT-ACTION           PIC X(1).
           05  WS-MNT-AUTHORIZED-BY    PIC X(8).
           05  WS-MNT-CUST-NUMBER      PIC X(12).

       01  WS-MAINT-RESPONSE.
           05  WS-MNT-STATUS-CODE      PIC XX.
           05  WS-MNT-STATUS-MSG       PIC X(80).
           05  WS-MNT-PROCESSED-TIME   PIC X(26).

      ******************************************************************
      * LOCAL MIRROR OF OPER-CONTROL'S LINKAGE LAYOUT - THE CALL BINDS
      * BY POSITION, NOT BY NAME, SO THE SHAPE MUST MATCH
      ******************************************************************
       01  WS-OPC-REQUEST.
           05  WS-OPC-OPERATOR-ID      PIC X(8).
           05  WS-OPC-REQUIRED-ROLE    PIC X(1).
           05  WS-OPC-AMOUNT           PIC 9(12)V99.
           05  WS-OPC-CURRENCY         PIC X(3).

       01  WS-OPC-RESPONSE.
           05  WS-OPC-STATUS-CODE      PIC XX.
           05  WS-OPC-STATUS-MSG       PIC X(80).
           05  WS-OPC-ROLE             PIC X(1).
           05  WS-OPC-USD-AMOUNT       PIC 9(12)V99.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 0050-LOAD-BUSINESS-DATE
           PERFORM 0080-LOAD-FEE-SCHEDULE
           PERFORM 0100-OPEN-FILES

           DISPLAY "=== ACCT-CLOSE RUN FOR " WS-TODAY " ==="
           PERFORM 0200-READ-INPUT
           PERFORM UNTIL EOF-INPUT
               ADD 1 TO WS-COUNT-READ
               PERFORM 0300-APPLY-ONE-REQUEST
               PERFORM 0200-READ-INPUT
           END-PERFORM

           PERFORM 0900-CLOSE-FILES

           DISPLAY "=== ACCT-CLOSE SUMMARY ==="
           DISPLAY "REQUESTS READ:       " WS-COUNT-READ
           DISPLAY "REQUESTS REJECTED:   " WS-COUNT-REJECTED
           DISPLAY "ACCOUNTS CLOSED:     " WS-COUNT-CLOSED
           DISPLAY "ALREADY CLOSED:      " WS-COUNT-ALREADY
           DISPLAY "REFUSED:             " WS-COUNT-REFUSED
           DISPLAY "ESCALATED:           " WS-COUNT-ESCALATED
           DISPLAY "FAILED:              " WS-COUNT-FAILED
           DISPLAY "CUSTOMERS CLOSED:    " WS-COUNT-CUST-CLOSED
           DISPLAY "ORDERS CANCELLED:    " WS-COUNT-ORDERS
           DISPLAY "PAYOUTS TO CLOSEPAY: " PT-RECORD-COUNT
           DISPLAY "  OF WHICH RE-PRESENTED: " WS-COUNT-REPRESENTED
           DISPLAY "INTEREST PAID:       " WS-TOTAL-INT
           DISPLAY "DEBIT INT CHARGED:   " WS-TOTAL-OD-INT
           DISPLAY "CLOSING FEES (USD):  " WS-TOTAL-FEES
           DISPLAY "=========================="
           IF WS-COUNT-REJECTED > 0 OR WS-COUNT-REFUSED > 0
                   OR WS-COUNT-ESCALATED > 0 OR WS-COUNT-FAILED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * POSTINGS ARE KEYED TO THE OFFICIAL BUSINESS DATE ON BUSDCTL,
      * AS THE OTHER POSTING BATCHES DO. NO CONTROL FILE = WALL CLOCK.
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
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      ******************************************************************
      * LOAD EACH PRODUCT'S CLOSING FEE. UNLIKE FEE-POST, A MISSING
      * SCHEDULE IS NOT A HARD STOP - AN ACCOUNT CLOSE CANNOT WAIT ON
      * THE PRICING FILE - BUT IT IS REPORTED, AND THE FEE CAN STILL
      * BE RAISED BY HAND.
      ******************************************************************
       0080-LOAD-FEE-SCHEDULE.
           OPEN INPUT FEE-SCHED-FILE
           IF WS-SCHED-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: FEESCHED unavailable (status "
                       WS-SCHED-FILE-STATUS "), no closing fees "
                       "charged this run"
           ELSE
               PERFORM 0090-READ-SCHEDULE
               PERFORM UNTIL EOF-SCHED
                   PERFORM 0095-LOAD-ONE-PRODUCT
                   PERFORM 0090-READ-SCHEDULE
               END-PERFORM
               CLOSE FEE-SCHED-FILE
           END-IF.

       0090-READ-SCHEDULE.
           READ FEE-SCHED-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SCHED
           END-READ.

       0095-LOAD-ONE-PRODUCT.
      *    A schedule line written before the closing-fee column
      *    existed reads as spaces there - no closing fee
           IF FS-CLOSE-AMT = SPACES
               MOVE ZEROS TO FS-CLOSE-AMT
           END-IF
           IF FS-PRODUCT-CODE = SPACES OR FS-CLOSE-AMT NOT NUMERIC
               DISPLAY "WARNING: Malformed schedule record for '"
                       FS-PRODUCT-CODE "', skipped"
           ELSE
               IF WS-SCHED-COUNT < 50
                   ADD 1 TO WS-SCHED-COUNT
                   MOVE FS-PRODUCT-CODE
                       TO WS-SCH-PRODUCT(WS-SCHED-COUNT)
                   MOVE FS-CLOSE-AMT
                       TO WS-SCH-CLOSE-AMT(WS-SCHED-COUNT)
               ELSE
                   DISPLAY "WARNING: Fee schedule table full, "
                           "product '" FS-PRODUCT-CODE "' ignored"
               END-IF
           END-IF.

      ******************************************************************
      * THE ACCOUNT MASTER AND MAINTTRAIL ARE REQUIRED. HOLDFILE,
      * PENDAPPR AND CUSTXREF MAY NOT EXIST YET ON A YOUNG SYSTEM -
      * NO FILE MEANS NO HOLDS, NO PENDING ITEMS, NO LINKS.
      ******************************************************************
       0100-OPEN-FILES.
           OPEN INPUT CLOSE-REQ-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open CLOSEREQ (status "
                       WS-INPUT-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Account master unavailable (status "
                       WS-ACCT-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MAINT-TRAIL
           IF WS-MAINT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-TRAIL
               CLOSE MAINT-TRAIL
               OPEN I-O MAINT-TRAIL
           END-IF
           OPEN I-O STORD-MASTER
           IF WS-STORD-FILE-STATUS = "35"
               OPEN OUTPUT STORD-MASTER
               CLOSE STORD-MASTER
               OPEN I-O STORD-MASTER
           END-IF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE 'Y' TO WS-HOLD-OPEN
           END-IF
           OPEN INPUT PENDING-APPROVAL
           IF WS-PEND-FILE-STATUS = "00"
               MOVE 'Y' TO WS-PEND-OPEN
           END-IF
           OPEN INPUT CUST-XREF
           IF WS-CXREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CXREF-OPEN
           END-IF
           OPEN INPUT PAY-TRACK-FILE
           IF WS-TRACK-FILE-STATUS = "00"
               MOVE 'Y' TO WS-TRACK-OPEN
           END-IF

           OPEN OUTPUT CLOSE-PAY-FILE
           MOVE WS-TODAY TO PH-VALUE-DATE
           MOVE WS-PAY-HEADER TO CLOSE-PAY-RECORD
           WRITE CLOSE-PAY-RECORD.

       0200-READ-INPUT.
           READ CLOSE-REQ-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-INPUT
           END-READ.

      ******************************************************************
      * ONE CLOSE REQUEST: VALIDATE IT, CHECK THE AUTHORIZER, THEN
      * RUN THE WORKFLOW FOR THE ACCOUNT OR FOR EACH OF THE
      * CUSTOMER'S LINKED ACCOUNTS
      ******************************************************************
       0300-APPLY-ONE-REQUEST.
           MOVE 'Y' TO WS-RECORD-OK
           IF CR-CUST-NUMBER NOT = SPACES
               MOVE CR-CUST-NUMBER TO WS-LOG-SUBJECT
           ELSE
               MOVE CR-ACCT-NUMBER TO WS-LOG-SUBJECT
           END-IF

           IF CR-ACCT-NUMBER = SPACES AND CR-CUST-NUMBER = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Account or customer number missing "
                       "on record " WS-COUNT-READ ", skipping"
           END-IF

           IF RECORD-OK AND CR-AUTHORIZED-BY = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Close of " WS-LOG-SUBJECT
                       " has no authorizing user, skipping"
           END-IF

           IF RECORD-OK AND CR-DISB-ACCT NOT = SPACES
                   AND CR-BENEF-ACCT NOT = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Close of " WS-LOG-SUBJECT
                       " names both a disbursement account and a "
                       "beneficiary, skipping"
           END-IF

           IF RECORD-OK AND CR-BENEF-ACCT NOT = SPACES
                   AND CR-BENEF-BANK = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Close of " WS-LOG-SUBJECT
                       " beneficiary has no bank id, skipping"
           END-IF

      *    Closing is account maintenance - any active operator, the
      *    same test MAINT-ACCOUNT applies when step 6 calls it
           IF RECORD-OK
               MOVE CR-AUTHORIZED-BY TO WS-OPC-OPERATOR-ID
               MOVE SPACES TO WS-OPC-REQUIRED-ROLE
               MOVE ZEROS TO WS-OPC-AMOUNT
               MOVE SPACES TO WS-OPC-CURRENCY
               CALL "OPER-CHECK" USING WS-OPC-REQUEST WS-OPC-RESPONSE
               END-CALL
               IF WS-OPC-STATUS-CODE NOT = "00"
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "REFUSED: CLOSE OF " WS-LOG-SUBJECT
                           " BY " CR-AUTHORIZED-BY " - "
                           WS-OPC-STATUS-MSG
                   MOVE "C" TO WS-LOG-ACTION
                   MOVE "14" TO WS-LOG-STATUS
                   MOVE WS-OPC-STATUS-MSG TO WS-LOG-MSG
                   PERFORM 0800-WRITE-TRAIL
               END-IF
           END-IF

           IF RECORD-OK
               IF CR-CUST-NUMBER NOT = SPACES
                   PERFORM 0350-CLOSE-CUSTOMER
               ELSE
                   MOVE CR-ACCT-NUMBER TO WS-CLS-ACCT
                   PERFORM 0400-CLOSE-ONE-ACCOUNT
               END-IF
           END-IF.

      ******************************************************************
      * CUSTOMER-LEVEL CLOSE: SWEEP THE CUSTOMER'S CUSTXREF LINKS AND
      * RUN EACH ACCOUNT THROUGH THE WORKFLOW, THEN CLOSE THE
      * CUSTOMER ONCE NOTHING LINKED IS LEFT OPEN. THE CALLS INTO
      * CORE-BANKING USE ITS OWN OPEN OF CUSTXREF, SO THIS SWEEP'S
      * POSITION SURVIVES THEM.
      ******************************************************************
       0350-CLOSE-CUSTOMER.
           MOVE 0 TO WS-CUST-LINKS
           MOVE 0 TO WS-CUST-LEFT-OPEN
           MOVE 'N' TO WS-CXREF-SWEEP-DONE
           IF NOT CXREF-OPEN
               MOVE 'Y' TO WS-CXREF-SWEEP-DONE
           ELSE
               MOVE CR-CUST-NUMBER TO CXR-CUST-NUMBER
               MOVE LOW-VALUES TO CXR-ACCT-NUMBER
               START CUST-XREF KEY NOT < CXR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-CXREF-SWEEP-DONE
               END-START
           END-IF
           PERFORM UNTIL CXREF-SWEEP-DONE
               READ CUST-XREF NEXT
                   AT END
                       MOVE 'Y' TO WS-CXREF-SWEEP-DONE
                   NOT AT END
                       IF WS-CXREF-FILE-STATUS NOT = "00"
                           MOVE 'Y' TO WS-CXREF-SWEEP-DONE
                       ELSE
                           IF CXR-CUST-NUMBER NOT = CR-CUST-NUMBER
                               MOVE 'Y' TO WS-CXREF-SWEEP-DONE
                           ELSE
                               ADD 1 TO WS-CUST-LINKS
                               MOVE CXR-ACCT-NUMBER TO WS-CLS-ACCT
                               PERFORM 0400-CLOSE-ONE-ACCOUNT
                               IF NOT CLOSE-OK
                                   ADD 1 TO WS-CUST-LEFT-OPEN
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CUST-LEFT-OPEN > 0
               MOVE WS-CUST-LEFT-OPEN TO WS-ED-COUNT
               DISPLAY "OPEN:    CUSTOMER " CR-CUST-NUMBER " - "
                       WS-ED-COUNT " LINKED ACCOUNT(S) NOT CLOSED, "
                       "CUSTOMER LEFT OPEN"
           ELSE
               INITIALIZE WS-MAINT-REQUEST
               MOVE "C" TO WS-MNT-ACTION
               MOVE CR-AUTHORIZED-BY TO WS-MNT-AUTHORIZED-BY
               MOVE CR-CUST-NUMBER TO WS-MNT-CUST-NUMBER
               CALL "MAINT-ACCOUNT" USING WS-MAINT-REQUEST
                                          WS-MAINT-RESPONSE
               END-CALL
               IF WS-MNT-STATUS-CODE = "00"
                   ADD 1 TO WS-COUNT-CUST-CLOSED
                   DISPLAY "CLOSED:  CUSTOMER " CR-CUST-NUMBER
                           " (" WS-CUST-LINKS " LINKED ACCOUNTS)"
               ELSE
                   ADD 1 TO WS-COUNT-FAILED
                   DISPLAY "FAILED:  CUSTOMER " CR-CUST-NUMBER
                           " STATUS " WS-MNT-STATUS-CODE " "
                           WS-MNT-STATUS-MSG
               END-IF
           END-IF.

       0390-REJECT-RECORD.
           MOVE 'N' TO WS-RECORD-OK
           ADD 1 TO WS-COUNT-REJECTED.

      ******************************************************************
      * THE CLOSE-OUT WORKFLOW FOR ONE ACCOUNT (WS-CLS-ACCT). EACH
      * STEP RUNS ONLY WHILE CLOSE-OK; THE FIRST STEP TO STOP SETS
      * WS-CLS-STATUS/WS-CLS-MSG AND 0490 RECORDS THE OUTCOME.
      ******************************************************************
       0400-CLOSE-ONE-ACCOUNT.
           MOVE 'Y' TO WS-CLOSE-OK
           MOVE "00" TO WS-CLS-STATUS
           MOVE SPACES TO WS-CLS-MSG
           MOVE ZEROS TO WS-CLS-INT-PAID
           MOVE ZEROS TO WS-CLS-OD-INT
           MOVE ZEROS TO WS-CLS-FEE
           MOVE ZEROS TO WS-CLS-FEE-CHARGED
           MOVE ZEROS TO WS-CLS-RESIDUAL
           MOVE SPACE TO WS-CLS-RESID-ROUTE
           MOVE 0 TO WS-CLS-ORDERS
           MOVE SPACES TO WS-MAINT-RESPONSE

           PERFORM 0410-LOAD-ACCOUNT
           IF WS-CLS-STATUS = "CL" AND CR-BENEF-ACCT NOT = SPACES
               PERFORM 0466-REPRESENT-PAYOUT
           END-IF
           IF CLOSE-OK
               MOVE ACCT-OD-ACCRUED-INT TO WS-CLS-OD-INT
               PERFORM 0420-PAY-ACCRUED-INTEREST
           END-IF
           IF CLOSE-OK AND WS-CLS-OD-INT NOT = ZEROS
               PERFORM 0422-CHARGE-DEBIT-INTEREST
           END-IF
           IF CLOSE-OK
               PERFORM 0430-CHARGE-CLOSING-FEE
           END-IF
           IF CLOSE-OK
               PERFORM 0440-CHECK-HOLDS-AND-PENDING
           END-IF
           IF CLOSE-OK
               PERFORM 0450-CANCEL-STANDING-ORDERS
           END-IF
           IF CLOSE-OK
               PERFORM 0460-DISPOSE-RESIDUAL
           END-IF
           IF CLOSE-OK
               PERFORM 0470-FINISH-CLOSE
           END-IF
           PERFORM 0490-RECORD-OUTCOME.

      ******************************************************************
      * READ THE ACCOUNT AND REFUSE WHAT THIS JOB MUST NOT CLOSE: A
      * SETTLEMENT ACCOUNT, A FROZEN ACCOUNT (A COMPLIANCE OR WORKOUT
      * DECISION COMES FIRST), A DORMANT ONE (PROCESS-TX REFUSES ITS
      * DEBITS - MAINT-ACCOUNT 'U' IT FIRST) OR A DISBURSEMENT BACK
      * INTO ITSELF. AN ACCOUNT ALREADY CLOSED IS A RERUN.
      ******************************************************************
       0410-LOAD-ACCOUNT.
           MOVE WS-CLS-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE "02" TO WS-CLS-STATUS
                   MOVE "ERROR: Account not found" TO WS-CLS-MSG
           END-READ

           IF WS-CLS-STATUS = "00"
               MOVE ACCT-CURRENCY TO WS-CLS-CURRENCY
               MOVE ACCT-PRODUCT-CODE TO WS-CLS-PRODUCT
               EVALUATE TRUE
                   WHEN ACCT-NUMBER = WS-INT-SETTLE-ACCT
                           OR ACCT-NUMBER = WS-FEE-INCOME-ACCT
                           OR ACCT-NUMBER = WS-CLEARING-ACCT
                       MOVE "15" TO WS-CLS-STATUS
                       MOVE SPACES TO WS-CLS-MSG
                       STRING "REFUSED: Settlement accounts are not "
                              "closed by close-out" DELIMITED BY SIZE
                           INTO WS-CLS-MSG
                       END-STRING
                   WHEN ACCT-CLOSED
                       MOVE "CL" TO WS-CLS-STATUS
                   WHEN ACCT-FROZEN
                       MOVE "15" TO WS-CLS-STATUS
                       MOVE "REFUSED: Account is frozen" TO WS-CLS-MSG
                   WHEN ACCT-DORMANT
                       MOVE "15" TO WS-CLS-STATUS
                       MOVE SPACES TO WS-CLS-MSG
                       STRING "REFUSED: Account is dormant, reactivate "
                              "with MAINT-ACCOUNT 'U' first"
                                  DELIMITED BY SIZE
                           INTO WS-CLS-MSG
                       END-STRING
                   WHEN CR-DISB-ACCT = WS-CLS-ACCT
                       MOVE "15" TO WS-CLS-STATUS
                       MOVE SPACES TO WS-CLS-MSG
                       STRING "REFUSED: Disbursement account is the "
                              "account being closed" DELIMITED BY SIZE
                           INTO WS-CLS-MSG
                       END-STRING
               END-EVALUATE
           END-IF

           IF WS-CLS-STATUS NOT = "00"
               MOVE 'N' TO WS-CLOSE-OK
           END-IF.

      ******************************************************************
      * STEP 1 - PAY ACCRUED INTEREST TO DATE FROM THE INTEREST
      * SETTLEMENT ACCOUNT AND CLEAR THE BUCKET, EXACTLY AS
      * INT-CAPITAL'S 0310 DOES (A CAPTURED PAYMENT IS IN FLIGHT, SO
      * THE BUCKET IS CLEARED THEN TOO; STEP 3 WAITS FOR IT). THE
      * TX-ID CARRIES THE DATE: INTEREST ACCRUED ON A LATER DAY,
      * WHILE A BLOCKED CLOSE WAITS, IS A NEW PAYMENT.
      ******************************************************************
       0420-PAY-ACCRUED-INTEREST.
           SET BUCKET-CREDIT TO TRUE
           IF ACCT-ACCRUED-INT NOT = ZEROS
               MOVE ACCT-ACCRUED-INT TO WS-REQ-AMOUNT
               MOVE WS-INT-SETTLE-ACCT TO WS-REQ-FROM-ACCT
               MOVE WS-CLS-ACCT TO WS-REQ-TO-ACCT
               MOVE WS-CLS-CURRENCY TO WS-REQ-CURRENCY-CODE
               MOVE "ACCTCLOS" TO WS-REQ-INITIATED-BY
               MOVE SPACES TO WS-REQ-TX-ID
               STRING "CLI-" DELIMITED BY SIZE
                      WS-CLS-ACCT DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      WS-TODAY DELIMITED BY SIZE
                   INTO WS-REQ-TX-ID
               END-STRING

               CALL "PROCESS-TX" USING WS-TX-REQUEST WS-TX-RESPONSE
               END-CALL

               IF WS-RESP-STATUS-CODE = "05"
                   PERFORM 0480-RESOLVE-DUPLICATE
               END-IF
               EVALUATE WS-RESP-STATUS-CODE
                   WHEN "00"
                   WHEN "09"
                       MOVE WS-REQ-AMOUNT TO WS-CLS-INT-PAID
                       ADD WS-REQ-AMOUNT TO WS-TOTAL-INT
                       PERFORM 0425-CLEAR-ACCRUED
                   WHEN OTHER
                       MOVE 'N' TO WS-CLOSE-OK
                       MOVE "99" TO WS-CLS-STATUS
                       MOVE SPACES TO WS-CLS-MSG
                       STRING "FAILED: Interest payout " DELIMITED
                                  BY SIZE
                              WS-RESP-STATUS-MSG DELIMITED BY SIZE
                           INTO WS-CLS-MSG
                       END-STRING
               END-EVALUATE
           END-IF.

      ******************************************************************
      * STEP 1 (DEBIT SIDE) - CHARGE DEBIT INTEREST ACCRUED ON AN
      * OVERDRAFT TO THE INTEREST SETTLEMENT ACCOUNT, INT-CAPITAL'S
      * ODI- ROUTE IN REVERSE OF THE PAYOUT ABOVE. PROCESS-TX DOES
      * NOT HOLD A CHARGE INTO THE SETTLEMENT ACCOUNT TO THE LIMIT,
      * SO IT POSTS EVEN WHEN IT DEEPENS THE OVERDRAFT; STEP 5 THEN
      * REFUSES THE CLOSE UNTIL THE DEBT IS REPAID.
      ******************************************************************
       0422-CHARGE-DEBIT-INTEREST.
           SET BUCKET-DEBIT TO TRUE
           MOVE WS-CLS-OD-INT TO WS-REQ-AMOUNT
           MOVE WS-CLS-ACCT TO WS-REQ-FROM-ACCT
           MOVE WS-INT-SETTLE-ACCT TO WS-REQ-TO-ACCT
           MOVE WS-CLS-CURRENCY TO WS-REQ-CURRENCY-CODE
           MOVE "ACCTCLOS" TO WS-REQ-INITIATED-BY
           MOVE SPACES TO WS-REQ-TX-ID
           STRING "CLO-" DELIMITED BY SIZE
                  WS-CLS-ACCT DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO WS-REQ-TX-ID
           END-STRING

           CALL "PROCESS-TX" USING WS-TX-REQUEST WS-TX-RESPONSE
           END-CALL

           IF WS-RESP-STATUS-CODE = "05"
               PERFORM 0480-RESOLVE-DUPLICATE
           END-IF
           EVALUATE WS-RESP-STATUS-CODE
               WHEN "00"
               WHEN "09"
                   ADD WS-REQ-AMOUNT TO WS-TOTAL-OD-INT
                   PERFORM 0425-CLEAR-ACCRUED
               WHEN OTHER
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "99" TO WS-CLS-STATUS
                   MOVE SPACES TO WS-CLS-MSG
                   STRING "FAILED: Debit interest charge "
                              DELIMITED BY SIZE
                          WS-RESP-STATUS-MSG DELIMITED BY SIZE
                       INTO WS-CLS-MSG
                   END-STRING
           END-EVALUATE.

      ******************************************************************
      * RE-READ THE (NOW CREDITED OR CHARGED) RECORD BEFORE CLEARING
      * THE BUCKET - PROCESS-TX REWROTE IT ON ITS OWN OPEN OF ACCTMSTR
      ******************************************************************
       0425-CLEAR-ACCRUED.
           MOVE WS-CLS-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   DISPLAY "WARNING: Could not re-read account "
                           WS-CLS-ACCT " to clear accrued"
           END-READ
           IF WS-ACCT-FILE-STATUS = "00"
               IF BUCKET-DEBIT
                   MOVE ZEROS TO ACCT-OD-ACCRUED-INT
               ELSE
                   MOVE ZEROS TO ACCT-ACCRUED-INT
               END-IF
               REWRITE ACCT-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: Could not clear accrued on "
                               WS-CLS-ACCT
               END-REWRITE
           END-IF.

      ******************************************************************
      * STEP 2 - THE PRODUCT'S CLOSING FEE, IN USD, TO FEE INCOME.
      * CLF-<ACCOUNT> IS CHARGED ONCE IN THE ACCOUNT'S LIFE, SO A
      * RESUBMITTED CLOSE FINDS IT ON THE AUDIT TRAIL AND MOVES ON.
      * A FEE THE BALANCE CANNOT COVER STOPS THE CLOSE FOR A WAIVER
      * OR WORKOUT DECISION.
      ******************************************************************
       0430-CHARGE-CLOSING-FEE.
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-SCH-PRODUCT(WS-SCHED-IDX) = WS-CLS-PRODUCT
                   MOVE WS-SCH-CLOSE-AMT(WS-SCHED-IDX) TO WS-CLS-FEE
               END-IF
           END-PERFORM

           IF WS-CLS-FEE NOT = ZEROS
               MOVE WS-CLS-FEE TO WS-REQ-AMOUNT
               MOVE WS-CLS-ACCT TO WS-REQ-FROM-ACCT
               MOVE WS-FEE-INCOME-ACCT TO WS-REQ-TO-ACCT
               MOVE "USD" TO WS-REQ-CURRENCY-CODE
               MOVE "ACCTCLOS" TO WS-REQ-INITIATED-BY
               MOVE SPACES TO WS-REQ-TX-ID
               STRING "CLF-" DELIMITED BY SIZE
                      WS-CLS-ACCT DELIMITED BY SPACE
                   INTO WS-REQ-TX-ID
               END-STRING

               CALL "PROCESS-TX" USING WS-TX-REQUEST WS-TX-RESPONSE
               END-CALL

               IF WS-RESP-STATUS-CODE = "05"
                   PERFORM 0480-RESOLVE-DUPLICATE
               END-IF
               EVALUATE WS-RESP-STATUS-CODE
                   WHEN "00"
                   WHEN "09"
                       MOVE WS-CLS-FEE TO WS-CLS-FEE-CHARGED
                       ADD WS-CLS-FEE TO WS-TOTAL-FEES
                   WHEN "01"
                   WHEN "08"
                       MOVE 'N' TO WS-CLOSE-OK
                       MOVE "15" TO WS-CLS-STATUS
                       MOVE SPACES TO WS-CLS-MSG
                       STRING "ESCALATED: Closing fee exceeds "
                              "available balance, waive or settle "
                              "by hand"
                                  DELIMITED BY SIZE
                           INTO WS-CLS-MSG
                       END-STRING
                   WHEN OTHER
                       MOVE 'N' TO WS-CLOSE-OK
                       MOVE "99" TO WS-CLS-STATUS
                       MOVE SPACES TO WS-CLS-MSG
                       STRING "FAILED: Closing fee " DELIMITED BY SIZE
                              WS-RESP-STATUS-MSG DELIMITED BY SIZE
                           INTO WS-CLS-MSG
                       END-STRING
               END-EVALUATE
           END-IF.

      ******************************************************************
      * STEP 3 - AN ACTIVE, UNEXPIRED HOLD REFUSES THE CLOSE (IT IS A
      * CLAIM ON THE FUNDS AND MUST BE RELEASED BY WHOEVER PLACED
      * IT); A PENDING APPROVAL TO OR FROM THE ACCOUNT ESCALATES IT
      * TO THE APPROVERS - MONEY IS STILL IN FLIGHT EITHER WAY
      ******************************************************************
       0440-CHECK-HOLDS-AND-PENDING.
           MOVE 0 TO WS-CLS-HOLD-COUNT
           MOVE 0 TO WS-CLS-PEND-COUNT
           IF HOLD-OPEN
               PERFORM 0442-COUNT-ACTIVE-HOLDS
           END-IF
           IF PEND-OPEN
               PERFORM 0445-COUNT-PENDING-ITEMS
           END-IF

           EVALUATE TRUE
               WHEN WS-CLS-HOLD-COUNT > 0
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "15" TO WS-CLS-STATUS
                   MOVE WS-CLS-HOLD-COUNT TO WS-ED-COUNT
                   MOVE SPACES TO WS-CLS-MSG
                   STRING "REFUSED: " DELIMITED BY SIZE
                          WS-ED-COUNT DELIMITED BY SIZE
                          " active hold(s) must be released first"
                              DELIMITED BY SIZE
                       INTO WS-CLS-MSG
                   END-STRING
               WHEN WS-CLS-PEND-COUNT > 0
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "15" TO WS-CLS-STATUS
                   MOVE WS-CLS-PEND-COUNT TO WS-ED-COUNT
                   MOVE SPACES TO WS-CLS-MSG
                   STRING "ESCALATED: " DELIMITED BY SIZE
                          WS-ED-COUNT DELIMITED BY SIZE
                          " pending approval(s) await a decision"
                              DELIMITED BY SIZE
                       INTO WS-CLS-MSG
                   END-STRING
           END-EVALUATE.

       0442-COUNT-ACTIVE-HOLDS.
           MOVE 'N' TO WS-SWEEP-DONE
           MOVE WS-CLS-ACCT TO HLD-ACCT-NUMBER
           MOVE LOW-VALUES TO HLD-HOLD-ID
           START HOLD-FILE KEY NOT < HLD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-DONE
           END-START
           PERFORM UNTIL SWEEP-DONE
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SWEEP-DONE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN WS-HOLD-FILE-STATUS NOT = "00"
                               MOVE 'Y' TO WS-SWEEP-DONE
                           WHEN HLD-ACCT-NUMBER NOT = WS-CLS-ACCT
                               MOVE 'Y' TO WS-SWEEP-DONE
                           WHEN NOT HLD-ACTIVE
                               CONTINUE
                           WHEN HLD-EXPIRY-DATE NOT = SPACES
                                   AND HLD-EXPIRY-DATE < WS-TODAY
                               CONTINUE
                           WHEN OTHER
                               ADD 1 TO WS-CLS-HOLD-COUNT
                       END-EVALUATE
               END-READ
           END-PERFORM.

       0445-COUNT-PENDING-ITEMS.
           MOVE 'N' TO WS-SWEEP-DONE
           MOVE LOW-VALUES TO PND-TX-ID
           START PENDING-APPROVAL KEY NOT < PND-TX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-DONE
           END-START
           PERFORM UNTIL SWEEP-DONE
               READ PENDING-APPROVAL NEXT
                   AT END
                       MOVE 'Y' TO WS-SWEEP-DONE
                   NOT AT END
                       IF WS-PEND-FILE-STATUS NOT = "00"
                           MOVE 'Y' TO WS-SWEEP-DONE
                       ELSE
                           IF PND-PENDING
                                   AND (PND-FROM-ACCT = WS-CLS-ACCT
                                     OR PND-TO-ACCT = WS-CLS-ACCT)
                               ADD 1 TO WS-CLS-PEND-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * STEP 4 - CANCEL EVERY ACTIVE STANDING ORDER INTO OR OUT OF
      * THE ACCOUNT, STAMPED WITH THE CLOSE'S AUTHORIZER, THE SAME
      * WAY STORD-MAINT'S CANCEL LEAVES THEM (STATUS 'C', RECORD
      * KEPT FOR THE HISTORY). STORDMST IS KEYED BY ORDER ID, SO
      * THIS IS A FULL SWEEP.
      ******************************************************************
       0450-CANCEL-STANDING-ORDERS.
           MOVE 'N' TO WS-SWEEP-DONE
           MOVE LOW-VALUES TO SO-ORDER-ID
           START STORD-MASTER KEY NOT < SO-ORDER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SWEEP-DONE
           END-START
           PERFORM UNTIL SWEEP-DONE
               READ STORD-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-SWEEP-DONE
                   NOT AT END
                       IF WS-STORD-FILE-STATUS NOT = "00"
                           MOVE 'Y' TO WS-SWEEP-DONE
                       ELSE
                           IF SO-ACTIVE
                                   AND (SO-FROM-ACCT = WS-CLS-ACCT
                                     OR SO-TO-ACCT = WS-CLS-ACCT)
                               PERFORM 0455-CANCEL-ONE-ORDER
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0455-CANCEL-ONE-ORDER.
           SET SO-CANCELLED TO TRUE
           MOVE CR-AUTHORIZED-BY TO SO-MAINT-BY
           MOVE FUNCTION CURRENT-DATE TO SO-MAINT-TS
           REWRITE STORD-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not cancel order "
                           SO-ORDER-ID " for " WS-CLS-ACCT
               NOT INVALID KEY
                   ADD 1 TO WS-CLS-ORDERS
                   ADD 1 TO WS-COUNT-ORDERS
                   DISPLAY "CANCEL:  ORDER " SO-ORDER-ID " "
                           SO-FROM-ACCT " -> " SO-TO-ACCT
           END-REWRITE.

      ******************************************************************
      * STEP 5 - AN OVERDRAWN ACCOUNT CANNOT BE RUN OFF: THE DEBT IS
      * REPAID INTO IT FIRST AND THE CLOSE RESUBMITTED. OTHERWISE
      * WHATEVER BALANCE IS LEFT GOES TO THE NOMINATED
      * DISBURSEMENT ACCOUNT, OR IS DEBITED TO THE CLEARING ACCOUNT
      * UNDER POU-<ACCOUNT> AND WRITTEN TO CLOSEPAY FOR PAY-OUTBOUND
      * TO RELEASE (IT SEES THE POSTING AS ALREADY FUNDED). A
      * PAYOUT CAPTURED FOR DUAL CONTROL IS WRITTEN TOO: PAY-OUTBOUND
      * HOLDS IT BACK UNTIL APPROVED, AND THE SAME CLOSEPAY FILE IS
      * RE-PRESENTED AFTER THE APPROVAL.
      ******************************************************************
       0460-DISPOSE-RESIDUAL.
           MOVE WS-CLS-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "99" TO WS-CLS-STATUS
                   MOVE "FAILED: Account could not be re-read"
                       TO WS-CLS-MSG
           END-READ

           IF CLOSE-OK AND ACCT-BALANCE < ZEROS
               MOVE 'N' TO WS-CLOSE-OK
               MOVE "15" TO WS-CLS-STATUS
               MOVE SPACES TO WS-CLS-MSG
               STRING "REFUSED: Account overdrawn, debt must be "
                      "repaid first" DELIMITED BY SIZE
                   INTO WS-CLS-MSG
               END-STRING
           END-IF

           IF CLOSE-OK AND ACCT-BALANCE = ZEROS
                   AND CR-BENEF-ACCT NOT = SPACES
               PERFORM 0466-REPRESENT-PAYOUT
           END-IF

           IF CLOSE-OK AND ACCT-BALANCE NOT = ZEROS
               MOVE ACCT-BALANCE TO WS-CLS-RESIDUAL
               EVALUATE TRUE
                   WHEN CR-DISB-ACCT NOT = SPACES
                       PERFORM 0462-MOVE-TO-DISBURSEMENT
                   WHEN CR-BENEF-ACCT NOT = SPACES
                       PERFORM 0465-FUND-OUTBOUND-PAYMENT
                   WHEN OTHER
                       MOVE 'N' TO WS-CLOSE-OK
                       MOVE "15" TO WS-CLS-STATUS
                       MOVE SPACES TO WS-CLS-MSG
                       STRING "REFUSED: Residual balance but no "
                              "disbursement account or beneficiary"
                                  DELIMITED BY SIZE
                           INTO WS-CLS-MSG
                       END-STRING
               END-EVALUATE
           END-IF.

       0462-MOVE-TO-DISBURSEMENT.
           MOVE WS-CLS-RESIDUAL TO WS-REQ-AMOUNT
           MOVE WS-CLS-ACCT TO WS-REQ-FROM-ACCT
           MOVE CR-DISB-ACCT TO WS-REQ-TO-ACCT
           MOVE WS-CLS-CURRENCY TO WS-REQ-CURRENCY-CODE
           MOVE "ACCTCLOS" TO WS-REQ-INITIATED-BY
           MOVE SPACES TO WS-REQ-TX-ID
           STRING "CLD-" DELIMITED BY SIZE
                  WS-CLS-ACCT DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-TODAY DELIMITED BY SIZE
               INTO WS-REQ-TX-ID
           END-STRING

           CALL "PROCESS-TX" USING WS-TX-REQUEST WS-TX-RESPONSE
           END-CALL

           EVALUATE WS-RESP-STATUS-CODE
               WHEN "00"
                   SET RESID-TO-DISB TO TRUE
               WHEN "09"
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "15" TO WS-CLS-STATUS
                   MOVE SPACES TO WS-CLS-MSG
                   STRING "ESCALATED: Residual transfer captured for "
                          "dual-control approval" DELIMITED BY SIZE
                       INTO WS-CLS-MSG
                   END-STRING
               WHEN OTHER
                   PERFORM 0468-RESIDUAL-FAILED
           END-EVALUATE.

       0465-FUND-OUTBOUND-PAYMENT.
           MOVE WS-CLS-RESIDUAL TO WS-REQ-AMOUNT
           MOVE WS-CLS-ACCT TO WS-REQ-FROM-ACCT
           MOVE WS-CLEARING-ACCT TO WS-REQ-TO-ACCT
           MOVE WS-CLS-CURRENCY TO WS-REQ-CURRENCY-CODE
           MOVE "ACCTCLOS" TO WS-REQ-INITIATED-BY
           MOVE SPACES TO WS-REQ-TX-ID
           STRING "POU-" DELIMITED BY SIZE
                  WS-CLS-ACCT DELIMITED BY SPACE
               INTO WS-REQ-TX-ID
           END-STRING

           CALL "PROCESS-TX" USING WS-TX-REQUEST WS-TX-RESPONSE
           END-CALL

           EVALUATE WS-RESP-STATUS-CODE
               WHEN "00"
                   SET RESID-PAID-OUT TO TRUE
                   PERFORM 0467-WRITE-PAYOUT-INSTRUCTION
               WHEN "09"
                   PERFORM 0467-WRITE-PAYOUT-INSTRUCTION
                   MOVE 'N' TO WS-CLOSE-OK
                   MOVE "15" TO WS-CLS-STATUS
                   MOVE SPACES TO WS-CLS-MSG
                   STRING "ESCALATED: Residual payout captured for "
                          "dual-control approval" DELIMITED BY SIZE
                       INTO WS-CLS-MSG
                   END-STRING
               WHEN "05"
                   PERFORM 0466-REPRESENT-PAYOUT
                   IF PAYOUT-FOUND AND WS-TXQ-TX-STATUS = "09"
                       MOVE 'N' TO WS-CLOSE-OK
                       MOVE "15" TO WS-CLS-STATUS
                       MOVE SPACES TO WS-CLS-MSG
                       STRING "ESCALATED: Residual payout captured "
                              "for dual-control approval"
                                  DELIMITED BY SIZE
                           INTO WS-CLS-MSG
                       END-STRING
                   ELSE
                       PERFORM 0468-RESIDUAL-FAILED
                   END-IF
               WHEN OTHER
                   PERFORM 0468-RESIDUAL-FAILED
           END-EVALUATE.

       0467-WRITE-PAYOUT-INSTRUCTION.
           MOVE WS-CLS-ACCT TO PD-INSTR-REF
           MOVE WS-CLS-ACCT TO PD-DEBTOR-ACCT
           MOVE WS-CLS-RESIDUAL TO PD-AMOUNT
           MOVE WS-CLS-CURRENCY TO PD-CURRENCY
           MOVE CR-BENEF-BANK TO PD-BENEF-BANK
           MOVE CR-BENEF-ACCT TO PD-BENEF-ACCT
           MOVE CR-BENEF-NAME TO PD-BENEF-NAME
           MOVE WS-PAY-DETAIL TO CLOSE-PAY-RECORD
           WRITE CLOSE-PAY-RECORD
           ADD 1 TO PT-RECORD-COUNT
           ADD WS-CLS-RESIDUAL TO PT-HASH-TOTAL.

      ******************************************************************
      * THE ACCOUNT'S ONE PAYOUT, POU-<ACCOUNT>, MAY ALREADY BE ON
      * THE AUDIT TRAIL - CAPTURED ON AN EARLIER RUN AND APPROVED
      * SINCE, OR POSTED BY A RUN THAT STOPPED BEFORE 0467. CLOSEPAY
      * IS REBUILT EACH RUN, SO A POSTED OR CAPTURED, UNREVERSED
      * PAYOUT FROM THIS ACCOUNT TO THE CLEARING ACCOUNT HAS ITS
      * INSTRUCTION WRITTEN AGAIN FROM THE AUDITED AMOUNT. ONE
      * PAYTRACK ALREADY CARRIES FROM AN EARLIER DAY'S FILE - OR
      * HOLDS FOR SCREENING, WHICH PAY-OUTBOUND RESCREENS ON ITS OWN
      * - IS LEFT OUT: PRESENTING IT AGAIN WOULD SEND IT TWICE.
      ******************************************************************
       0466-REPRESENT-PAYOUT.
           MOVE 'N' TO WS-PAYOUT-FOUND
           MOVE SPACES TO WS-TXQ-TX-ID
           STRING "POU-" DELIMITED BY SIZE
                  WS-CLS-ACCT DELIMITED BY SPACE
               INTO WS-TXQ-TX-ID
           END-STRING
           CALL "INQUIRE-TX" USING WS-TXQ-REQUEST WS-TXQ-RESPONSE
           END-CALL
           IF WS-TXQ-STATUS-CODE = "00"
                   AND WS-TXQ-FROM-ACCT = WS-CLS-ACCT
                   AND WS-TXQ-TO-ACCT = WS-CLEARING-ACCT
                   AND WS-TXQ-REVERSED-FLAG NOT = "Y"
                   AND (WS-TXQ-TX-STATUS = "00"
                        OR WS-TXQ-TX-STATUS = "09")
               MOVE 'Y' TO WS-PAYOUT-FOUND
           END-IF

           IF PAYOUT-FOUND
               MOVE WS-TXQ-AMOUNT TO WS-CLS-RESIDUAL
               IF WS-TXQ-TX-STATUS = "00"
                   SET RESID-PAID-OUT TO TRUE
               END-IF
               PERFORM 0469-CHECK-PAYOUT-SENT
               IF PAYOUT-SENT
                   DISPLAY "RERUN:   " WS-TXQ-TX-ID
                           " ALREADY WITH PAY-OUTBOUND"
               ELSE
                   ADD 1 TO WS-COUNT-REPRESENTED
                   DISPLAY "RERUN:   " WS-TXQ-TX-ID
                           " INSTRUCTION RE-PRESENTED"
                   PERFORM 0467-WRITE-PAYOUT-INSTRUCTION
               END-IF
           END-IF.

       0469-CHECK-PAYOUT-SENT.
           MOVE 'N' TO WS-PAYOUT-SENT
           IF TRACK-OPEN
               MOVE WS-CLS-ACCT TO OUT-INSTR-REF
               READ PAY-TRACK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OUT-SCREENING-HOLD
                               OR OUT-VALUE-DATE < WS-TODAY
                           MOVE 'Y' TO WS-PAYOUT-SENT
                       END-IF
               END-READ
           END-IF.

      ******************************************************************
      * A RESIDUAL MOVE PROCESS-TX REFUSED. A DUPLICATE HERE MEANS
      * THE SAME DAY'S (OR, FOR A PAYOUT, THE ACCOUNT'S ONE) RESIDUAL
      * TX-ID IS ALREADY USED AND A BALANCE HAS REAPPEARED SINCE -
      * THAT NEEDS A PERSON, NOT A SECOND AUTOMATIC PAYMENT.
      ******************************************************************
       0468-RESIDUAL-FAILED.
           MOVE 'N' TO WS-CLOSE-OK
           MOVE "99" TO WS-CLS-STATUS
           MOVE SPACES TO WS-CLS-MSG
           IF WS-RESP-STATUS-CODE = "05"
               STRING "FAILED: Residual TX-ID " DELIMITED BY SIZE
                      WS-REQ-TX-ID DELIMITED BY SPACE
                      " already used, manual review" DELIMITED BY SIZE
                   INTO WS-CLS-MSG
               END-STRING
           ELSE
               STRING "FAILED: Residual " DELIMITED BY SIZE
                      WS-RESP-STATUS-MSG DELIMITED BY SIZE
                   INTO WS-CLS-MSG
               END-STRING
           END-IF.

      ******************************************************************
      * STEP 6 - THE ACCOUNT IS RUN OFF; MAINT-ACCOUNT 'C' RE-CHECKS
      * IT (BALANCE, ACCRUED, HOLDS, PENDING) AND FLIPS THE STATUS,
      * WRITING ITS OWN MAINTTRAIL RECORD. ITS VERDICT STANDS.
      ******************************************************************
       0470-FINISH-CLOSE.
           INITIALIZE WS-MAINT-REQUEST
           MOVE WS-CLS-ACCT TO WS-MNT-ACCT-NUMBER
           MOVE "C" TO WS-MNT-ACTION
           MOVE CR-AUTHORIZED-BY TO WS-MNT-AUTHORIZED-BY
           CALL "MAINT-ACCOUNT" USING WS-MAINT-REQUEST
                                      WS-MAINT-RESPONSE
           END-CALL
           IF WS-MNT-STATUS-CODE NOT = "00"
               MOVE 'N' TO WS-CLOSE-OK
               MOVE WS-MNT-STATUS-CODE TO WS-CLS-STATUS
               MOVE WS-MNT-STATUS-MSG TO WS-CLS-MSG
           END-IF.

      ******************************************************************
      * A PRIOR RUN ALREADY USED THIS TX-ID. POSTED OR STILL IN
      * FLIGHT FOR THE SAME AMOUNT COUNTS AS DONE (THE RESPONSE CODE
      * IS REPLACED SO THE CALLER CARRIES ON); A DIFFERENT AMOUNT -
      * SAY INTEREST ACCRUED AGAIN SINCE AN EARLIER RUN THE SAME
      * DAY - OR ANY OTHER OUTCOME STAYS A FAILURE FOR REVIEW.
      ******************************************************************
       0480-RESOLVE-DUPLICATE.
           MOVE WS-REQ-TX-ID TO WS-TXQ-TX-ID
           CALL "INQUIRE-TX" USING WS-TXQ-REQUEST WS-TXQ-RESPONSE
           END-CALL
           EVALUATE TRUE
               WHEN WS-TXQ-STATUS-CODE NOT = "00"
                   MOVE "Duplicate TX-ID but audit lookup failed"
                       TO WS-RESP-STATUS-MSG
               WHEN WS-TXQ-AMOUNT NOT = WS-REQ-AMOUNT
                   MOVE "prior posting was for a different amount"
                       TO WS-RESP-STATUS-MSG
               WHEN WS-TXQ-TX-STATUS = "00" OR
                       WS-TXQ-TX-STATUS = "09"
                   MOVE WS-TXQ-TX-STATUS TO WS-RESP-STATUS-CODE
                   DISPLAY "RERUN:   " WS-REQ-TX-ID
                           " ALREADY ON THE AUDIT TRAIL"
               WHEN OTHER
                   MOVE SPACES TO WS-RESP-STATUS-MSG
                   STRING "prior posting ended with status "
                              DELIMITED BY SIZE
                          WS-TXQ-TX-STATUS DELIMITED BY SIZE
                          ", manual review" DELIMITED BY SIZE
                       INTO WS-RESP-STATUS-MSG
                   END-STRING
           END-EVALUATE.

      ******************************************************************
      * REPORT THE ACCOUNT'S OUTCOME AND LEAVE IT ON MAINTTRAIL: THE
      * CLOSE-OUT SUMMARY (ACTION 'X') FOR A CLOSE, OR THE REASON
      * THE CLOSE STOPPED (ACTION 'C'). A REFUSAL FROM MAINT-ACCOUNT
      * ITSELF IS ALREADY ON MAINTTRAIL AND IS ONLY REPORTED HERE.
      ******************************************************************
       0490-RECORD-OUTCOME.
           MOVE WS-CLS-ACCT TO WS-LOG-SUBJECT
           EVALUATE TRUE
               WHEN CLOSE-OK
                   ADD 1 TO WS-COUNT-CLOSED
                   PERFORM 0495-BUILD-SUMMARY
                   DISPLAY "CLOSED:  " WS-CLS-ACCT " " WS-LOG-MSG
                   MOVE "X" TO WS-LOG-ACTION
                   MOVE "00" TO WS-LOG-STATUS
                   PERFORM 0800-WRITE-TRAIL
               WHEN WS-CLS-STATUS = "CL"
      *            Already closed - a resubmitted request, or a
      *            customer close picking up an account closed
      *            earlier; it stays closed for the customer tally
                   MOVE 'Y' TO WS-CLOSE-OK
                   ADD 1 TO WS-COUNT-ALREADY
                   DISPLAY "RERUN:   " WS-CLS-ACCT " ALREADY CLOSED"
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN WS-CLS-MSG(1:10) = "ESCALATED:"
                           ADD 1 TO WS-COUNT-ESCALATED
                       WHEN WS-CLS-STATUS = "15"
                           ADD 1 TO WS-COUNT-REFUSED
                       WHEN OTHER
                           ADD 1 TO WS-COUNT-FAILED
                   END-EVALUATE
                   DISPLAY "OPEN:    " WS-CLS-ACCT " STATUS "
                           WS-CLS-STATUS " " WS-CLS-MSG
                   IF WS-MNT-STATUS-CODE = WS-CLS-STATUS
                           AND WS-MNT-STATUS-MSG = WS-CLS-MSG
                       CONTINUE
                   ELSE
                       MOVE "C" TO WS-LOG-ACTION
                       MOVE WS-CLS-STATUS TO WS-LOG-STATUS
                       MOVE WS-CLS-MSG TO WS-LOG-MSG
                       PERFORM 0800-WRITE-TRAIL
                   END-IF
           END-EVALUATE.

      ******************************************************************
      * THE MAINTTRAIL CLOSE-OUT SUMMARY: INTEREST PAID (ACCOUNT
      * CURRENCY), CLOSING FEE (USD), ORDERS CANCELLED, AND THE
      * RESIDUAL WITH WHERE IT WENT ('D' DISBURSEMENT ACCOUNT, 'P'
      * PAID OUT UNDER POU-<ACCOUNT>, '-' NONE)
      ******************************************************************
       0495-BUILD-SUMMARY.
           MOVE WS-CLS-INT-PAID TO WS-ED-INT
           MOVE WS-CLS-FEE-CHARGED TO WS-ED-FEE
           MOVE WS-CLS-ORDERS TO WS-ED-ORDERS
           MOVE WS-CLS-RESIDUAL TO WS-ED-RESID
           MOVE SPACES TO WS-LOG-MSG
           STRING "INT" DELIMITED BY SIZE
                  WS-ED-INT DELIMITED BY SIZE
                  " FEE" DELIMITED BY SIZE
                  WS-ED-FEE DELIMITED BY SIZE
                  " SO" DELIMITED BY SIZE
                  WS-ED-ORDERS DELIMITED BY SIZE
                  " RES" DELIMITED BY SIZE
                  WS-ED-RESID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
               INTO WS-LOG-MSG
           END-STRING
           EVALUATE TRUE
               WHEN RESID-TO-DISB
                   MOVE "D" TO WS-LOG-MSG(59:1)
                   MOVE CR-DISB-ACCT TO WS-LOG-MSG(61:16)
               WHEN RESID-PAID-OUT
                   MOVE "P" TO WS-LOG-MSG(59:1)
                   MOVE CR-BENEF-BANK TO WS-LOG-MSG(61:11)
               WHEN OTHER
                   MOVE "-" TO WS-LOG-MSG(59:1)
           END-EVALUATE.

      ******************************************************************
      * WRITE ONE MAINTTRAIL RECORD FOR WS-LOG-SUBJECT. MAINT-ACCOUNT
      * MAY HAVE WRITTEN THE SAME ACCOUNT'S 'C' RECORD IN THIS CLOCK
      * TICK - RETRY UNDER A SEQUENCE IN THE TIMESTAMP'S ZONE OFFSET
      * POSITIONS, AS STORD-MAINT DOES, SO NO RECORD IS LOST
      ******************************************************************
       0800-WRITE-TRAIL.
           INITIALIZE MAINT-RECORD
           MOVE WS-LOG-SUBJECT TO MNT-ACCT-NUMBER
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP
           MOVE WS-LOG-ACTION TO MNT-ACTION
           MOVE CR-AUTHORIZED-BY TO MNT-AUTHORIZED-BY
           MOVE WS-LOG-STATUS TO MNT-STATUS-CODE
           MOVE WS-LOG-MSG TO MNT-STATUS-MSG
           WRITE MAINT-RECORD
               INVALID KEY
                   ADD 1 TO WS-LOG-SEQ
                   MOVE WS-LOG-SEQ TO MNT-TIMESTAMP(22:5)
                   WRITE MAINT-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: Could not write "
                                   "maintenance trail record for "
                                   WS-LOG-SUBJECT
                   END-WRITE
           END-WRITE.

       0900-CLOSE-FILES.
           MOVE WS-PAY-TRAILER TO CLOSE-PAY-RECORD
           WRITE CLOSE-PAY-RECORD
           CLOSE CLOSE-PAY-FILE
           CLOSE CLOSE-REQ-FILE
           CLOSE ACCOUNT-MASTER
           CLOSE MAINT-TRAIL
           CLOSE STORD-MASTER
           IF HOLD-OPEN
               CLOSE HOLD-FILE
           END-IF
           IF PEND-OPEN
               CLOSE PENDING-APPROVAL
           END-IF
           IF CXREF-OPEN
               CLOSE CUST-XREF
           END-IF
           IF TRACK-OPEN
               CLOSE PAY-TRACK-FILE
           END-IF.

       END PROGRAM ACCT-CLOSE.

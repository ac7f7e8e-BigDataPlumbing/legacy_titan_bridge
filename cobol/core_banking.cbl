      *                                                    reactivate
      *                                                    a dormant
      *                                                    account,
      *                                                'C' close -
      *                         refused (status 15) until the account
      *                         is fully run off: zero balance, no
      *                         accrued credit or debit interest, no
      *                         active holds and no pending
      *                         approvals. ACCT-CLOSE's
      *                         close-out workflow gets it there and
      *                         then calls this action itself
      *              LS-MAINT-AUTHORIZED-BY  (Input) - approver ID,
      *                                                recorded with
      *                                                a timestamp on
      *                                                the account;
      *                                                must be active
      *                                                on OPERMSTR
      *              LS-MAINT-CUST-NUMBER    (Input) - non-blank:
      *                         customer-level action - applied to
      *                         the customer master record and
      *                         fanned out to every CUSTXREF-linked
      *                         account under this one authorization
      *                         (the account number field is ignored);
      *                         a customer-level 'C' is refused
      *                         outright unless every linked account
      *                         passes the same close-out test
      * Parameters (INQUIRE-ACCOUNT) - read-only, no files updated:
      *              LS-INQ-ACCT-NUMBER      (Input) - account to look
      *                                                up
      *                         limits (account profile over product
      *                         profile over the global defaults) so
      *                         the sidecar displays the numbers
      *                         that will actually be enforced, and
      *                         the resolved overdraft facility
      *                         (limit, debit rate, expiry). The
      *                         balance is signed (trailing sign in
      *                         the last digit) - negative while the
      *                         account is drawn on its overdraft
      * Parameters (INQUIRE-TX) - read-only, no files updated:
      *              LS-TXQ-TX-ID            (Input) - audit TX-ID to
      *                                                look up
      *              LS-HOLD-EXPIRY          (Input) - YYYYMMDD after
      *                         which the hold lapses automatically;
      *                         blank holds stand until released
      *              LS-HOLD-AUTHORIZED-BY   (Input) - authorizer;
      *                         must be an active operator on OPERMSTR
      *
      * Holds reduce the balance PROCESS-TX will lend against: the
      * funds check tests the transfer against ACCT-BALANCE minus the
      * sum of the source account's active, unexpired holds, and a
      * transfer that only fails because of holds gets status 08.
      *
      * Arranged overdrafts: ACCT-BALANCE is signed, and the funds
      * check lends up to the balance PLUS the account's arranged
      * overdraft limit (LIMPROF LIM-OD-LIMIT, account profile over
      * product profile, in the account's own currency) minus holds.
      * A facility past its LIM-OD-EXPIRY lends nothing. A debit
      * into the interest settlement account - the bank charging
      * its own debit interest - is not held to the limit, and
      * REVERSE-TX voids a credit even when that overdraws the
      * account; OD-EXCESS reports every account left beyond its
      * facility either way.
      *
      * Parameters (APPROVE-TX):
      *              LS-APPR-TX-ID           (Input) - captured
      *                                                transfer to
      *                                                'R' reject
      *              LS-APPR-APPROVED-BY     (Input) - second
      *                         operator; must differ from the
      *                         initiator recorded at capture, be
      *                         active on OPERMSTR and hold an
      *                         approval authority at least the
      *                         transfer's USD value
      *
      * Dual control: a PROCESS-TX transfer whose USD equivalent
      * exceeds WS-APPROVAL-THRESHOLD is not posted - it passes all
      *   11 - Approval Expired
      *   12 - Posting Closed (end-of-day cutover in progress)
      *   13 - Account Dormant (debit refused until reactivation)
      *   14 - Operator Not Authorized
      *   15 - Close-Out Incomplete (balance, accrued credit or debit
      *        interest, active holds or pending approvals remain on
      *        the account)
      *   99 - System Error
      *
      * Operator entitlement: LS-MAINT-AUTHORIZED-BY, LS-HOLD-
      * AUTHORIZED-BY and LS-APPR-APPROVED-BY are checked through
      * OPER-CONTROL's OPER-CHECK against the OPERMSTR operator
      * master - the ID must be on file and active, and an approver
      * must also hold an approval authority of at least the
      * captured transfer's USD value. A refusal returns status 14
      * and is recorded on MAINTTRAIL (action 'H' for a hold, 'A'
      * for an approval, the maintenance action itself otherwise).
      *
      * Audit hash chain: every AUDTRAIL entry is sealed just before
      * it is written - AUD-HASH covers the record's own fields, its
      * position in the business date's chain and the previous
      * entry's link hash (1680-SEAL-AUDIT-ENTRY), and the AUDCHAIN
      * head for the date advances only once the write has landed
      * (1690-ADVANCE-CHAIN-HEAD). A captured entry rewritten by
      * APPROVE-TX keeps its chain position and is re-sealed in place;
      * the decision entry carries the new hash in AUD-RELATED-HASH.
      * AUD-VERIFY re-walks the chains nightly.
      *
      * Business-date index: every entry written or rewritten is also
      * recorded on AUDDATE under (AUD-TIMESTAMP date, TX-ID)
      * (1780-WRITE-DATE-INDEX), so the nightly jobs read one day's
      * entries by key instead of the whole trail. DATE-XREF-BUILD
      * rebuilds it from an existing AUDTRAIL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORE-BANKING.
               RECORD KEY IS LIM-KEY
               FILE STATUS IS WS-LIM-FILE-STATUS.

           SELECT AUDIT-CHAIN ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-KEY
               FILE STATUS IS WS-CHAIN-FILE-STATUS.

           SELECT AUDIT-DATE-INDEX ASSIGN TO "AUDDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADX-KEY
               FILE STATUS IS WS-ADX-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCOUNT-MASTER.
       FD  LIMIT-PROFILE.
       COPY LIMREC.

       FD  AUDIT-CHAIN.
       COPY CHAINREC.

       FD  AUDIT-DATE-INDEX.
       COPY DATEXREC.

       WORKING-STORAGE SECTION.

      ******************************************************************
      *    older than this many business days - overridable via the
      *    optional FXPARM parameter file
           05  WS-FX-STALE-DAYS        PIC 9(3) VALUE 3.
      *    The interest settlement account INT-CAPITAL charges debit
      *    interest into - such a charge is not held to the
      *    overdraft limit (see 1300-CHECK-ACCOUNTS)
           05  WS-INT-SETTLE-ACCT      PIC X(16)
                                       VALUE "INTSETTLE0000001".
       
      ******************************************************************
      * WORKING VARIABLES
      ******************************************************************
       01  WS-WORK-FIELDS.
           05  WS-CURRENT-BALANCE      PIC 9(12)V99 VALUE 0.
           05  WS-NEW-BALANCE          PIC S9(12)V99 VALUE 0.
           05  WS-DAILY-TOTAL          PIC 9(12)V99 VALUE 0.
           05  WS-LIMIT-CHECK-AMOUNT   PIC 9(12)V99 VALUE 0.
           05  WS-LOG-RETRY-SEQ        PIC 9(2) VALUE 0.
           05  WS-CUST-FILE-STATUS     PIC XX.
           05  WS-CXREF-FILE-STATUS    PIC XX.
           05  WS-LIM-FILE-STATUS      PIC XX.
           05  WS-CHAIN-FILE-STATUS    PIC XX.
           05  WS-ADX-FILE-STATUS      PIC XX.

      ******************************************************************
      * SOURCE ACCOUNT WORK AREA - loaded from the account master
      ******************************************************************
       01  WS-FROM-ACCT-REC.
           05  WS-FROM-NUMBER          PIC X(16).
           05  WS-FROM-BALANCE         PIC S9(12)V99.
           05  WS-FROM-STATUS          PIC X(1).
               88  FROM-ACTIVE         VALUE 'A'.
               88  FROM-FROZEN         VALUE 'F'.
           05  WS-FROM-DAILY-TOTAL     PIC 9(12)V99.
           05  WS-FROM-DAILY-DATE      PIC X(8).
           05  WS-FROM-PRODUCT         PIC X(4).
           05  WS-FROM-OD-ACCRUED      PIC 9(12)V99.

      ******************************************************************
      * DESTINATION ACCOUNT WORK AREA - loaded from the account master
      ******************************************************************
       01  WS-TO-ACCT-REC.
           05  WS-TO-NUMBER            PIC X(16).
           05  WS-TO-BALANCE           PIC S9(12)V99.
           05  WS-TO-STATUS            PIC X(1).
               88  TO-ACTIVE           VALUE 'A'.
               88  TO-FROZEN           VALUE 'F'.
           05  WS-AVAILABLE-BALANCE    PIC S9(12)V99 VALUE 0.
           05  WS-HOLD-SWEEP-DONE      PIC X VALUE 'N'.
               88  HOLD-SWEEP-DONE     VALUE 'Y'.
           05  WS-INT-CHARGE-SW        PIC X VALUE 'N'.
               88  DEBIT-INT-CHARGE    VALUE 'Y'.

      ******************************************************************
      * HASH WORK AREA - 4-LANE POLYNOMIAL CHECKSUM OVER THE PAYLOAD.
      * THE SOURCE IS LOADED FROM THE AUDIT RECORD ITSELF (1650), SO
      * AUD-VERIFY CAN RECOMPUTE EVERY HASH FROM AUDTRAIL ALONE - ITS
      * COPY OF THIS LAYOUT AND OF 1600 MUST STAY IN STEP WITH THESE.
      ******************************************************************
       01  WS-HASH-SOURCE.
           05  WS-HASH-TXID            PIC X(32).
           05  WS-HASH-TIME            PIC X(26).
           05  WS-HASH-STATUS          PIC X(2).
           05  WS-HASH-CURRENCY        PIC X(3).
           05  WS-HASH-MSG             PIC X(80).
           05  WS-HASH-TO-AMOUNT       PIC 9(12)V99.
           05  WS-HASH-TO-CURRENCY     PIC X(3).
           05  WS-HASH-REVERSAL-OF     PIC X(32).
           05  WS-HASH-CHAIN-DATE      PIC X(8).
           05  WS-HASH-CHAIN-SEQ       PIC 9(9).
           05  WS-HASH-PREV            PIC X(64).
           05  WS-HASH-RELATED         PIC X(64).

       01  WS-HASH-WORK.
           05  WS-HASH-PAYLOAD         PIC X(383).
           05  WS-HASH-RESULT          PIC X(64).
           05  WS-HASH-POS             PIC 9(3).
           05  WS-HASH-BYTE-VAL        PIC 9(3).
           05  WS-PRIME-3              PIC 9(7) VALUE 1000037.
           05  WS-PRIME-4              PIC 9(7) VALUE 1000039.

      ******************************************************************
      * AUDIT CHAIN WORK AREA - THE DAY'S HEAD AS READ BY 1680 WHEN
      * THE ENTRY WAS SEALED, HELD FOR 1690 TO ADVANCE AFTER THE WRITE
      ******************************************************************
       01  WS-CHAIN-WORK.
           05  WS-CHAIN-DATE           PIC X(8).
           05  WS-CHAIN-NEXT-SEQ       PIC 9(9) VALUE 0.
           05  WS-CHAIN-HEAD-FLAG      PIC X VALUE 'N'.
               88  CHAIN-HEAD-ON-FILE  VALUE 'Y'.
      *    6500 only: the rewritten entry took a new chain position
      *    (it predates chaining) rather than keeping its own
           05  WS-CHAIN-NEW-LINK-FLAG  PIC X VALUE 'N'.
               88  CHAIN-NEW-LINK      VALUE 'Y'.

       01  WS-HEX-DIGITS               PIC X(16)
               VALUE "0123456789ABCDEF".
       01  WS-HEX-WORK.
      * ACCOUNT/PRODUCT PAIR: GLOBAL DEFAULTS, OVERLAID BY THE
      * PRODUCT PROFILE, OVERLAID BY THE ACCOUNT PROFILE, FIELD BY
      * FIELD (A ZERO PROFILE FIELD INHERITS). ALL USD, LIKE THE
      * DEFAULTS THEY REPLACE - EXCEPT THE OVERDRAFT FACILITY, WHICH
      * IS IN THE ACCOUNT'S OWN CURRENCY AND HAS NO GLOBAL DEFAULT
      * (NO PROFILE, NO OVERDRAFT). WS-OD-HEADROOM IS THE LIMIT THE
      * FACILITY WILL ACTUALLY LEND TODAY: ZERO ONCE IT HAS EXPIRED.
      ******************************************************************
       01  WS-EFFECTIVE-LIMITS.
           05  WS-EFF-DAILY-LIMIT      PIC 9(12)V99 VALUE 0.
           05  WS-EFF-SINGLE-TX-LIMIT  PIC 9(12)V99 VALUE 0.
           05  WS-EFF-APPR-THRESHOLD   PIC 9(12)V99 VALUE 0.
           05  WS-EFF-OD-LIMIT         PIC 9(12)V99 VALUE 0.
           05  WS-EFF-OD-RATE          PIC 9(2)V9(4) VALUE 0.
           05  WS-EFF-OD-EXPIRY        PIC X(8) VALUE SPACES.
           05  WS-OD-HEADROOM          PIC 9(12)V99 VALUE 0.

       01  WS-LIMIT-RESOLVE-WORK.
           05  WS-LIM-ACCT             PIC X(16).
           05  WS-MAINT-FAN-FAILED     PIC 9(5) VALUE 0.
           05  WS-CXREF-SWEEP-DONE     PIC X VALUE 'N'.
               88  CXREF-SWEEP-DONE    VALUE 'Y'.
           05  WS-MAINT-PEND-COUNT     PIC 9(5) VALUE 0.

      ******************************************************************
      * DUAL-CONTROL WORK AREA
      *    so a failure while expiring one stale item in the sweep
      *    cannot poison an unrelated approve/reject on the same call
           05  WS-AUDIT-UPD-STATUS     PIC XX VALUE "00".

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
       
       LINKAGE SECTION.
      ******************************************************************
           05  LS-INQ-STATUS-CODE      PIC XX.
           05  LS-INQ-STATUS-MSG       PIC X(80).
           05  LS-INQ-PROCESSED-TIME   PIC X(26).
           05  LS-INQ-BALANCE          PIC S9(12)V99.
           05  LS-INQ-ACCT-STATUS      PIC X(1).
           05  LS-INQ-CURRENCY         PIC X(3).
           05  LS-INQ-DAILY-HEADROOM   PIC 9(12)V99.
           05  LS-INQ-DAILY-LIMIT      PIC 9(12)V99.
           05  LS-INQ-SINGLE-TX-LIMIT  PIC 9(12)V99.
           05  LS-INQ-APPR-THRESHOLD   PIC 9(12)V99.
      *    The resolved arranged overdraft facility, in the
      *    account's own currency (expiry blank = open-ended)
           05  LS-INQ-OD-LIMIT         PIC 9(12)V99.
           05  LS-INQ-OD-RATE          PIC 9(2)V9(4).
           05  LS-INQ-OD-EXPIRY        PIC X(8).

      ******************************************************************
      * EXTERNAL INTERFACE FOR FFI CALLS - INQUIRE-TX
                   PERFORM 1500-EXECUTE-TRANSFER
               END-IF
           END-IF
           IF NOT APPROVAL-MODE
               PERFORM 1700-LOG-TRANSACTION
           END-IF.
                   OPEN I-O LIMIT-PROFILE
               END-IF

               OPEN I-O AUDIT-CHAIN
               IF WS-CHAIN-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-CHAIN
                   CLOSE AUDIT-CHAIN
                   OPEN I-O AUDIT-CHAIN
               END-IF

               OPEN I-O AUDIT-DATE-INDEX
               IF WS-ADX-FILE-STATUS = "35"
                   OPEN OUTPUT AUDIT-DATE-INDEX
                   CLOSE AUDIT-DATE-INDEX
                   OPEN I-O AUDIT-DATE-INDEX
               END-IF

      *        The FX table is NOT loaded here - 0170-LOAD-BUSINESS-
      *        DATE loads it on the first call and reloads it when
      *        the business date moves (or while the rates are
                   MOVE ACCT-DAILY-TOTAL TO WS-FROM-DAILY-TOTAL
                   MOVE ACCT-DAILY-DATE TO WS-FROM-DAILY-DATE
                   MOVE ACCT-PRODUCT-CODE TO WS-FROM-PRODUCT
                   MOVE ACCT-OD-ACCRUED-INT TO WS-FROM-OD-ACCRUED
           END-READ

           IF TX-STATUS = "00" AND WS-FROM-CURRENCY = SPACES
           END-IF

      *    Check sufficient funds against the AVAILABLE balance -
      *    the ledger balance plus the arranged overdraft the
      *    facility will still lend, less the sum of active holds. A
      *    transfer the balance and facility could cover but the
      *    holds block gets its own status (08) so the caller can
      *    tell a hold problem from a plain shortfall (01). The
      *    bank's own debit interest charge (destination: the
      *    interest settlement account, for no more than the debit
      *    interest accrued on the account) is not held to the
      *    limit - the interest is owed whether or not the facility
      *    has room, and OD-EXCESS reports an account it takes
      *    over. Anything else sent to that account is an ordinary
      *    transfer. The holds check applies to every transfer; for
      *    the interest charge it only bites when holds are active.
      *    A charge captured for dual control has already had its
      *    accrual cleared by INT-CAPITAL (ODI-) or ACCT-CLOSE
      *    (CLO-), so on approval it is known by its TX-ID instead.
           MOVE "N" TO WS-INT-CHARGE-SW
           IF TX-TO = WS-INT-SETTLE-ACCT
                   AND WS-FROM-AMOUNT NOT > WS-FROM-OD-ACCRUED
               MOVE "Y" TO WS-INT-CHARGE-SW
           END-IF
           IF APPROVAL-MODE AND TX-TO = WS-INT-SETTLE-ACCT
                   AND (TX-ID(1:4) = "ODI-" OR TX-ID(1:4) = "CLO-")
               MOVE "Y" TO WS-INT-CHARGE-SW
           END-IF

           IF TX-STATUS = "00"
               MOVE WS-FROM-NUMBER TO WS-LIM-ACCT
               MOVE WS-FROM-PRODUCT TO WS-LIM-PRODUCT
               PERFORM 1380-RESOLVE-LIMITS
               COMPUTE WS-AVAILABLE-BALANCE =
                   WS-FROM-BALANCE + WS-OD-HEADROOM
               IF WS-FROM-AMOUNT > WS-AVAILABLE-BALANCE
                       AND NOT DEBIT-INT-CHARGE
                   MOVE "01" TO TX-STATUS
                   MOVE "ERROR: Insufficient funds for transfer"
                       TO TX-MESSAGE
               MOVE WS-FROM-NUMBER TO WS-HOLD-SWEEP-ACCT
               PERFORM 1370-SUM-ACTIVE-HOLDS
               COMPUTE WS-AVAILABLE-BALANCE =
                   WS-FROM-BALANCE + WS-OD-HEADROOM - WS-HELD-TOTAL
               IF WS-FROM-AMOUNT > WS-AVAILABLE-BALANCE
                       AND (NOT DEBIT-INT-CHARGE
                            OR WS-HELD-TOTAL > 0)
                   MOVE "08" TO TX-STATUS
                   MOVE "ERROR: Funds held, available balance too low"
                       TO TX-MESSAGE
           MOVE WS-DAILY-LIMIT TO WS-EFF-DAILY-LIMIT
           MOVE WS-SINGLE-TX-LIMIT TO WS-EFF-SINGLE-TX-LIMIT
           MOVE WS-APPROVAL-THRESHOLD TO WS-EFF-APPR-THRESHOLD
           MOVE ZEROS TO WS-EFF-OD-LIMIT
           MOVE ZEROS TO WS-EFF-OD-RATE
           MOVE SPACES TO WS-EFF-OD-EXPIRY

           IF WS-LIM-PRODUCT NOT = SPACES
               SET LIM-SCOPE-PRODUCT TO TRUE
                   NOT INVALID KEY
                       PERFORM 1390-OVERLAY-PROFILE
               END-READ
           END-IF

           MOVE WS-EFF-OD-LIMIT TO WS-OD-HEADROOM
           IF WS-EFF-OD-EXPIRY NOT = SPACES
                   AND WS-EFF-OD-EXPIRY < WS-TODAY
               MOVE ZEROS TO WS-OD-HEADROOM
           END-IF.

       1390-OVERLAY-PROFILE.
           END-IF
           IF LIM-APPR-THRESHOLD NOT = ZEROS
               MOVE LIM-APPR-THRESHOLD TO WS-EFF-APPR-THRESHOLD
           END-IF
      *    A profile written before the facility fields existed
      *    reads as spaces there, which inherits like zero
           IF LIM-OD-LIMIT IS NUMERIC AND LIM-OD-LIMIT NOT = ZEROS
               MOVE LIM-OD-LIMIT TO WS-EFF-OD-LIMIT
           END-IF
           IF LIM-OD-RATE IS NUMERIC AND LIM-OD-RATE NOT = ZEROS
               MOVE LIM-OD-RATE TO WS-EFF-OD-RATE
           END-IF
           IF LIM-OD-EXPIRY IS NUMERIC
               MOVE LIM-OD-EXPIRY TO WS-EFF-OD-EXPIRY
           END-IF.

      ******************************************************************
      * collide the way the old STRING-and-pad label could.
      ******************************************************************
       1600-GENERATE-HASH.
           MOVE WS-HASH-SOURCE TO WS-HASH-PAYLOAD

           MOVE 14695981 TO WS-HASH-1
           MOVE 2166136 TO WS-HASH-2
           MOVE 1 TO WS-HASH-4

           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 383
               COMPUTE WS-HASH-BYTE-VAL =
                   FUNCTION ORD(WS-HASH-PAYLOAD(WS-HASH-POS:1))
               COMPUTE WS-HASH-1 =
           MOVE WS-HEX-OUTPUT TO WS-HASH-RESULT(49:16).

      ******************************************************************
      * LOAD THE HASH SOURCE AREA FROM THE AUDIT RECORD ABOUT TO BE
      * WRITTEN OR REWRITTEN - EVERY FIELD THAT SAYS WHAT HAPPENED,
      * PLUS ITS CHAIN POSITION AND PREDECESSOR. THE REVERSED FLAG
      * IS LEFT OUT: IT IS SET LATER, BY THE REVERSAL, AND IS PROVED
      * AGAINST THE REVERSAL ENTRY INSTEAD.
      ******************************************************************
       1650-LOAD-HASH-SOURCE.
           MOVE AUD-TX-ID TO WS-HASH-TXID
           MOVE AUD-FROM-ACCT TO WS-HASH-FROM
           MOVE AUD-TO-ACCT TO WS-HASH-TO
           MOVE AUD-AMOUNT TO WS-HASH-AMOUNT
           MOVE AUD-TIMESTAMP TO WS-HASH-TIME
           MOVE AUD-STATUS-CODE TO WS-HASH-STATUS
           MOVE AUD-CURRENCY TO WS-HASH-CURRENCY
           MOVE AUD-STATUS-MSG TO WS-HASH-MSG
           MOVE AUD-TO-AMOUNT TO WS-HASH-TO-AMOUNT
           MOVE AUD-TO-CURRENCY TO WS-HASH-TO-CURRENCY
           MOVE AUD-REVERSAL-OF TO WS-HASH-REVERSAL-OF
           MOVE AUD-CHAIN-DATE TO WS-HASH-CHAIN-DATE
           MOVE AUD-CHAIN-SEQ TO WS-HASH-CHAIN-SEQ
           MOVE AUD-PREV-HASH TO WS-HASH-PREV
           MOVE AUD-RELATED-HASH TO WS-HASH-RELATED.

      ******************************************************************
      * SEAL THE ENTRY IN THE AUDIT-RECORD BUFFER INTO ITS BUSINESS
      * DATE'S CHAIN: TAKE THE NEXT SEQUENCE AND THE PREVIOUS LINK
      * HASH FROM THE AUDCHAIN HEAD (NO HEAD = FIRST ENTRY OF THE
      * DAY), THEN HASH THE RECORD. THE HEAD IS NOT TOUCHED HERE -
      * A WRITE THAT FAILS MUST NOT CONSUME A SEQUENCE, SO A RETRY
      * UNDER A SUFFIXED KEY SIMPLY SEALS AGAIN.
      ******************************************************************
       1680-SEAL-AUDIT-ENTRY.
           MOVE AUD-TIMESTAMP(1:8) TO WS-CHAIN-DATE
           MOVE WS-CHAIN-DATE TO CHN-BUS-DATE
           MOVE ZEROS TO CHN-SEQ
           READ AUDIT-CHAIN
               INVALID KEY
                   MOVE 'N' TO WS-CHAIN-HEAD-FLAG
                   MOVE 1 TO WS-CHAIN-NEXT-SEQ
                   MOVE SPACES TO AUD-PREV-HASH
               NOT INVALID KEY
                   MOVE 'Y' TO WS-CHAIN-HEAD-FLAG
                   COMPUTE WS-CHAIN-NEXT-SEQ = CHN-LAST-SEQ + 1
                   MOVE CHN-LINK-HASH TO AUD-PREV-HASH
           END-READ
           MOVE WS-CHAIN-DATE TO AUD-CHAIN-DATE
           MOVE WS-CHAIN-NEXT-SEQ TO AUD-CHAIN-SEQ
           PERFORM 1650-LOAD-HASH-SOURCE
           PERFORM 1600-GENERATE-HASH
           MOVE WS-HASH-RESULT TO AUD-HASH
           MOVE WS-HASH-RESULT TO AUD-LINK-HASH.

      ******************************************************************
      * RE-SEAL AN ENTRY REWRITTEN IN PLACE: SAME CHAIN POSITION AND
      * PREDECESSOR, NEW AUD-HASH OVER THE NEW CONTENT. AUD-LINK-HASH
      * KEEPS THE HASH THE CHAIN WAS BUILT ON, SO THE SUCCESSOR'S
      * LINK STILL HOLDS.
      ******************************************************************
       1685-RESEAL-AUDIT-ENTRY.
           PERFORM 1650-LOAD-HASH-SOURCE
           PERFORM 1600-GENERATE-HASH
           MOVE WS-HASH-RESULT TO AUD-HASH.

      ******************************************************************
      * THE SEALED ENTRY IS ON FILE - RECORD ITS LINK AND MOVE THE
      * DAY'S HEAD ON TO IT. A FAILURE HERE LEAVES THE ENTRY WRITTEN
      * BUT UNLINKED, WHICH AUD-VERIFY WILL REPORT.
      ******************************************************************
       1690-ADVANCE-CHAIN-HEAD.
           MOVE AUD-CHAIN-DATE TO CHN-BUS-DATE
           MOVE AUD-CHAIN-SEQ TO CHN-SEQ
           MOVE AUD-TX-ID TO CHN-TX-ID
           MOVE AUD-LINK-HASH TO CHN-LINK-HASH
           MOVE ZEROS TO CHN-LAST-SEQ
           MOVE AUD-TIMESTAMP TO CHN-WRITTEN-TS
           WRITE CHAIN-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write audit chain link "
                           AUD-TX-ID
           END-WRITE

           MOVE AUD-CHAIN-DATE TO CHN-BUS-DATE
           MOVE ZEROS TO CHN-SEQ
           MOVE AUD-TX-ID TO CHN-TX-ID
           MOVE AUD-LINK-HASH TO CHN-LINK-HASH
           MOVE AUD-CHAIN-SEQ TO CHN-LAST-SEQ
           MOVE AUD-TIMESTAMP TO CHN-WRITTEN-TS
           IF CHAIN-HEAD-ON-FILE
               REWRITE CHAIN-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: Could not advance audit chain "
                               "head for " AUD-CHAIN-DATE
               END-REWRITE
           ELSE
               WRITE CHAIN-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: Could not start audit chain "
                               "head for " AUD-CHAIN-DATE
               END-WRITE
           END-IF.

      ******************************************************************
      * CONVERT WS-HEX-INPUT-VALUE INTO A 16 HEX CHARACTER STRING
      * LOG TRANSACTION (Audit trail)
      ******************************************************************
       1700-LOG-TRANSACTION.
           INITIALIZE AUDIT-RECORD
           MOVE TX-ID TO AUD-TX-ID
           MOVE TX-FROM TO AUD-FROM-ACCT
           MOVE TX-STATUS TO AUD-STATUS-CODE
           MOVE TX-MESSAGE TO AUD-STATUS-MSG
           MOVE TX-TIMESTAMP TO AUD-TIMESTAMP
           MOVE 'N' TO AUD-REVERSED-FLAG
           PERFORM 1680-SEAL-AUDIT-ENTRY
           WRITE AUDIT-RECORD
               INVALID KEY
                   PERFORM 1750-LOG-TRANSACTION-RETRY
               NOT INVALID KEY
                   PERFORM 1690-ADVANCE-CHAIN-HEAD
                   PERFORM 1780-WRITE-DATE-INDEX
           END-WRITE
           MOVE AUD-HASH TO TX-HASH

           DISPLAY "=== TRANSACTION LOG ==="
           DISPLAY "TX-ID:     " TX-ID
           DISPLAY "FROM:      " TX-FROM
           DISPLAY "TO:        " TX-TO
           DISPLAY "AMOUNT:    $" TX-AMOUNT
           DISPLAY "STATUS:    " TX-STATUS
           DISPLAY "MESSAGE:   " TX-MESSAGE
           DISPLAY "TIMESTAMP: " TX-TIMESTAMP
           DISPLAY "HASH:      " TX-HASH
           DISPLAY "========================"
           PERFORM 1770-WRITE-XREF-PAIR.

      ******************************************************************
                  "-" DELIMITED BY SIZE
                  WS-LOG-RETRY-SEQ DELIMITED BY SIZE
               INTO AUD-TX-ID
           PERFORM 1680-SEAL-AUDIT-ENTRY
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write audit record "
                           TX-ID
               NOT INVALID KEY
                   PERFORM 1690-ADVANCE-CHAIN-HEAD
                   PERFORM 1780-WRITE-DATE-INDEX
           END-WRITE.

      ******************************************************************
               END-WRITE
           END-IF.

      ******************************************************************
      * INDEX THE AUDIT ENTRY JUST WRITTEN OR REWRITTEN FROM THE
      * AUDIT-RECORD BUFFER UNDER ITS BUSINESS DATE, SO THE NIGHTLY
      * JOBS CAN READ ONE DAY'S ENTRIES INSTEAD OF THE WHOLE TRAIL.
      * EVERY ENTRY IS INDEXED WHATEVER ITS STATUS - THE READERS
      * APPLY THEIR OWN FILTERS. A DUPLICATE KEY MEANS THE ENTRY IS
      * ALREADY INDEXED UNDER THIS DATE (A REWRITE, OR A RERUN) AND
      * IS QUIETLY LEFT ALONE.
      ******************************************************************
       1780-WRITE-DATE-INDEX.
           MOVE AUD-TIMESTAMP(1:8) TO ADX-BUS-DATE
           MOVE AUD-TX-ID TO ADX-TX-ID
           WRITE AUD-DATE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.

      ******************************************************************
      * FFI ENTRY POINT: REVERSE-TX
      * Validates the original TX-ID and hash, posts an offsetting
           IF LS-REV-STATUS-CODE = "00"
               PERFORM 2400-POST-REVERSAL
           END-IF
           PERFORM 2500-LOG-REVERSAL
           GOBACK.

                   MOVE ACCT-CURRENCY TO WS-REV-TO-CURRENCY
           END-READ

      *    A void is forced: the credit is taken back even if the
      *    destination has spent it and the debit overdraws the
      *    account, beyond its arranged facility if need be -
      *    OD-EXCESS reports the account the next morning
           IF LS-REV-STATUS-CODE = "00"
               COMPUTE ACCT-BALANCE = ACCT-BALANCE - WS-REV-TO-AMOUNT
               REWRITE ACCT-RECORD

           IF LS-REV-STATUS-CODE = "00"
               SET AUD-IS-REVERSED TO TRUE
               MOVE LS-REV-TX-ID TO AUD-REVERSED-BY
               REWRITE AUDIT-RECORD
                   INVALID KEY
                       MOVE "99" TO LS-REV-STATUS-CODE
                       MOVE "ERROR: Cannot mark original as reversed"
                           TO LS-REV-STATUS-MSG
                   NOT INVALID KEY
                       PERFORM 1780-WRITE-DATE-INDEX
               END-REWRITE
           END-IF

               MOVE "SUCCESS: Reversal posted" TO LS-REV-STATUS-MSG
           END-IF.

      ******************************************************************
      * LOG THE REVERSAL AS ITS OWN AUDIT TRAIL ENTRY
      ******************************************************************
       2500-LOG-REVERSAL.
           INITIALIZE AUDIT-RECORD
           MOVE LS-REV-TX-ID TO AUD-TX-ID
           MOVE WS-REV-TO-ACCT TO AUD-FROM-ACCT
           MOVE LS-REV-STATUS-CODE TO AUD-STATUS-CODE
           MOVE LS-REV-STATUS-MSG TO AUD-STATUS-MSG
           MOVE LS-REV-PROCESSED-TIME TO AUD-TIMESTAMP
           MOVE 'N' TO AUD-REVERSED-FLAG
           MOVE LS-REV-ORIGINAL-TX-ID TO AUD-REVERSAL-OF
           PERFORM 1680-SEAL-AUDIT-ENTRY
           WRITE AUDIT-RECORD
               INVALID KEY
                   PERFORM 2550-LOG-REVERSAL-RETRY
               NOT INVALID KEY
                   PERFORM 1690-ADVANCE-CHAIN-HEAD
                   PERFORM 1780-WRITE-DATE-INDEX
           END-WRITE
           MOVE AUD-HASH TO LS-REV-HASH

           DISPLAY "=== REVERSAL LOG ==="
           DISPLAY "REV-TX-ID: " LS-REV-TX-ID
           DISPLAY "ORIGINAL:  " LS-REV-ORIGINAL-TX-ID
           DISPLAY "STATUS:    " LS-REV-STATUS-CODE
           DISPLAY "MESSAGE:   " LS-REV-STATUS-MSG
           DISPLAY "TIMESTAMP: " LS-REV-PROCESSED-TIME
           DISPLAY "HASH:      " LS-REV-HASH
           DISPLAY "====================="
           PERFORM 1770-WRITE-XREF-PAIR.

      ******************************************************************
                  "-" DELIMITED BY SIZE
                  WS-LOG-RETRY-SEQ DELIMITED BY SIZE
               INTO AUD-TX-ID
           PERFORM 1680-SEAL-AUDIT-ENTRY
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write reversal audit "
                           LS-REV-TX-ID
               NOT INVALID KEY
                   PERFORM 1690-ADVANCE-CHAIN-HEAD
                   PERFORM 1780-WRITE-DATE-INDEX
           END-WRITE.

      ******************************************************************
           PERFORM 0100-OPEN-FILES
           PERFORM 3100-INITIALIZE-MAINT-RESPONSE
           MOVE LS-MAINT-ACCT-NUMBER TO WS-MAINT-TARGET-ACCT
      *    A customer-level request refused before the fan-out is
      *    logged against the customer number it named
           IF LS-MAINT-CUST-NUMBER NOT = SPACES
               MOVE LS-MAINT-CUST-NUMBER TO WS-MAINT-TARGET-ACCT
           END-IF
           IF LS-MAINT-STATUS-CODE = "00"
               PERFORM 3200-VALIDATE-MAINT-REQUEST
           END-IF
           MOVE "00" TO LS-MAINT-STATUS-CODE
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 0170-LOAD-BUSINESS-DATE
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           MOVE WS-TIMESTAMP TO LS-MAINT-PROCESSED-TIME
           MOVE "Maintenance processing initiated"
               TO LS-MAINT-STATUS-MSG
               MOVE "02" TO LS-MAINT-STATUS-CODE
               MOVE "ERROR: Action must be F, U, or C"
                   TO LS-MAINT-STATUS-MSG
           END-IF

      *    The authorizer must be an active operator on OPERMSTR -
      *    3400 records the refusal on MAINTTRAIL like any outcome
           IF LS-MAINT-STATUS-CODE = "00"
               MOVE LS-MAINT-AUTHORIZED-BY TO WS-OPC-OPERATOR-ID
               MOVE SPACES TO WS-OPC-REQUIRED-ROLE
               MOVE ZEROS TO WS-OPC-AMOUNT
               MOVE SPACES TO WS-OPC-CURRENCY
               CALL "OPER-CHECK" USING WS-OPC-REQUEST WS-OPC-RESPONSE
               END-CALL
               IF WS-OPC-STATUS-CODE NOT = "00"
                   MOVE "14" TO LS-MAINT-STATUS-CODE
                   MOVE WS-OPC-STATUS-MSG TO LS-MAINT-STATUS-MSG
               END-IF
           END-IF.

      ******************************************************************
                       END-IF
                       SET ACCT-ACTIVE TO TRUE
                   WHEN "C"
                       PERFORM 3320-CHECK-CLOSE-READY
                       IF LS-MAINT-STATUS-CODE = "00"
                           SET ACCT-CLOSED TO TRUE
                           MOVE "SUCCESS: Account closed"
                               TO LS-MAINT-STATUS-MSG
                       END-IF
               END-EVALUATE
           END-IF

           IF LS-MAINT-STATUS-CODE = "00"
               MOVE LS-MAINT-AUTHORIZED-BY TO ACCT-MAINT-BY
               MOVE LS-MAINT-PROCESSED-TIME TO ACCT-MAINT-TS

               END-REWRITE
           END-IF.

      ******************************************************************
      * A CLOSE IS ONLY A STATUS FLIP ONCE THE ACCOUNT HAS BEEN RUN
      * OFF - NOTHING LEFT FOR A LATER JOB TO TRIP OVER AS A FAILED
      * POSTING OR STUCK FUNDS. ACCT-RECORD MUST HOLD THE ACCOUNT;
      * ANY LEFTOVER SETS STATUS 15 NAMING WHAT REMAINS. THE HOLD
      * AND PENDING SWEEPS TOUCH ONLY THEIR OWN FILES' BUFFERS.
      ******************************************************************
       3320-CHECK-CLOSE-READY.
           EVALUATE TRUE
               WHEN ACCT-BALANCE NOT = ZEROS
                   MOVE "15" TO LS-MAINT-STATUS-CODE
                   MOVE "ERROR: Balance not zero, run ACCT-CLOSE"
                       TO LS-MAINT-STATUS-MSG
               WHEN ACCT-ACCRUED-INT NOT = ZEROS
                   MOVE "15" TO LS-MAINT-STATUS-CODE
                   MOVE "ERROR: Accrued interest unpaid, run ACCT-CLOSE"
                       TO LS-MAINT-STATUS-MSG
               WHEN ACCT-OD-ACCRUED-INT NOT = ZEROS
                   MOVE "15" TO LS-MAINT-STATUS-CODE
                   MOVE "ERROR: Debit interest unpaid, run ACCT-CLOSE"
                       TO LS-MAINT-STATUS-MSG
           END-EVALUATE

           IF LS-MAINT-STATUS-CODE = "00"
               MOVE ACCT-NUMBER TO WS-HOLD-SWEEP-ACCT
               PERFORM 1370-SUM-ACTIVE-HOLDS
               IF WS-HELD-TOTAL NOT = ZEROS
                   MOVE "15" TO LS-MAINT-STATUS-CODE
                   MOVE "ERROR: Active holds remain on account"
                       TO LS-MAINT-STATUS-MSG
               END-IF
           END-IF

           IF LS-MAINT-STATUS-CODE = "00"
               PERFORM 3330-COUNT-PENDING-FOR-ACCT
               IF WS-MAINT-PEND-COUNT > 0
                   MOVE "15" TO LS-MAINT-STATUS-CODE
                   MOVE "ERROR: Pending approvals remain on account"
                       TO LS-MAINT-STATUS-MSG
               END-IF
           END-IF.

      ******************************************************************
      * COUNT THE PENDAPPR ITEMS STILL AWAITING A DECISION THAT
      * WOULD POST TO OR FROM ACCT-NUMBER. THE QUEUE IS KEYED BY
      * TX-ID, SO THIS IS A FULL SWEEP - ACCEPTABLE FOR A CLOSE,
      * WHICH IS RARE, AND THE QUEUE ONLY HOLDS LIVE DECISIONS.
      ******************************************************************
       3330-COUNT-PENDING-FOR-ACCT.
           MOVE 0 TO WS-MAINT-PEND-COUNT
           MOVE 'N' TO WS-PEND-SWEEP-DONE
           MOVE LOW-VALUES TO PND-TX-ID
           START PENDING-APPROVAL KEY NOT < PND-TX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PEND-SWEEP-DONE
           END-START
           PERFORM UNTIL PEND-SWEEP-DONE
               READ PENDING-APPROVAL NEXT
                   AT END
                       MOVE 'Y' TO WS-PEND-SWEEP-DONE
                   NOT AT END
                       IF WS-PEND-FILE-STATUS NOT = "00"
                           MOVE 'Y' TO WS-PEND-SWEEP-DONE
                       ELSE
                           IF PND-PENDING
                                   AND (PND-FROM-ACCT = ACCT-NUMBER
                                     OR PND-TO-ACCT = ACCT-NUMBER)
                               ADD 1 TO WS-MAINT-PEND-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * CUSTOMER-LEVEL ACTION: STAMP THE STATUS CHANGE ON THE
      * CUSTOMER MASTER RECORD, THEN FAN IT OUT TO EVERY ACCOUNT
                       TO LS-MAINT-STATUS-MSG
           END-READ

      *    A customer close must not leave the customer stamped
      *    closed over live accounts - every linked account has to
      *    pass the close-out test before anything is written
           IF LS-MAINT-STATUS-CODE = "00" AND LS-MAINT-ACTION = "C"
               PERFORM 3260-PRECHECK-CUSTOMER-CLOSE
           END-IF

           IF LS-MAINT-STATUS-CODE = "00"
               EVALUATE LS-MAINT-ACTION
                   WHEN "F"
               END-IF
           END-IF.

      ******************************************************************
      * CUSTOMER-LEVEL CLOSE, FIRST PASS: RUN EVERY LINKED ACCOUNT
      * THROUGH 3320 AND STOP AT THE FIRST ONE NOT YET RUN OFF,
      * NAMING IT IN THE RESPONSE. AN ALREADY CLOSED ACCOUNT PASSES.
      * A LINK TO A MISSING ACCOUNT IS LEFT FOR THE FAN-OUT TO
      * REPORT, AS BEFORE.
      ******************************************************************
       3260-PRECHECK-CUSTOMER-CLOSE.
           MOVE 'N' TO WS-CXREF-SWEEP-DONE
           MOVE LS-MAINT-CUST-NUMBER TO CXR-CUST-NUMBER
           MOVE LOW-VALUES TO CXR-ACCT-NUMBER
           START CUST-XREF KEY NOT < CXR-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-CXREF-SWEEP-DONE
           END-START
           PERFORM UNTIL CXREF-SWEEP-DONE
               READ CUST-XREF NEXT
                   AT END
                       MOVE 'Y' TO WS-CXREF-SWEEP-DONE
                   NOT AT END
                       IF WS-CXREF-FILE-STATUS NOT = "00"
                           MOVE 'Y' TO WS-CXREF-SWEEP-DONE
                       ELSE
                           IF CXR-CUST-NUMBER
                                   NOT = LS-MAINT-CUST-NUMBER
                               MOVE 'Y' TO WS-CXREF-SWEEP-DONE
                           ELSE
                               PERFORM 3265-PRECHECK-ONE-ACCOUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       3265-PRECHECK-ONE-ACCOUNT.
           MOVE CXR-ACCT-NUMBER TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT ACCT-CLOSED
                       PERFORM 3320-CHECK-CLOSE-READY
                   END-IF
           END-READ
           IF LS-MAINT-STATUS-CODE NOT = "00"
               MOVE 'Y' TO WS-CXREF-SWEEP-DONE
               MOVE SPACES TO LS-MAINT-STATUS-MSG
               STRING "ERROR: Linked account " DELIMITED BY SIZE
                      CXR-ACCT-NUMBER DELIMITED BY SPACE
                      " not run off, run ACCT-CLOSE"
                          DELIMITED BY SIZE
                   INTO LS-MAINT-STATUS-MSG
               END-STRING
           END-IF.

      ******************************************************************
      * APPLY THE ACTION TO ONE LINKED ACCOUNT AND WRITE ITS OWN
      * MAINTTRAIL RECORD. THE PER-ACCOUNT STATUS IS RESET AROUND
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           MOVE ZEROS TO LS-INQ-BALANCE
           MOVE ZEROS TO LS-INQ-DAILY-HEADROOM
           MOVE ZEROS TO LS-INQ-OD-LIMIT
           MOVE ZEROS TO LS-INQ-OD-RATE
           MOVE "Inquiry processing initiated" TO LS-INQ-STATUS-MSG

           IF LS-INQ-ACCT-NUMBER = SPACES
               MOVE WS-EFF-SINGLE-TX-LIMIT
                   TO LS-INQ-SINGLE-TX-LIMIT
               MOVE WS-EFF-APPR-THRESHOLD TO LS-INQ-APPR-THRESHOLD
               MOVE WS-EFF-OD-LIMIT TO LS-INQ-OD-LIMIT
               MOVE WS-EFF-OD-RATE TO LS-INQ-OD-RATE
               MOVE WS-EFF-OD-EXPIRY TO LS-INQ-OD-EXPIRY

               IF ACCT-DAILY-DATE = WS-TODAY
                   MOVE ACCT-CURRENCY TO WS-CONV-FROM-CURRENCY
               END-EVALUATE
           END-IF
           PERFORM 5500-LOG-HOLD-ACTION
           IF LS-HOLD-STATUS-CODE = "14"
               PERFORM 5550-LOG-HOLD-REFUSAL
           END-IF
           GOBACK.

      ******************************************************************
                       MOVE "ERROR: Account not found"
                           TO LS-HOLD-STATUS-MSG
               END-READ
           END-IF

      *    Placing or releasing a hold needs an active operator
           IF LS-HOLD-STATUS-CODE = "00"
               MOVE LS-HOLD-AUTHORIZED-BY TO WS-OPC-OPERATOR-ID
               MOVE SPACES TO WS-OPC-REQUIRED-ROLE
               MOVE ZEROS TO WS-OPC-AMOUNT
               MOVE SPACES TO WS-OPC-CURRENCY
               CALL "OPER-CHECK" USING WS-OPC-REQUEST WS-OPC-RESPONSE
               END-CALL
               IF WS-OPC-STATUS-CODE NOT = "00"
                   MOVE "14" TO LS-HOLD-STATUS-CODE
                   MOVE WS-OPC-STATUS-MSG TO LS-HOLD-STATUS-MSG
               END-IF
           END-IF.

      ******************************************************************
           DISPLAY "TIMESTAMP: " LS-HOLD-PROCESSED-TIME
           DISPLAY "================".

      ******************************************************************
      * RECORD A HOLD REFUSED FOR OPERATOR ENTITLEMENT ON MAINTTRAIL
      * (ACTION 'H') - THE HOLD LOG ITSELF IS DISPLAY-ONLY, AND A
      * REFUSED AUTHORIZATION MUST LEAVE A PERSISTENT TRACE
      ******************************************************************
       5550-LOG-HOLD-REFUSAL.
           INITIALIZE MAINT-RECORD
           MOVE LS-HOLD-ACCT-NUMBER TO MNT-ACCT-NUMBER
           MOVE LS-HOLD-PROCESSED-TIME TO MNT-TIMESTAMP
           MOVE "H" TO MNT-ACTION
           MOVE LS-HOLD-AUTHORIZED-BY TO MNT-AUTHORIZED-BY
           MOVE LS-HOLD-STATUS-CODE TO MNT-STATUS-CODE
           MOVE LS-HOLD-STATUS-MSG TO MNT-STATUS-MSG
           WRITE MAINT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write maintenance "
                           "trail record for " LS-HOLD-ACCT-NUMBER
           END-WRITE.

      ******************************************************************
      * FFI ENTRY POINT: APPROVE-TX
      * Second-operator decision on a transfer PROCESS-TX captured
               END-IF
           END-IF
           PERFORM 6700-LOG-APPROVAL
           IF LS-APPR-STATUS-CODE = "14"
               PERFORM 6750-LOG-APPROVAL-REFUSAL
           END-IF
           GOBACK.

      ******************************************************************
                   MOVE "ERROR: Approver must differ from initiator"
                       TO LS-APPR-STATUS-MSG
               END-IF
           END-IF

      *    The approver must be active on OPERMSTR with an approval
      *    authority covering the captured amount - OPER-CHECK
      *    converts it to USD. Rejecting is judged the same way: a
      *    decision on an item is only for those entitled to make it.
           IF LS-APPR-STATUS-CODE = "00"
               MOVE LS-APPR-APPROVED-BY TO WS-OPC-OPERATOR-ID
               MOVE SPACES TO WS-OPC-REQUIRED-ROLE
               MOVE PND-AMOUNT TO WS-OPC-AMOUNT
               MOVE PND-CURRENCY TO WS-OPC-CURRENCY
               CALL "OPER-CHECK" USING WS-OPC-REQUEST WS-OPC-RESPONSE
               END-CALL
               IF WS-OPC-STATUS-CODE NOT = "00"
                   MOVE "14" TO LS-APPR-STATUS-CODE
                   MOVE WS-OPC-STATUS-MSG TO LS-APPR-STATUS-MSG
               END-IF
           END-IF.

      ******************************************************************

               MOVE TX-STATUS TO LS-APPR-STATUS-CODE
               MOVE TX-MESSAGE TO LS-APPR-STATUS-MSG
           END-IF

      *    The money has moved - mark the item approved and write the
           IF LS-APPR-STATUS-CODE = "00"
               MOVE LS-APPR-APPROVED-BY TO WS-DECISION-ACTOR
               PERFORM 6500-REWRITE-CAPTURED-AUDIT
               IF WS-AUDIT-UPD-STATUS = "00"
                   MOVE TX-HASH TO LS-APPR-TX-HASH
               END-IF
               MOVE "-AP" TO WS-DECISION-SUFFIX
               PERFORM 6550-WRITE-DECISION-AUDIT
               SET PND-APPROVED TO TRUE
           ELSE
               MOVE TX-CURRENCY TO WS-EFFECTIVE-CURRENCY
           END-IF

      *    Nothing has moved on a reject, so if the audit entry
      *    cannot record the outcome the item is left pending for a
           MOVE LS-APPR-APPROVED-BY TO WS-DECISION-ACTOR
           PERFORM 6500-REWRITE-CAPTURED-AUDIT
           IF WS-AUDIT-UPD-STATUS = "00"
               MOVE TX-HASH TO LS-APPR-TX-HASH
               MOVE "-RJ" TO WS-DECISION-SUFFIX
               PERFORM 6550-WRITE-DECISION-AUDIT
               SET PND-REJECTED TO TRUE
      * REPORTS ITS OWN OUTCOME IN WS-AUDIT-UPD-STATUS; CALLERS
      * DECIDE WHAT THAT MEANS FOR THEIR RESPONSE (THE EXPIRY SWEEP
      * MUST NOT POISON AN UNRELATED CALLER'S APPROVE/REJECT).
      * THE ENTRY KEEPS ITS CHAIN POSITION AND IS RE-SEALED OVER ITS
      * NEW CONTENT, LEAVING THE NEW HASH IN TX-HASH FOR THE DECISION
      * ENTRY TO ATTEST. A CAPTURE WRITTEN BEFORE CHAINING HAS NO
      * POSITION TO KEEP AND IS SEALED INTO TODAY'S CHAIN INSTEAD.
       6500-REWRITE-CAPTURED-AUDIT.
           MOVE "00" TO WS-AUDIT-UPD-STATUS
           MOVE TX-ID TO AUD-TX-ID
               MOVE TX-STATUS TO AUD-STATUS-CODE
               MOVE TX-MESSAGE TO AUD-STATUS-MSG
               MOVE TX-TIMESTAMP TO AUD-TIMESTAMP
               IF TX-STATUS = "00"
                   MOVE WS-FROM-AMOUNT TO AUD-AMOUNT
                   MOVE WS-TO-AMOUNT TO AUD-TO-AMOUNT
                   MOVE WS-FROM-CURRENCY TO AUD-CURRENCY
                   MOVE WS-TO-CURRENCY TO AUD-TO-CURRENCY
               END-IF
               IF AUD-CHAIN-DATE = SPACES
                   MOVE 'Y' TO WS-CHAIN-NEW-LINK-FLAG
                   PERFORM 1680-SEAL-AUDIT-ENTRY
               ELSE
                   MOVE 'N' TO WS-CHAIN-NEW-LINK-FLAG
                   PERFORM 1685-RESEAL-AUDIT-ENTRY
               END-IF
               MOVE AUD-HASH TO TX-HASH
               REWRITE AUDIT-RECORD
                   INVALID KEY
                       MOVE "99" TO WS-AUDIT-UPD-STATUS
                   NOT INVALID KEY
                       IF CHAIN-NEW-LINK
                           PERFORM 1690-ADVANCE-CHAIN-HEAD
                       END-IF
                       PERFORM 1780-WRITE-DATE-INDEX
               END-REWRITE
      *        An approved capture has just become a posted entry -
      *        index it (1770 only writes for status 00, so a
               INTO AUD-STATUS-MSG
           END-STRING
           MOVE LS-APPR-PROCESSED-TIME TO AUD-TIMESTAMP
           MOVE 'N' TO AUD-REVERSED-FLAG
           MOVE SPACES TO AUD-REVERSAL-OF
      *    Attest the captured entry's re-seal: its new hash is bound
      *    into this entry's own chained hash
           IF WS-AUDIT-UPD-STATUS = "00"
               MOVE TX-HASH TO AUD-RELATED-HASH
           END-IF
           PERFORM 1680-SEAL-AUDIT-ENTRY
           WRITE AUDIT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write decision audit "
                           "record for " TX-ID
               NOT INVALID KEY
                   PERFORM 1690-ADVANCE-CHAIN-HEAD
                   PERFORM 1780-WRITE-DATE-INDEX
           END-WRITE.

      ******************************************************************
           ELSE
               MOVE TX-CURRENCY TO WS-EFFECTIVE-CURRENCY
           END-IF

           MOVE "SYSTEM" TO WS-DECISION-ACTOR
           PERFORM 6500-REWRITE-CAPTURED-AUDIT
           DISPLAY "TIMESTAMP: " LS-APPR-PROCESSED-TIME
           DISPLAY "====================".

      ******************************************************************
      * RECORD AN APPROVAL REFUSED FOR OPERATOR ENTITLEMENT ON
      * MAINTTRAIL (ACTION 'A'), AGAINST THE CAPTURED TRANSFER'S
      * SOURCE ACCOUNT, WITH THE TX-ID IN THE MESSAGE
      ******************************************************************
       6750-LOG-APPROVAL-REFUSAL.
           INITIALIZE MAINT-RECORD
           MOVE PND-FROM-ACCT TO MNT-ACCT-NUMBER
           MOVE LS-APPR-PROCESSED-TIME TO MNT-TIMESTAMP
           MOVE "A" TO MNT-ACTION
           MOVE LS-APPR-APPROVED-BY TO MNT-AUTHORIZED-BY
           MOVE LS-APPR-STATUS-CODE TO MNT-STATUS-CODE
           STRING LS-APPR-TX-ID DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  LS-APPR-STATUS-MSG DELIMITED BY SIZE
               INTO MNT-STATUS-MSG
           END-STRING
           WRITE MAINT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write maintenance "
                           "trail record for " LS-APPR-TX-ID
           END-WRITE.

       END PROGRAM CORE-BANKING.

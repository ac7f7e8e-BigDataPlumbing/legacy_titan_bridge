      ******************************************************************
      * LEGACY TITAN BRIDGE - TRANSACTION DISPUTE CASE MAINTENANCE
      ******************************************************************
      * Program:     DISP-MAINT
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Batch utility that works customer disputes of a
      *              posting as cases on the DISPUTES case file, from
      *              a flat action file (DISPIN). Every step taken is
      *              recorded against the case on DISPHIST, and every
      *              money movement goes through CORE-BANKING.
      *
      *              'O' opens a case on a posting found through
      *                  INQUIRE-TX - posted, not reversed, not
      *                  itself a reversal, debited from the
      *                  disputing account - for all or part of its
      *                  amount, with a due date the business date
      *                  plus the regulatory deadline unless one is
      *                  given. Only one live case per posting. It
      *                  may grant provisional credit at once.
      *              'P' grants provisional credit on an open case:
      *                  the disputed amount moves from the disputes
      *                  suspense account to the account through
      *                  PROCESS-TX. Account, suspense and case must
      *                  share one currency.
      *              'F' resolves in the customer's favour, either
      *                  'K' keeping the credit - the provisional
      *                      credit is finalized by writing it off
      *                      from the disputes loss account into
      *                      suspense, or when none was granted the
      *                      loss account credits the customer; or
      *                  'V' voiding the original through REVERSE-TX
      *                      (whole-amount disputes only), after
      *                      which any provisional credit is returned
      *                      from the account to suspense. A return
      *                      PROCESS-TX refuses is retried by sending
      *                      'F'/'V' for the case again.
      *              'A' resolves against the customer, clawing any
      *                  provisional credit back to suspense. A
      *                  refused clawback leaves the case open.
      *
      *              Each money leg's TX-ID carries the case and the
      *              history sequence it is recorded under, so a leg
      *              refused by CORE-BANKING can be tried again under
      *              a new TX-ID, while a rerun after a crash meets
      *              its own TX-ID as a duplicate and adopts the
      *              outcome on the audit trail. A leg captured for
      *              dual control holds the case until it is decided:
      *              every run first probes the captured legs and
      *              applies the approved ones.
      *
      *              Opening a case without provisional credit needs
      *              any active operator on OPERMSTR; every step that
      *              moves money needs authority for its amount
      *              (checked through OPER-CONTROL's OPER-CHECK). A
      *              refused record is skipped and the attempt
      *              written to MAINTTRAIL (action 'Q', status 14).
      *
      * Input (DISPIN), one record per action:
      *              DSI-ACTION        'O' open, 'P' provisional
      *                                credit, 'F' favour, 'A' against
      *              DSI-CASE-ID       case being worked
      *              DSI-TX-ID/DSI-ACCT-NUMBER
      *                                disputed posting and disputing
      *                                account (open only)
      *              DSI-AMOUNT        amount disputed, zeros = the
      *                                whole posting (open only)
      *              DSI-REASON-CODE/DSI-REASON-TEXT (open only)
      *              DSI-PROV-FLAG     'Y' grant provisional credit
      *                                on opening
      *              DSI-RESOLUTION    'K' or 'V' (favour only)
      *              DSI-DUE-DATE      YYYYMMDD, blank = default
      *                                deadline (open only)
      *              DSI-AUTHORIZED-BY operator taking the step
      *
      * Input (DISPPARM, optional), one record:
      *              DP-DEADLINE-DAYS  9(3) calendar days from opening
      *                                to the regulatory deadline
      *                                (blank/zero = 45)
      *              DP-FLOAT-AMOUNT   suspense float, see DISP-AGING
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISP-MAINT.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISP-INPUT-FILE ASSIGN TO "DISPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSD-FILE-STATUS.

           SELECT DISP-PARM-FILE ASSIGN TO "DISPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-ID
               FILE STATUS IS WS-DISP-FILE-STATUS.

           SELECT DISP-HIST-FILE ASSIGN TO "DISPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSH-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT MAINT-TRAIL ASSIGN TO "MAINTTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNT-KEY
               FILE STATUS IS WS-MAINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DISP-INPUT-FILE.
       01  DISP-INPUT-RECORD.
           05  DSI-ACTION              PIC X(1).
           05  DSI-CASE-ID             PIC X(16).
           05  DSI-TX-ID               PIC X(32).
           05  DSI-ACCT-NUMBER         PIC X(16).
           05  DSI-AMOUNT              PIC 9(12)V99.
           05  DSI-REASON-CODE         PIC X(4).
           05  DSI-REASON-TEXT         PIC X(40).
           05  DSI-PROV-FLAG           PIC X(1).
           05  DSI-RESOLUTION          PIC X(1).
           05  DSI-DUE-DATE            PIC X(8).
           05  DSI-AUTHORIZED-BY       PIC X(8).

       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.

       FD  DISP-PARM-FILE.
       01  DISP-PARM-RECORD.
           05  DP-DEADLINE-DAYS        PIC 9(3).
           05  DP-FLOAT-AMOUNT         PIC 9(12)V99.

       FD  DISPUTE-FILE.
       COPY DISPREC.

       FD  DISP-HIST-FILE.
       COPY DISPHREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  MAINT-TRAIL.
       COPY MAINTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS    PIC XX.
           05  WS-BUSD-FILE-STATUS     PIC XX.
           05  WS-PARM-FILE-STATUS     PIC XX.
           05  WS-DISP-FILE-STATUS     PIC XX.
           05  WS-HIST-FILE-STATUS     PIC XX.
           05  WS-ACCT-FILE-STATUS     PIC XX.
           05  WS-MAINT-FILE-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-INPUT            PIC X VALUE 'N'.
               88  EOF-INPUT           VALUE 'Y'.
           05  WS-RECORD-OK            PIC X VALUE 'Y'.
               88  RECORD-OK           VALUE 'Y'.
           05  WS-ACCT-MASTER-OPEN     PIC X VALUE 'N'.
               88  ACCT-MASTER-OPEN    VALUE 'Y'.
           05  WS-SCAN-DONE            PIC X VALUE 'N'.
               88  SCAN-DONE           VALUE 'Y'.
           05  WS-RETURN-ONLY          PIC X VALUE 'N'.
               88  RETURN-ONLY         VALUE 'Y'.

      ******************************************************************
      * CONFIGURATION CONSTANTS - THE DISPUTES SUSPENSE ACCOUNT THAT
      * FUNDS PROVISIONAL CREDIT, AND THE LOSS ACCOUNT A CREDIT KEPT
      * BY THE CUSTOMER IS WRITTEN OFF TO. DISP-AGING TIES THE
      * SUSPENSE ACCOUNT.
      ******************************************************************
       01  WS-SUSPENSE-ACCT            PIC X(16)
               VALUE "DISPSUSPENSE0001".
       01  WS-LOSS-ACCT                PIC X(16)
               VALUE "DISPLOSS00000001".
       01  WS-DEADLINE-DAYS            PIC 9(3) VALUE 45.

       01  WS-TODAY                    PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).

       01  WS-DATE-WORK.
           05  WS-DATE-NUM             PIC 9(8).
           05  WS-DATE-INT             PIC 9(7).

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-OPENED         PIC 9(7) VALUE 0.
           05  WS-COUNT-GRANTED        PIC 9(7) VALUE 0.
           05  WS-COUNT-FAVOUR         PIC 9(7) VALUE 0.
           05  WS-COUNT-AGAINST        PIC 9(7) VALUE 0.
           05  WS-COUNT-RETURNED       PIC 9(7) VALUE 0.
           05  WS-COUNT-APPROVED       PIC 9(7) VALUE 0.
           05  WS-COUNT-PENDING        PIC 9(7) VALUE 0.
           05  WS-COUNT-LEG-REFUSED    PIC 9(7) VALUE 0.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-REFUSED        PIC 9(7) VALUE 0.
           05  WS-REFUSAL-SEQ          PIC 9(5) VALUE 0.

       01  WS-CHECK-ACCT-NUMBER        PIC X(16).
       01  WS-ACCT-FOUND-FLAG          PIC X VALUE 'N'.
           88  CHECK-ACCT-FOUND        VALUE 'Y'.
       01  WS-CHECK-ACCT-CURRENCY      PIC X(3).
       01  WS-CHECK-ACCT-STATUS        PIC X(1).

      ******************************************************************
      * THE CASE BEING OPENED, AS PROVED FROM THE DISPUTED POSTING
      ******************************************************************
       01  WS-OPEN-WORK.
           05  WS-CASE-AMOUNT          PIC 9(12)V99.
           05  WS-CASE-CURRENCY        PIC X(3).
           05  WS-DUE-DATE             PIC X(8).
           05  WS-CONFLICT-CASE        PIC X(16).
           05  WS-REJECT-REASON        PIC X(50).

      ******************************************************************
      * ONE STEP ON A CASE - WHAT IS MOVED, UNDER WHICH TX-ID, AND
      * WHAT CORE-BANKING SAID. ALSO WHAT THE HISTORY RECORD IS
      * WRITTEN FROM.
      ******************************************************************
       01  WS-LEG-WORK.
           05  WS-LEG-STEP             PIC X(1).
           05  WS-LEG-PREFIX           PIC X(3).
           05  WS-LEG-SEQ              PIC 9(4).
           05  WS-LEG-TX-ID            PIC X(32).
           05  WS-LEG-FROM-ACCT        PIC X(16).
           05  WS-LEG-TO-ACCT          PIC X(16).
           05  WS-LEG-AMOUNT           PIC 9(12)V99.
           05  WS-LEG-STATUS           PIC XX.
           05  WS-LEG-MSG              PIC X(80).
           05  WS-ACTOR                PIC X(8).

       01  WS-AMOUNT-DISPLAY           PIC Z(12)9.99.

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
      * LOCAL MIRROR OF CORE-BANKING'S REVERSE-TX LINKAGE LAYOUT
      ******************************************************************
       01  WS-REV-REQUEST.
           05  WS-REV-ORIGINAL-TX-ID   PIC X(32).
           05  WS-REV-ORIGINAL-HASH    PIC X(64).
           05  WS-REV-TX-ID            PIC X(32).

       01  WS-REV-RESPONSE.
           05  WS-REV-STATUS-CODE      PIC XX.
           05  WS-REV-STATUS-MSG       PIC X(80).
           05  WS-REV-PROCESSED-TIME   PIC X(26).
           05  WS-REV-HASH             PIC X(64).

      ******************************************************************
      * LOCAL MIRROR OF CORE-BANKING'S INQUIRE-TX LINKAGE LAYOUT -
      * USED TO PROVE THE DISPUTED POSTING, TO FETCH ITS HASH FOR A
      * VOID, TO RESOLVE A DUPLICATE LEG AND TO PROBE CAPTURED LEGS
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
           PERFORM 0060-LOAD-PARAMETERS
           PERFORM 0100-OPEN-FILES

      *    Settle yesterday's captured legs first, so today's actions
      *    see each case as it now stands
           PERFORM 0700-PROBE-PENDING-LEGS

           PERFORM 0200-READ-INPUT
           PERFORM UNTIL EOF-INPUT
               ADD 1 TO WS-COUNT-READ
               PERFORM 0300-APPLY-ONE-ACTION
               PERFORM 0200-READ-INPUT
           END-PERFORM

           PERFORM 0900-CLOSE-FILES

           DISPLAY "=== DISP-MAINT SUMMARY ==="
           DISPLAY "RECORDS READ:          " WS-COUNT-READ
           DISPLAY "CASES OPENED:          " WS-COUNT-OPENED
           DISPLAY "PROVISIONAL CREDITS:   " WS-COUNT-GRANTED
           DISPLAY "RESOLVED IN FAVOUR:    " WS-COUNT-FAVOUR
           DISPLAY "RESOLVED AGAINST:      " WS-COUNT-AGAINST
           DISPLAY "PROVISIONAL RETURNED:  " WS-COUNT-RETURNED
           DISPLAY "CAPTURED LEGS APPLIED: " WS-COUNT-APPROVED
           DISPLAY "AWAITING APPROVAL:     " WS-COUNT-PENDING
           DISPLAY "LEGS REFUSED:          " WS-COUNT-LEG-REFUSED
           DISPLAY "RECORDS REJECTED:      " WS-COUNT-REJECTED
           DISPLAY "  OF WHICH REFUSED:    " WS-COUNT-REFUSED
           DISPLAY "=========================="
           IF WS-COUNT-LEG-REFUSED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

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

       0060-LOAD-PARAMETERS.
           OPEN INPUT DISP-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ DISP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-DEADLINE-DAYS IS NUMERIC
                               AND DP-DEADLINE-DAYS NOT = ZEROS
                           MOVE DP-DEADLINE-DAYS TO WS-DEADLINE-DAYS
                       END-IF
               END-READ
               CLOSE DISP-PARM-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT DISP-INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: No DISPIN actions (status "
                       WS-INPUT-FILE-STATUS "), captured legs only"
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF
           OPEN I-O DISPUTE-FILE
           IF WS-DISP-FILE-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF
           OPEN I-O DISP-HIST-FILE
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT DISP-HIST-FILE
               CLOSE DISP-HIST-FILE
               OPEN I-O DISP-HIST-FILE
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ACCT-MASTER-OPEN
           ELSE
               DISPLAY "WARNING: Account master unavailable (status "
                       WS-ACCT-FILE-STATUS "), provisional credit "
                       "and write-offs will reject"
           END-IF
           OPEN I-O MAINT-TRAIL
           IF WS-MAINT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-TRAIL
               CLOSE MAINT-TRAIL
               OPEN I-O MAINT-TRAIL
           END-IF.

       0200-READ-INPUT.
           IF NOT EOF-INPUT
               READ DISP-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-INPUT
               END-READ
           END-IF.

       0300-APPLY-ONE-ACTION.
           MOVE 'Y' TO WS-RECORD-OK
           IF DSI-CASE-ID = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Case id missing on record "
                       WS-COUNT-READ ", skipping"
           END-IF

      *    Every step is recorded against its operator
           IF RECORD-OK AND DSI-AUTHORIZED-BY = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Case " DSI-CASE-ID
                       " authorizing user required, skipping"
           END-IF

           IF RECORD-OK
               EVALUATE DSI-ACTION
                   WHEN "O"
                       PERFORM 0310-OPEN-CASE
                   WHEN "P"
                       PERFORM 0400-GRANT-ON-OPEN-CASE
                   WHEN "F"
                       PERFORM 0450-RESOLVE-IN-FAVOUR
                   WHEN "A"
                       PERFORM 0480-RESOLVE-AGAINST
                   WHEN OTHER
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Action '" DSI-ACTION
                               "' invalid for case " DSI-CASE-ID
                               ", skipping"
               END-EVALUATE
           END-IF.

      ******************************************************************
      * OPEN A CASE ON A PROVED POSTING, OPTIONALLY GRANTING
      * PROVISIONAL CREDIT STRAIGHT AWAY. A PROVISIONAL CREDIT THAT
      * COULD NOT BE GRANTED (CURRENCY, AUTHORITY) REJECTS THE WHOLE
      * RECORD SO IT CAN BE SENT AGAIN WITHOUT THE FLAG.
      ******************************************************************
       0310-OPEN-CASE.
           MOVE DSI-CASE-ID TO DSP-CASE-ID
           READ DISPUTE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Case " DSI-CASE-ID
                           " already on file, open skipped"
           END-READ

           IF RECORD-OK
               IF DSI-TX-ID = SPACES OR DSI-ACCT-NUMBER = SPACES
                       OR DSI-REASON-CODE = SPACES
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Case " DSI-CASE-ID
                           " needs a posting, account and reason, "
                           "skipping"
               END-IF
           END-IF

           IF RECORD-OK
               IF DSI-PROV-FLAG NOT = "Y" AND DSI-PROV-FLAG NOT = "N"
                       AND DSI-PROV-FLAG NOT = SPACE
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Case " DSI-CASE-ID
                           " provisional flag must be Y or N, skipping"
               END-IF
           END-IF

           IF RECORD-OK AND DSI-AMOUNT NOT NUMERIC
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Case " DSI-CASE-ID
                       " amount not numeric, skipping"
           END-IF

           IF RECORD-OK
               PERFORM 0320-PROVE-DISPUTED-POSTING
           END-IF

           IF RECORD-OK
               PERFORM 0330-SCAN-FOR-LIVE-CASE
               IF WS-CONFLICT-CASE NOT = SPACES
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Posting " DSI-TX-ID
                           " already disputed under case "
                           WS-CONFLICT-CASE ", open skipped"
               END-IF
           END-IF

           IF RECORD-OK
               PERFORM 0340-SET-DUE-DATE
           END-IF

           IF RECORD-OK
               INITIALIZE DISPUTE-RECORD
               MOVE DSI-CASE-ID TO DSP-CASE-ID
               MOVE DSI-TX-ID TO DSP-TX-ID
               MOVE DSI-ACCT-NUMBER TO DSP-ACCT-NUMBER
               MOVE WS-CASE-AMOUNT TO DSP-AMOUNT
               MOVE WS-CASE-CURRENCY TO DSP-CURRENCY
               MOVE DSI-REASON-CODE TO DSP-REASON-CODE
               MOVE DSI-REASON-TEXT TO DSP-REASON-TEXT
               MOVE DSI-AUTHORIZED-BY TO DSP-OPENED-BY
               MOVE WS-TODAY TO DSP-OPENED-DATE
               MOVE WS-DUE-DATE TO DSP-DUE-DATE
               SET DSP-OPEN TO TRUE
               SET DSP-PROV-NONE TO TRUE
               MOVE SPACES TO DSP-PEND-STEP
               MOVE ZEROS TO DSP-LAST-SEQ
               IF DSI-PROV-FLAG = "Y"
                   PERFORM 0520-CHECK-PROV-CURRENCIES
               END-IF
           END-IF

           IF RECORD-OK
               MOVE SPACES TO WS-OPC-REQUIRED-ROLE
               IF DSI-PROV-FLAG = "Y"
                   MOVE DSP-AMOUNT TO WS-OPC-AMOUNT
                   MOVE DSP-CURRENCY TO WS-OPC-CURRENCY
               ELSE
                   MOVE ZEROS TO WS-OPC-AMOUNT
                   MOVE SPACES TO WS-OPC-CURRENCY
               END-IF
               PERFORM 0380-CHECK-AUTHORIZER
           END-IF

           IF RECORD-OK
               MOVE "O" TO WS-LEG-STEP
               MOVE DSP-TX-ID TO WS-LEG-TX-ID
               MOVE DSP-AMOUNT TO WS-LEG-AMOUNT
               MOVE "00" TO WS-LEG-STATUS
               MOVE DSP-REASON-TEXT TO WS-LEG-MSG
               MOVE DSI-AUTHORIZED-BY TO WS-ACTOR
               PERFORM 0800-WRITE-HISTORY
               MOVE WS-TIMESTAMP TO DSP-MAINT-TS
               WRITE DISPUTE-RECORD
                   INVALID KEY
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Could not add case "
                               DSI-CASE-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-OPENED
                       MOVE DSP-AMOUNT TO WS-AMOUNT-DISPLAY
                       DISPLAY "OPENED:   " DSP-CASE-ID " "
                               DSP-ACCT-NUMBER " " WS-AMOUNT-DISPLAY
                               " " DSP-CURRENCY " DUE " DSP-DUE-DATE
               END-WRITE
           END-IF

           IF RECORD-OK AND DSI-PROV-FLAG = "Y"
               PERFORM 0500-GRANT-PROVISIONAL
           END-IF.

      ******************************************************************
      * THE DISPUTED POSTING MUST BE ON THE AUDIT TRAIL, POSTED, NOT
      * REVERSED (THE CUSTOMER ALREADY HAS THE MONEY BACK), NOT ITSELF
      * A REVERSAL, AND MUST HAVE DEBITED THE DISPUTING ACCOUNT. THE
      * CASE IS FOR THE WHOLE POSTING UNLESS A SMALLER AMOUNT IS GIVEN.
      ******************************************************************
       0320-PROVE-DISPUTED-POSTING.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE DSI-TX-ID TO WS-TXQ-TX-ID
           CALL "INQUIRE-TX" USING WS-TXQ-REQUEST WS-TXQ-RESPONSE
           END-CALL

           EVALUATE TRUE
               WHEN WS-TXQ-STATUS-CODE NOT = "00"
                   MOVE "NOT ON THE AUDIT TRAIL" TO WS-REJECT-REASON
               WHEN WS-TXQ-TX-STATUS NOT = "00"
                   MOVE "NEVER POSTED" TO WS-REJECT-REASON
               WHEN WS-TXQ-REVERSED-FLAG = "Y"
                   MOVE "ALREADY REVERSED" TO WS-REJECT-REASON
               WHEN WS-TXQ-REVERSAL-OF NOT = SPACES
                   MOVE "IS ITSELF A REVERSAL" TO WS-REJECT-REASON
               WHEN WS-TXQ-FROM-ACCT NOT = DSI-ACCT-NUMBER
                   MOVE "DID NOT DEBIT THE DISPUTING ACCOUNT"
                       TO WS-REJECT-REASON
               WHEN DSI-AMOUNT > WS-TXQ-AMOUNT
                   MOVE "IS SMALLER THAN THE AMOUNT DISPUTED"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-REJECT-REASON NOT = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Case " DSI-CASE-ID " posting "
                       DSI-TX-ID " " WS-REJECT-REASON ", skipping"
           ELSE
               IF DSI-AMOUNT = ZEROS
                   MOVE WS-TXQ-AMOUNT TO WS-CASE-AMOUNT
               ELSE
                   MOVE DSI-AMOUNT TO WS-CASE-AMOUNT
               END-IF
               IF WS-TXQ-CURRENCY = SPACES
                   MOVE "USD" TO WS-CASE-CURRENCY
               ELSE
                   MOVE WS-TXQ-CURRENCY TO WS-CASE-CURRENCY
               END-IF
           END-IF.

      ******************************************************************
      * ONE LIVE CASE PER POSTING - A CASE RESOLVED AGAINST THE
      * CUSTOMER MAY BE FOLLOWED BY A FRESH ONE, AN OPEN OR FAVOURED
      * ONE MAY NOT. THE CASE FILE IS SMALL; A FULL PASS IS CHEAP.
      ******************************************************************
       0330-SCAN-FOR-LIVE-CASE.
           MOVE SPACES TO WS-CONFLICT-CASE
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO DSP-CASE-ID
           START DISPUTE-FILE KEY NOT < DSP-CASE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ DISPUTE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF DSP-TX-ID = DSI-TX-ID AND NOT DSP-AGAINST
                           MOVE DSP-CASE-ID TO WS-CONFLICT-CASE
                           MOVE 'Y' TO WS-SCAN-DONE
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * DUE DATE - AS GIVEN, OR THE BUSINESS DATE PLUS THE REGULATORY
      * DEADLINE IN CALENDAR DAYS. IT MUST LIE AFTER THE BUSINESS DATE.
      ******************************************************************
       0340-SET-DUE-DATE.
           IF DSI-DUE-DATE = SPACES
               MOVE WS-TODAY TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   + WS-DEADLINE-DAYS
               COMPUTE WS-DATE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
               MOVE WS-DATE-NUM TO WS-DUE-DATE
           ELSE
               IF DSI-DUE-DATE NOT NUMERIC
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Case " DSI-CASE-ID " due date '"
                           DSI-DUE-DATE "' not a date, skipping"
               ELSE
                   MOVE DSI-DUE-DATE TO WS-DATE-NUM
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-NUM)
                           NOT = 0
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Case " DSI-CASE-ID
                               " due date '" DSI-DUE-DATE
                               "' not a date, skipping"
                   ELSE
                       MOVE DSI-DUE-DATE TO WS-DUE-DATE
                   END-IF
               END-IF
           END-IF

           IF RECORD-OK AND WS-DUE-DATE NOT > WS-TODAY
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Case " DSI-CASE-ID " due date "
                       WS-DUE-DATE " not after business date "
                       WS-TODAY ", skipping"
           END-IF.

      ******************************************************************
      * READ THE CASE NAMED ON THE INPUT RECORD. A CASE WITH A LEG
      * STILL AWAITING DUAL-CONTROL APPROVAL TAKES NO FURTHER STEP.
      ******************************************************************
       0350-READ-CASE.
           MOVE DSI-CASE-ID TO DSP-CASE-ID
           READ DISPUTE-FILE
               INVALID KEY
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Case " DSI-CASE-ID
                           " not on file, skipping"
           END-READ

           IF RECORD-OK AND NOT DSP-NO-PENDING
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Case " DSI-CASE-ID " leg "
                       DSP-PEND-TX-ID " awaiting approval, skipping"
           END-IF.

      ******************************************************************
      * THE AUTHORIZER MUST BE AN ACTIVE OPERATOR ON OPERMSTR; FOR A
      * STEP THAT MOVES MONEY THE CALLER SETS WS-OPC-AMOUNT AND
      * WS-OPC-CURRENCY SO THE OPERATOR'S AUTHORITY IS TESTED TOO
      ******************************************************************
       0380-CHECK-AUTHORIZER.
           MOVE DSI-AUTHORIZED-BY TO WS-OPC-OPERATOR-ID
           CALL "OPER-CHECK" USING WS-OPC-REQUEST WS-OPC-RESPONSE
           END-CALL
           IF WS-OPC-STATUS-CODE NOT = "00"
               PERFORM 0395-REFUSE-RECORD
           END-IF.

      ******************************************************************
      * REPORT VIA CHECK-ACCT-FOUND WHETHER WS-CHECK-ACCT-NUMBER IS ON
      * THE ACCOUNT MASTER, KEEPING ITS CURRENCY AND STATUS
      ******************************************************************
       0385-CHECK-ACCOUNT-EXISTS.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           MOVE SPACES TO WS-CHECK-ACCT-CURRENCY
           MOVE SPACE TO WS-CHECK-ACCT-STATUS
           IF ACCT-MASTER-OPEN
               MOVE WS-CHECK-ACCT-NUMBER TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-ACCT-FOUND-FLAG
                       MOVE ACCT-CURRENCY TO WS-CHECK-ACCT-CURRENCY
                       MOVE ACCT-STATUS TO WS-CHECK-ACCT-STATUS
               END-READ
           END-IF.

       0390-REJECT-RECORD.
           MOVE 'N' TO WS-RECORD-OK
           ADD 1 TO WS-COUNT-REJECTED.

      ******************************************************************
      * AN ENTITLEMENT REFUSAL: REJECT THE RECORD AND LEAVE THE
      * ATTEMPT ON MAINTTRAIL, KEYED ON THE CASE ID
      ******************************************************************
       0395-REFUSE-RECORD.
           PERFORM 0390-REJECT-RECORD
           ADD 1 TO WS-COUNT-REFUSED
           DISPLAY "REFUSED: CASE " DSI-CASE-ID " ACTION "
                   DSI-ACTION " BY " DSI-AUTHORIZED-BY " - "
                   WS-OPC-STATUS-MSG
           INITIALIZE MAINT-RECORD
           MOVE DSI-CASE-ID TO MNT-ACCT-NUMBER
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP
           MOVE "Q" TO MNT-ACTION
           MOVE DSI-AUTHORIZED-BY TO MNT-AUTHORIZED-BY
           MOVE "14" TO MNT-STATUS-CODE
           MOVE WS-OPC-STATUS-MSG TO MNT-STATUS-MSG
           WRITE MAINT-RECORD
               INVALID KEY
                   PERFORM 0396-REFUSAL-RETRY
           END-WRITE.

      ******************************************************************
      * TWO REFUSALS FOR THE SAME CASE WITHIN ONE CLOCK TICK COLLIDE
      * ON MNT-KEY - RETRY UNDER A SEQUENCE IN THE TIMESTAMP'S ZONE
      * OFFSET POSITIONS SO NO REFUSAL IS LOST
      ******************************************************************
       0396-REFUSAL-RETRY.
           ADD 1 TO WS-REFUSAL-SEQ
           MOVE WS-REFUSAL-SEQ TO MNT-TIMESTAMP(22:5)
           WRITE MAINT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write refusal trail "
                           "record for " DSI-CASE-ID
           END-WRITE.

      ******************************************************************
      * 'P' - PROVISIONAL CREDIT ON A CASE ALREADY OPEN WITHOUT ONE
      ******************************************************************
       0400-GRANT-ON-OPEN-CASE.
           PERFORM 0350-READ-CASE

           IF RECORD-OK AND NOT DSP-OPEN
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Case " DSI-CASE-ID
                       " already resolved, provisional credit skipped"
           END-IF

           IF RECORD-OK AND NOT DSP-PROV-NONE
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Case " DSI-CASE-ID
                       " provisional credit already granted, skipping"
           END-IF

           IF RECORD-OK
               PERFORM 0520-CHECK-PROV-CURRENCIES
           END-IF

           IF RECORD-OK
               MOVE SPACES TO WS-OPC-REQUIRED-ROLE
               MOVE DSP-AMOUNT TO WS-OPC-AMOUNT
               MOVE DSP-CURRENCY TO WS-OPC-CURRENCY
               PERFORM 0380-CHECK-AUTHORIZER
           END-IF

           IF RECORD-OK
               PERFORM 0500-GRANT-PROVISIONAL
           END-IF.

      ******************************************************************
      * 'F' - RESOLVE IN THE CUSTOMER'S FAVOUR. A CASE ALREADY VOIDED
      * WHOSE PROVISIONAL CREDIT COULD NOT BE RETURNED ONLY RETRIES
      * THE RETURN.
      ******************************************************************
       0450-RESOLVE-IN-FAVOUR.
           MOVE 'N' TO WS-RETURN-ONLY
           PERFORM 0350-READ-CASE

           IF RECORD-OK
               IF DSI-RESOLUTION NOT = "K" AND DSI-RESOLUTION NOT = "V"
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Case " DSI-CASE-ID
                           " resolution must be K or V, skipping"
               END-IF
           END-IF

           IF RECORD-OK AND DSP-FAVOUR AND DSP-VOID-ORIGINAL
                   AND DSP-PROV-GRANTED AND DSI-RESOLUTION = "V"
               MOVE 'Y' TO WS-RETURN-ONLY
           END-IF

           IF RECORD-OK AND NOT DSP-OPEN AND NOT RETURN-ONLY
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Case " DSI-CASE-ID
                       " already resolved, skipping"
           END-IF

      *    A void gives back the whole posting - it can only settle
      *    a dispute of the whole posting
           IF RECORD-OK AND DSI-RESOLUTION = "V" AND NOT RETURN-ONLY
               MOVE DSP-TX-ID TO WS-TXQ-TX-ID
               CALL "INQUIRE-TX" USING WS-TXQ-REQUEST WS-TXQ-RESPONSE
               END-CALL
               IF WS-TXQ-STATUS-CODE NOT = "00"
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Case " DSI-CASE-ID " posting "
                           DSP-TX-ID " no longer on the audit trail, "
                           "void skipped"
               ELSE
                   IF WS-TXQ-AMOUNT NOT = DSP-AMOUNT
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Case " DSI-CASE-ID
                               " disputes part of the posting, "
                               "resolve with K instead of V"
                   END-IF
               END-IF
           END-IF

           IF RECORD-OK AND DSI-RESOLUTION = "K"
               MOVE WS-LOSS-ACCT TO WS-CHECK-ACCT-NUMBER
               PERFORM 0525-CHECK-CASE-CURRENCY
               IF RECORD-OK AND DSP-PROV-NONE
                   MOVE DSP-ACCT-NUMBER TO WS-CHECK-ACCT-NUMBER
                   PERFORM 0525-CHECK-CASE-CURRENCY
               END-IF
           END-IF

           IF RECORD-OK
               MOVE SPACES TO WS-OPC-REQUIRED-ROLE
               IF RETURN-ONLY
                   MOVE DSP-PROV-AMOUNT TO WS-OPC-AMOUNT
               ELSE
                   MOVE DSP-AMOUNT TO WS-OPC-AMOUNT
               END-IF
               MOVE DSP-CURRENCY TO WS-OPC-CURRENCY
               PERFORM 0380-CHECK-AUTHORIZER
           END-IF

           IF RECORD-OK
               EVALUATE TRUE
                   WHEN RETURN-ONLY
                       PERFORM 0470-RETURN-PROVISIONAL
                   WHEN DSI-RESOLUTION = "K"
                       PERFORM 0460-FINALIZE-CREDIT
                   WHEN OTHER
                       PERFORM 0630-VOID-ORIGINAL
                       IF DSP-FAVOUR AND DSP-PROV-GRANTED
                               AND DSP-NO-PENDING
                           PERFORM 0470-RETURN-PROVISIONAL
                       END-IF
               END-EVALUATE
           END-IF.

      ******************************************************************
      * KEEP THE CREDIT - THE LOSS ACCOUNT MAKES GOOD THE SUSPENSE
      * ACCOUNT FOR A PROVISIONAL CREDIT, OR CREDITS THE CUSTOMER
      * DIRECTLY WHEN NONE WAS GRANTED
      ******************************************************************
       0460-FINALIZE-CREDIT.
           MOVE "F" TO WS-LEG-STEP
           MOVE "DPF" TO WS-LEG-PREFIX
           MOVE WS-LOSS-ACCT TO WS-LEG-FROM-ACCT
           IF DSP-PROV-GRANTED
               MOVE WS-SUSPENSE-ACCT TO WS-LEG-TO-ACCT
               MOVE DSP-PROV-AMOUNT TO WS-LEG-AMOUNT
           ELSE
               MOVE DSP-ACCT-NUMBER TO WS-LEG-TO-ACCT
               MOVE DSP-AMOUNT TO WS-LEG-AMOUNT
           END-IF
           PERFORM 0600-POST-LEG.

      ******************************************************************
      * THE ORIGINAL WAS VOIDED, SO THE CUSTOMER HAS THEIR MONEY BACK
      * FROM ITS BENEFICIARY - THE PROVISIONAL CREDIT GOES BACK TO
      * SUSPENSE
      ******************************************************************
       0470-RETURN-PROVISIONAL.
           MOVE "R" TO WS-LEG-STEP
           MOVE "DPR" TO WS-LEG-PREFIX
           MOVE DSP-ACCT-NUMBER TO WS-LEG-FROM-ACCT
           MOVE WS-SUSPENSE-ACCT TO WS-LEG-TO-ACCT
           MOVE DSP-PROV-AMOUNT TO WS-LEG-AMOUNT
           PERFORM 0600-POST-LEG.

      ******************************************************************
      * 'A' - RESOLVE AGAINST THE CUSTOMER. ANY PROVISIONAL CREDIT IS
      * CLAWED BACK TO SUSPENSE; THE CASE CLOSES ONLY ONCE IT IS.
      ******************************************************************
       0480-RESOLVE-AGAINST.
           PERFORM 0350-READ-CASE

           IF RECORD-OK AND NOT DSP-OPEN
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Case " DSI-CASE-ID
                       " already resolved, skipping"
           END-IF

           IF RECORD-OK
               MOVE SPACES TO WS-OPC-REQUIRED-ROLE
               IF DSP-PROV-GRANTED
                   MOVE DSP-PROV-AMOUNT TO WS-OPC-AMOUNT
                   MOVE DSP-CURRENCY TO WS-OPC-CURRENCY
               ELSE
                   MOVE ZEROS TO WS-OPC-AMOUNT
                   MOVE SPACES TO WS-OPC-CURRENCY
               END-IF
               PERFORM 0380-CHECK-AUTHORIZER
           END-IF

           IF RECORD-OK
               IF DSP-PROV-GRANTED
                   MOVE "K" TO WS-LEG-STEP
                   MOVE "DPK" TO WS-LEG-PREFIX
                   MOVE DSP-ACCT-NUMBER TO WS-LEG-FROM-ACCT
                   MOVE WS-SUSPENSE-ACCT TO WS-LEG-TO-ACCT
                   MOVE DSP-PROV-AMOUNT TO WS-LEG-AMOUNT
                   PERFORM 0600-POST-LEG
               ELSE
                   MOVE "A" TO WS-LEG-STEP
                   MOVE SPACES TO WS-LEG-TX-ID
                   MOVE ZEROS TO WS-LEG-AMOUNT
                   MOVE "00" TO WS-LEG-STATUS
                   MOVE "RESOLVED AGAINST, NO PROVISIONAL CREDIT"
                       TO WS-LEG-MSG
                   MOVE DSI-AUTHORIZED-BY TO WS-ACTOR
                   PERFORM 0800-WRITE-HISTORY
                   PERFORM 0660-APPLY-LEG
                   PERFORM 0810-REWRITE-CASE
               END-IF
           END-IF.

      ******************************************************************
      * GRANT THE DISPUTED AMOUNT AS PROVISIONAL CREDIT FROM SUSPENSE
      ******************************************************************
       0500-GRANT-PROVISIONAL.
           MOVE "C" TO WS-LEG-STEP
           MOVE "DPC" TO WS-LEG-PREFIX
           MOVE WS-SUSPENSE-ACCT TO WS-LEG-FROM-ACCT
           MOVE DSP-ACCT-NUMBER TO WS-LEG-TO-ACCT
           MOVE DSP-AMOUNT TO WS-LEG-AMOUNT
           PERFORM 0600-POST-LEG.

      ******************************************************************
      * PROVISIONAL CREDIT MOVES ONE AMOUNT, UNCONVERTED, BETWEEN THE
      * SUSPENSE ACCOUNT AND THE CUSTOMER - BOTH MUST HOLD THE CASE'S
      * CURRENCY OR THE SUSPENSE BALANCE COULD NEVER TIE
      ******************************************************************
       0520-CHECK-PROV-CURRENCIES.
           MOVE DSP-ACCT-NUMBER TO WS-CHECK-ACCT-NUMBER
           PERFORM 0525-CHECK-CASE-CURRENCY
           IF RECORD-OK
               MOVE WS-SUSPENSE-ACCT TO WS-CHECK-ACCT-NUMBER
               PERFORM 0525-CHECK-CASE-CURRENCY
           END-IF.

       0525-CHECK-CASE-CURRENCY.
           PERFORM 0385-CHECK-ACCOUNT-EXISTS
           EVALUATE TRUE
               WHEN NOT CHECK-ACCT-FOUND
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Case " DSI-CASE-ID " account "
                           WS-CHECK-ACCT-NUMBER " not on the account "
                           "master, skipping"
               WHEN WS-CHECK-ACCT-STATUS = "C"
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Case " DSI-CASE-ID " account "
                           WS-CHECK-ACCT-NUMBER " closed, skipping"
               WHEN WS-CHECK-ACCT-CURRENCY NOT = DSP-CURRENCY
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Case " DSI-CASE-ID " account "
                           WS-CHECK-ACCT-NUMBER " holds "
                           WS-CHECK-ACCT-CURRENCY ", case is "
                           DSP-CURRENCY ", skipping"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * POST ONE MONEY LEG OF THE CASE THROUGH PROCESS-TX UNDER
      * <PREFIX>-<CASE>-<SEQ>, SEQ BEING THE HISTORY SEQUENCE THE LEG
      * IS ABOUT TO BE RECORDED UNDER, THEN RECORD AND APPLY IT
      ******************************************************************
       0600-POST-LEG.
           PERFORM 0610-BUILD-LEG-TX-ID
           MOVE WS-LEG-AMOUNT TO WS-REQ-AMOUNT
           MOVE WS-LEG-TX-ID TO WS-REQ-TX-ID
           MOVE WS-LEG-FROM-ACCT TO WS-REQ-FROM-ACCT
           MOVE WS-LEG-TO-ACCT TO WS-REQ-TO-ACCT
           MOVE DSP-CURRENCY TO WS-REQ-CURRENCY-CODE
           MOVE DSI-AUTHORIZED-BY TO WS-REQ-INITIATED-BY

           CALL "PROCESS-TX" USING WS-TX-REQUEST WS-TX-RESPONSE
           END-CALL

           IF WS-RESP-STATUS-CODE = "05"
               PERFORM 0620-RESOLVE-DUPLICATE
           END-IF

           MOVE WS-RESP-STATUS-CODE TO WS-LEG-STATUS
           MOVE WS-RESP-STATUS-MSG TO WS-LEG-MSG
           MOVE DSI-AUTHORIZED-BY TO WS-ACTOR
           PERFORM 0800-WRITE-HISTORY
           PERFORM 0650-SETTLE-LEG-OUTCOME.

       0610-BUILD-LEG-TX-ID.
           COMPUTE WS-LEG-SEQ = DSP-LAST-SEQ + 1
           MOVE SPACES TO WS-LEG-TX-ID
           STRING WS-LEG-PREFIX DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  DSP-CASE-ID DELIMITED BY SPACE
                  "-" DELIMITED BY SIZE
                  WS-LEG-SEQ DELIMITED BY SIZE
               INTO WS-LEG-TX-ID
           END-STRING.

      ******************************************************************
      * THE LEG'S TX-ID IS ALREADY ON THE AUDIT TRAIL (A CRASHED RUN
      * BETWEEN THE POSTING AND THE CASE REWRITE) - ADOPT ITS OUTCOME
      * AS THIS ATTEMPT'S
      ******************************************************************
       0620-RESOLVE-DUPLICATE.
           MOVE WS-LEG-TX-ID TO WS-TXQ-TX-ID
           CALL "INQUIRE-TX" USING WS-TXQ-REQUEST WS-TXQ-RESPONSE
           END-CALL
           IF WS-TXQ-STATUS-CODE = "00"
               MOVE WS-TXQ-TX-STATUS TO WS-RESP-STATUS-CODE
               MOVE WS-TXQ-TX-MSG TO WS-RESP-STATUS-MSG
           ELSE
               MOVE "99" TO WS-RESP-STATUS-CODE
               MOVE "Duplicate TX-ID but audit lookup failed"
                   TO WS-RESP-STATUS-MSG
           END-IF.

      ******************************************************************
      * VOID THE DISPUTED POSTING THROUGH REVERSE-TX, WHICH WANTS THE
      * ORIGINAL'S HASH AS INQUIRE-TX REPORTS IT. A DUPLICATE IS OUR
      * OWN EARLIER VOID WHEN RVD-<CASE>-<SEQ> IS A POSTED REVERSAL
      * OF THE DISPUTED POSTING.
      ******************************************************************
       0630-VOID-ORIGINAL.
           MOVE "V" TO WS-LEG-STEP
           MOVE "RVD" TO WS-LEG-PREFIX
           MOVE DSP-AMOUNT TO WS-LEG-AMOUNT
           PERFORM 0610-BUILD-LEG-TX-ID

           MOVE DSP-TX-ID TO WS-REV-ORIGINAL-TX-ID
           MOVE WS-TXQ-HASH TO WS-REV-ORIGINAL-HASH
           MOVE WS-LEG-TX-ID TO WS-REV-TX-ID
           CALL "REVERSE-TX" USING WS-REV-REQUEST WS-REV-RESPONSE
           END-CALL

           IF WS-REV-STATUS-CODE = "05"
               MOVE WS-LEG-TX-ID TO WS-TXQ-TX-ID
               CALL "INQUIRE-TX" USING WS-TXQ-REQUEST WS-TXQ-RESPONSE
               END-CALL
               IF WS-TXQ-STATUS-CODE = "00"
                       AND WS-TXQ-TX-STATUS = "00"
                       AND WS-TXQ-REVERSAL-OF = DSP-TX-ID
                   MOVE "00" TO WS-REV-STATUS-CODE
                   MOVE "Void already posted under this TX-ID"
                       TO WS-REV-STATUS-MSG
               END-IF
           END-IF

           MOVE WS-REV-STATUS-CODE TO WS-LEG-STATUS
           MOVE WS-REV-STATUS-MSG TO WS-LEG-MSG
           MOVE DSI-AUTHORIZED-BY TO WS-ACTOR
           PERFORM 0800-WRITE-HISTORY
           PERFORM 0650-SETTLE-LEG-OUTCOME.

      ******************************************************************
      * POSTED - APPLY IT TO THE CASE; CAPTURED - HOLD THE CASE ON IT
      * UNTIL IT IS DECIDED; ANYTHING ELSE - THE CASE STAYS AS IT WAS
      * AND THE STEP CAN BE SENT AGAIN
      ******************************************************************
       0650-SETTLE-LEG-OUTCOME.
           MOVE WS-LEG-AMOUNT TO WS-AMOUNT-DISPLAY
           EVALUATE WS-LEG-STATUS
               WHEN "00"
                   PERFORM 0660-APPLY-LEG
               WHEN "09"
                   ADD 1 TO WS-COUNT-PENDING
                   MOVE WS-LEG-STEP TO DSP-PEND-STEP
                   MOVE WS-LEG-TX-ID TO DSP-PEND-TX-ID
                   MOVE WS-ACTOR TO DSP-PEND-BY
                   DISPLAY "PENDING:  " DSP-CASE-ID " " WS-LEG-TX-ID
                           " " WS-AMOUNT-DISPLAY
                           " AWAITING DUAL-CONTROL APPROVAL"
               WHEN OTHER
                   ADD 1 TO WS-COUNT-LEG-REFUSED
                   DISPLAY "FAILED:   " DSP-CASE-ID " " WS-LEG-TX-ID
                           " " WS-AMOUNT-DISPLAY " STATUS "
                           WS-LEG-STATUS
                   DISPLAY "          " WS-LEG-MSG
           END-EVALUATE
           PERFORM 0810-REWRITE-CASE.

      ******************************************************************
      * WHAT A POSTED STEP MEANS FOR THE CASE - SHARED BY A STEP THAT
      * POSTS AT ONCE AND A CAPTURED ONE FOUND APPROVED LATER
      ******************************************************************
       0660-APPLY-LEG.
           MOVE WS-LEG-AMOUNT TO WS-AMOUNT-DISPLAY
           EVALUATE WS-LEG-STEP
               WHEN "C"
                   ADD 1 TO WS-COUNT-GRANTED
                   SET DSP-PROV-GRANTED TO TRUE
                   MOVE WS-LEG-AMOUNT TO DSP-PROV-AMOUNT
                   MOVE WS-LEG-TX-ID TO DSP-PROV-TX-ID
                   DISPLAY "PROVISIONAL: " DSP-CASE-ID " "
                           WS-AMOUNT-DISPLAY " " DSP-CURRENCY " TO "
                           DSP-ACCT-NUMBER " TX " WS-LEG-TX-ID
               WHEN "F"
                   ADD 1 TO WS-COUNT-FAVOUR
                   IF DSP-PROV-GRANTED
                       SET DSP-PROV-FINALIZED TO TRUE
                   END-IF
                   SET DSP-FAVOUR TO TRUE
                   SET DSP-KEEP-CREDIT TO TRUE
                   PERFORM 0670-STAMP-RESOLUTION
                   DISPLAY "FAVOUR:   " DSP-CASE-ID
                           " CREDIT KEPT, WRITTEN OFF "
                           WS-AMOUNT-DISPLAY " TX " WS-LEG-TX-ID
               WHEN "V"
                   ADD 1 TO WS-COUNT-FAVOUR
                   SET DSP-FAVOUR TO TRUE
                   SET DSP-VOID-ORIGINAL TO TRUE
                   MOVE WS-LEG-TX-ID TO DSP-VOID-TX-ID
                   PERFORM 0670-STAMP-RESOLUTION
                   DISPLAY "FAVOUR:   " DSP-CASE-ID " ORIGINAL "
                           DSP-TX-ID " VOIDED TX " WS-LEG-TX-ID
               WHEN "R"
                   ADD 1 TO WS-COUNT-RETURNED
                   SET DSP-PROV-RETURNED TO TRUE
                   DISPLAY "RETURNED: " DSP-CASE-ID " PROVISIONAL "
                           WS-AMOUNT-DISPLAY " TO SUSPENSE TX "
                           WS-LEG-TX-ID
               WHEN "K"
                   ADD 1 TO WS-COUNT-AGAINST
                   SET DSP-PROV-CLAWED TO TRUE
                   SET DSP-AGAINST TO TRUE
                   PERFORM 0670-STAMP-RESOLUTION
                   DISPLAY "AGAINST:  " DSP-CASE-ID " PROVISIONAL "
                           WS-AMOUNT-DISPLAY " CLAWED BACK TX "
                           WS-LEG-TX-ID
               WHEN "A"
                   ADD 1 TO WS-COUNT-AGAINST
                   SET DSP-AGAINST TO TRUE
                   PERFORM 0670-STAMP-RESOLUTION
                   DISPLAY "AGAINST:  " DSP-CASE-ID
                           " NO PROVISIONAL CREDIT TO RECOVER"
           END-EVALUATE.

       0670-STAMP-RESOLUTION.
           MOVE WS-ACTOR TO DSP-RESOLVED-BY
           MOVE WS-TODAY TO DSP-RESOLVED-DATE.

      ******************************************************************
      * PROBE EVERY LEG LEFT IN THE DUAL-CONTROL QUEUE: APPROVED IS
      * APPLIED TO ITS CASE AS IF IT HAD POSTED AT ONCE; STILL
      * CAPTURED KEEPS WAITING; REJECTED OR EXPIRED IS RECORDED AND
      * RELEASES THE CASE FOR THE STEP TO BE SENT AGAIN
      ******************************************************************
       0700-PROBE-PENDING-LEGS.
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO DSP-CASE-ID
           START DISPUTE-FILE KEY NOT < DSP-CASE-ID
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ DISPUTE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-DISP-FILE-STATUS NOT = "00"
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           IF NOT DSP-NO-PENDING
                               PERFORM 0750-PROBE-ONE-LEG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0750-PROBE-ONE-LEG.
           MOVE DSP-PEND-TX-ID TO WS-TXQ-TX-ID
           CALL "INQUIRE-TX" USING WS-TXQ-REQUEST WS-TXQ-RESPONSE
           END-CALL

           EVALUATE TRUE
               WHEN WS-TXQ-STATUS-CODE NOT = "00"
                   DISPLAY "WARNING: Captured leg " DSP-PEND-TX-ID
                           " of case " DSP-CASE-ID
                           " could not be verified"
               WHEN WS-TXQ-TX-STATUS = "09"
                   ADD 1 TO WS-COUNT-PENDING
                   DISPLAY "PENDING:  " DSP-CASE-ID " "
                           DSP-PEND-TX-ID
                           " STILL AWAITING DUAL-CONTROL APPROVAL"
               WHEN OTHER
                   MOVE DSP-PEND-STEP TO WS-LEG-STEP
                   MOVE DSP-PEND-TX-ID TO WS-LEG-TX-ID
                   MOVE WS-TXQ-AMOUNT TO WS-LEG-AMOUNT
                   MOVE WS-TXQ-TX-STATUS TO WS-LEG-STATUS
                   MOVE WS-TXQ-TX-MSG TO WS-LEG-MSG
                   MOVE DSP-PEND-BY TO WS-ACTOR
                   MOVE SPACES TO DSP-PEND-STEP
                   MOVE SPACES TO DSP-PEND-TX-ID
                   MOVE SPACES TO DSP-PEND-BY
                   PERFORM 0800-WRITE-HISTORY
                   IF WS-LEG-STATUS = "00"
                       ADD 1 TO WS-COUNT-APPROVED
                       PERFORM 0660-APPLY-LEG
                   ELSE
                       ADD 1 TO WS-COUNT-LEG-REFUSED
                       DISPLAY "FAILED:   " DSP-CASE-ID " "
                               WS-LEG-TX-ID " CAPTURED LEG ENDED "
                               "WITH STATUS " WS-LEG-STATUS
                   END-IF
                   PERFORM 0810-REWRITE-CASE
           END-EVALUATE.

      ******************************************************************
      * RECORD THE STEP IN WS-LEG-WORK AGAINST THE CASE UNDER ITS NEXT
      * SEQUENCE. A RERUN AFTER A CRASH BEFORE THE CASE WAS REWRITTEN
      * MEETS ITS OWN HISTORY RECORD AND REPLACES IT.
      ******************************************************************
       0800-WRITE-HISTORY.
           ADD 1 TO DSP-LAST-SEQ
           INITIALIZE DISP-HIST-RECORD
           MOVE DSP-CASE-ID TO DSH-CASE-ID
           MOVE DSP-LAST-SEQ TO DSH-SEQ
           MOVE WS-LEG-STEP TO DSH-STEP
           MOVE WS-LEG-TX-ID TO DSH-TX-ID
           MOVE WS-LEG-AMOUNT TO DSH-AMOUNT
           MOVE DSP-CURRENCY TO DSH-CURRENCY
           MOVE WS-LEG-STATUS TO DSH-STATUS-CODE
           MOVE WS-LEG-MSG TO DSH-STATUS-MSG
           MOVE WS-ACTOR TO DSH-ACTOR
           MOVE WS-TODAY TO DSH-BUSINESS-DATE
           MOVE FUNCTION CURRENT-DATE TO DSH-TIMESTAMP
           WRITE DISP-HIST-RECORD
               INVALID KEY
                   REWRITE DISP-HIST-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: Could not record step "
                                   WS-LEG-STEP " on case "
                                   DSP-CASE-ID
                   END-REWRITE
           END-WRITE.

       0810-REWRITE-CASE.
           MOVE WS-TIMESTAMP TO DSP-MAINT-TS
           REWRITE DISPUTE-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not update case "
                           DSP-CASE-ID
           END-REWRITE.

       0900-CLOSE-FILES.
           IF WS-INPUT-FILE-STATUS NOT = "35"
               CLOSE DISP-INPUT-FILE
           END-IF
           CLOSE DISPUTE-FILE
           CLOSE DISP-HIST-FILE
           IF ACCT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF
           CLOSE MAINT-TRAIL.

       END PROGRAM DISP-MAINT.

      ******************************************************************
      * LEGACY TITAN BRIDGE - OUTBOUND PAYMENT STATUS AND RETURNS
      ******************************************************************
      * Program:     PAY-RETURNS
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Applies the clearing network's status/return
      *              file to the outbound payments PAY-OUTBOUND sent,
      *              replacing the hand-keyed TXNIN re-credits ops
      *              used to make when an item came back.
      *
      *              The PAYSTAT file is framed like PAYIN and the
      *              run is all-or-nothing at the file level: a first
      *              pass proves the frame (header first, every
      *              detail structurally sound, trailer last with
      *              matching count and amount hash) before anything
      *              is touched.
      *
      *              Each item is matched back to its funding
      *              posting, POU-<instruction ref>, through
      *              INQUIRE-TX (it must have posted, not been
      *              reversed, and be for the same amount) and to its
      *              PAYTRACK tracking record - an item sent before
      *              tracking began is adopted from the audit entry.
      *                'A' acknowledged - the item is marked settled;
      *                'J' rejected / 'R' returned - the original
      *                    amount is credited back to the debtor
      *                    account from the clearing account through
      *                    PROCESS-TX under TX-ID PRT-<instruction
      *                    ref>, and the network's reason code is kept
      *                    on the tracking record. A return may follow
      *                    an acknowledgement.
      *              A credit-back PROCESS-TX refuses (closed or
      *              frozen debtor, say) leaves the item unapplied
      *              for ops - the money is still in the clearing
      *              account and PAY-AGING keeps listing it. A
      *              credit-back captured for dual control is probed
      *              on every run until it posts or is voided.
      *              Every step is safe to rerun: an item already
      *              settled or credited back is reported as a rerun
      *              and PRT-<ref> can only post once.
      *
      * Input (PAYSTAT), record type in column 1:
      *   'H' header  - status date YYYYMMDD, network id
      *   'D' detail  - instruction ref, status A/J/R, amount,
      *                 currency, reason code (required for J/R),
      *                 network reference
      *   'T' trailer - detail record count, amount hash total
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAY-RETURNS.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-STATUS-FILE ASSIGN TO "PAYSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT PAY-TRACK-FILE ASSIGN TO "PAYTRACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-INSTR-REF
               FILE STATUS IS WS-TRACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-STATUS-FILE.
       01  PAY-STATUS-RECORD.
           05  PS-RECORD-TYPE          PIC X(1).
               88  PS-HEADER           VALUE 'H'.
               88  PS-DETAIL           VALUE 'D'.
               88  PS-TRAILER          VALUE 'T'.
           05  PS-RECORD-BODY          PIC X(60).
           05  PS-HEADER-BODY REDEFINES PS-RECORD-BODY.
               10  PSH-STATUS-DATE     PIC X(8).
               10  PSH-NETWORK-ID      PIC X(11).
               10  FILLER              PIC X(41).
           05  PS-DETAIL-BODY REDEFINES PS-RECORD-BODY.
               10  PSD-INSTR-REF       PIC X(16).
               10  PSD-STATUS          PIC X(1).
                   88  PSD-ACKNOWLEDGED    VALUE 'A'.
                   88  PSD-REJECTED        VALUE 'J'.
                   88  PSD-RETURNED        VALUE 'R'.
               10  PSD-AMOUNT          PIC 9(12)V99.
               10  PSD-CURRENCY        PIC X(3).
               10  PSD-REASON-CODE     PIC X(4).
               10  PSD-NETWORK-REF     PIC X(16).
               10  FILLER              PIC X(6).
           05  PS-TRAILER-BODY REDEFINES PS-RECORD-BODY.
               10  PST-RECORD-COUNT    PIC 9(7).
               10  PST-HASH-TOTAL      PIC 9(13)V99.
               10  FILLER              PIC X(38).

       FD  PAY-TRACK-FILE.
       COPY OUTBREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS    PIC XX.
           05  WS-TRACK-FILE-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-INPUT            PIC X VALUE 'N'.
               88  EOF-INPUT           VALUE 'Y'.
           05  WS-RUN-OK               PIC X VALUE 'Y'.
               88  RUN-OK              VALUE 'Y'.
           05  WS-HEADER-SEEN          PIC X VALUE 'N'.
               88  HEADER-SEEN         VALUE 'Y'.
           05  WS-TRAILER-SEEN         PIC X VALUE 'N'.
               88  TRAILER-SEEN        VALUE 'Y'.
           05  WS-TRACK-SWEEP-DONE     PIC X VALUE 'N'.
               88  TRACK-SWEEP-DONE    VALUE 'Y'.
           05  WS-ITEM-MATCHED         PIC X VALUE 'N'.
               88  ITEM-MATCHED        VALUE 'Y'.

      ******************************************************************
      * CONFIGURATION CONSTANTS - THE CLEARING SETTLEMENT ACCOUNT
      * PAY-OUTBOUND FUNDS INTO AND RETURNS ARE CREDITED BACK FROM
      ******************************************************************
       01  WS-CLEARING-ACCT            PIC X(16)
               VALUE "EXTCLEARING00001".

       01  WS-TIMESTAMP                PIC X(26).

       01  WS-FEED-CONTROL.
           05  WS-STATUS-DATE          PIC X(8).
           05  WS-NETWORK-ID           PIC X(11).
           05  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
           05  WS-AMOUNT-HASH          PIC 9(13)V99 VALUE 0.
           05  WS-TRAILER-COUNT        PIC 9(7) VALUE 0.
           05  WS-TRAILER-HASH         PIC 9(13)V99 VALUE 0.

       01  WS-ITEM-WORK.
           05  WS-FUND-TX-ID           PIC X(32).
           05  WS-EXCEPTION-MSG        PIC X(60).

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-ACKED          PIC 9(7) VALUE 0.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-RETURNED       PIC 9(7) VALUE 0.
           05  WS-COUNT-RERUN          PIC 9(7) VALUE 0.
           05  WS-COUNT-PENDING        PIC 9(7) VALUE 0.
           05  WS-COUNT-UNAPPLIED      PIC 9(7) VALUE 0.
           05  WS-COUNT-EXCEPTIONS     PIC 9(7) VALUE 0.
           05  WS-TOTAL-CREDITED       PIC 9(13)V99 VALUE 0.

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
      * USED TO MATCH AN ITEM TO ITS POU- FUNDING POSTING AND TO
      * RESOLVE A DUPLICATE OR CAPTURED PRT- CREDIT-BACK
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

           PERFORM 0100-VALIDATE-FEED
           IF RUN-OK
               PERFORM 0250-APPLY-FEED
               PERFORM 0700-PROBE-CAPTURED-RETURNS
               CLOSE PAY-TRACK-FILE
           ELSE
               DISPLAY "RUN REJECTED - NOTHING SETTLED OR CREDITED"
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "=== PAY-RETURNS SUMMARY ==="
           DISPLAY "RECORDS READ:        " WS-COUNT-READ
           DISPLAY "ACKNOWLEDGED:        " WS-COUNT-ACKED
           DISPLAY "REJECTED, CREDITED:  " WS-COUNT-REJECTED
           DISPLAY "RETURNED, CREDITED:  " WS-COUNT-RETURNED
           DISPLAY "ALREADY APPLIED:     " WS-COUNT-RERUN
           DISPLAY "AWAITING APPROVAL:   " WS-COUNT-PENDING
           DISPLAY "CREDIT-BACK REFUSED: " WS-COUNT-UNAPPLIED
           DISPLAY "UNMATCHED/EXCEPTION: " WS-COUNT-EXCEPTIONS
           DISPLAY "TOTAL CREDITED BACK: " WS-TOTAL-CREDITED
           DISPLAY "==========================="
           IF RUN-OK
               IF WS-COUNT-UNAPPLIED > 0 OR WS-COUNT-EXCEPTIONS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      ******************************************************************
      * PASS 1 - PROVE THE STATUS FILE'S FRAME BEFORE TOUCHING
      * ANYTHING - SAME ALL-OR-NOTHING GATE AS PAY-INBOUND
      ******************************************************************
       0100-VALIDATE-FEED.
           OPEN INPUT PAY-STATUS-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open PAYSTAT (status "
                       WS-INPUT-FILE-STATUS ")"
               MOVE 'N' TO WS-RUN-OK
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF

           PERFORM 0200-READ-INPUT
           PERFORM UNTIL EOF-INPUT
               ADD 1 TO WS-COUNT-READ
               PERFORM 0110-VALIDATE-ONE-RECORD
               PERFORM 0200-READ-INPUT
           END-PERFORM

           IF WS-INPUT-FILE-STATUS NOT = "35"
               CLOSE PAY-STATUS-FILE
           END-IF

           IF RUN-OK AND NOT HEADER-SEEN
               DISPLAY "ERROR: Feed has no header record"
               MOVE 'N' TO WS-RUN-OK
           END-IF
           IF RUN-OK AND NOT TRAILER-SEEN
               DISPLAY "ERROR: Feed has no trailer record - possible "
                       "truncation"
               MOVE 'N' TO WS-RUN-OK
           END-IF

           IF RUN-OK AND WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               DISPLAY "ERROR: Trailer count " WS-TRAILER-COUNT
                       " does not match details read "
                       WS-DETAIL-COUNT
               MOVE 'N' TO WS-RUN-OK
           END-IF

           IF RUN-OK
               IF WS-TRAILER-HASH NOT = WS-AMOUNT-HASH
                   DISPLAY "ERROR: Trailer hash total does not match "
                           "sum of detail amounts"
                   MOVE 'N' TO WS-RUN-OK
               END-IF
           END-IF.

       0110-VALIDATE-ONE-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   DISPLAY "ERROR: Record follows the trailer at "
                           "line " WS-COUNT-READ
                   MOVE 'N' TO WS-RUN-OK
               WHEN PS-HEADER
                   PERFORM 0120-VALIDATE-HEADER
               WHEN PS-DETAIL
                   PERFORM 0130-VALIDATE-DETAIL
               WHEN PS-TRAILER
                   PERFORM 0140-VALIDATE-TRAILER
               WHEN OTHER
                   DISPLAY "ERROR: Unknown record type '"
                           PS-RECORD-TYPE "' at line " WS-COUNT-READ
                   MOVE 'N' TO WS-RUN-OK
           END-EVALUATE.

       0120-VALIDATE-HEADER.
           IF HEADER-SEEN
               DISPLAY "ERROR: More than one header record"
               MOVE 'N' TO WS-RUN-OK
           END-IF
           IF WS-COUNT-READ NOT = 1
               DISPLAY "ERROR: Header is not the first record"
               MOVE 'N' TO WS-RUN-OK
           END-IF
           MOVE 'Y' TO WS-HEADER-SEEN

           IF PSH-STATUS-DATE NOT NUMERIC
               DISPLAY "ERROR: Header status date '" PSH-STATUS-DATE
                       "' not numeric"
               MOVE 'N' TO WS-RUN-OK
           END-IF
           MOVE PSH-STATUS-DATE TO WS-STATUS-DATE
           MOVE PSH-NETWORK-ID TO WS-NETWORK-ID.

       0130-VALIDATE-DETAIL.
           IF NOT HEADER-SEEN
               DISPLAY "ERROR: Detail before header at line "
                       WS-COUNT-READ
               MOVE 'N' TO WS-RUN-OK
           END-IF
           ADD 1 TO WS-DETAIL-COUNT

           IF PSD-INSTR-REF = SPACES
               DISPLAY "ERROR: Detail with blank instruction ref at "
                       "line " WS-COUNT-READ
               MOVE 'N' TO WS-RUN-OK
           END-IF
           IF NOT PSD-ACKNOWLEDGED AND NOT PSD-REJECTED
                   AND NOT PSD-RETURNED
               DISPLAY "ERROR: Item status '" PSD-STATUS
                       "' at line " WS-COUNT-READ
                       " must be A, J, or R"
               MOVE 'N' TO WS-RUN-OK
           END-IF
           IF (PSD-REJECTED OR PSD-RETURNED)
                   AND PSD-REASON-CODE = SPACES
               DISPLAY "ERROR: Reject/return without a reason code "
                       "at line " WS-COUNT-READ
               MOVE 'N' TO WS-RUN-OK
           END-IF
           IF PSD-AMOUNT NOT NUMERIC
               DISPLAY "ERROR: Detail amount not numeric at line "
                       WS-COUNT-READ
               MOVE 'N' TO WS-RUN-OK
           ELSE
               IF PSD-AMOUNT = ZEROS
                   DISPLAY "ERROR: Zero amount at line "
                           WS-COUNT-READ
                   MOVE 'N' TO WS-RUN-OK
               ELSE
                   ADD PSD-AMOUNT TO WS-AMOUNT-HASH
               END-IF
           END-IF.

       0140-VALIDATE-TRAILER.
           IF NOT HEADER-SEEN
               DISPLAY "ERROR: Trailer before header"
               MOVE 'N' TO WS-RUN-OK
           END-IF
           MOVE 'Y' TO WS-TRAILER-SEEN
           IF PST-RECORD-COUNT NOT NUMERIC
                   OR PST-HASH-TOTAL NOT NUMERIC
               DISPLAY "ERROR: Trailer count or hash not numeric"
               MOVE 'N' TO WS-RUN-OK
           ELSE
      *        Capture the trailer controls while the record is
      *        current - the record area is gone after AT END/CLOSE
               MOVE PST-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE PST-HASH-TOTAL TO WS-TRAILER-HASH
           END-IF.

      ******************************************************************
      * PASS 2 - THE FRAME PROVED OUT; REOPEN THE FILE AND APPLY THE
      * ITEMS. AN ITEM THAT DOES NOT MATCH IS REPORTED AND DOES NOT
      * ABORT THE RUN - THE ALL-OR-NOTHING GATE IS THE FRAME.
      ******************************************************************
       0250-APPLY-FEED.
           OPEN INPUT PAY-STATUS-FILE
           OPEN I-O PAY-TRACK-FILE
           IF WS-TRACK-FILE-STATUS = "35"
               OPEN OUTPUT PAY-TRACK-FILE
               CLOSE PAY-TRACK-FILE
               OPEN I-O PAY-TRACK-FILE
           END-IF
           MOVE 'N' TO WS-EOF-INPUT

           PERFORM 0200-READ-INPUT
           PERFORM UNTIL EOF-INPUT
               IF PS-DETAIL
                   PERFORM 0300-APPLY-ONE-ITEM
               END-IF
               PERFORM 0200-READ-INPUT
           END-PERFORM

           CLOSE PAY-STATUS-FILE.

       0200-READ-INPUT.
           IF NOT EOF-INPUT
               READ PAY-STATUS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-INPUT
               END-READ
           END-IF.

      ******************************************************************
      * MATCH ONE ITEM TO ITS POU- POSTING AND TRACKING RECORD, THEN
      * SETTLE IT OR CREDIT IT BACK
      ******************************************************************
       0300-APPLY-ONE-ITEM.
           PERFORM 0310-MATCH-FUNDING-POSTING
           IF ITEM-MATCHED
               EVALUATE TRUE
                   WHEN PSD-ACKNOWLEDGED
                       PERFORM 0400-SETTLE-ITEM
                   WHEN OTHER
                       PERFORM 0500-CREDIT-BACK-ITEM
               END-EVALUATE
           ELSE
               ADD 1 TO WS-COUNT-EXCEPTIONS
               DISPLAY "UNMATCHED: " PSD-INSTR-REF " "
                       PSD-STATUS " " PSD-AMOUNT " "
                       WS-EXCEPTION-MSG
           END-IF.

      ******************************************************************
      * THE FUNDING POSTING POU-<REF> MUST BE ON THE AUDIT TRAIL,
      * POSTED, NOT REVERSED (A VOIDED FUNDING HAS ALREADY GIVEN THE
      * DEBTOR THEIR MONEY BACK) AND FOR THE SAME AMOUNT THE NETWORK
      * REPORTS. AN ITEM SENT BEFORE PAYTRACK EXISTED HAS NO
      * TRACKING RECORD AND IS ADOPTED FROM THE AUDIT ENTRY.
      ******************************************************************
       0310-MATCH-FUNDING-POSTING.
           MOVE 'N' TO WS-ITEM-MATCHED
           MOVE SPACES TO WS-EXCEPTION-MSG
           MOVE SPACES TO WS-FUND-TX-ID
           STRING "POU-" DELIMITED BY SIZE
                  PSD-INSTR-REF DELIMITED BY SPACE
               INTO WS-FUND-TX-ID
           END-STRING
           MOVE WS-FUND-TX-ID TO WS-TXQ-TX-ID
           CALL "INQUIRE-TX" USING WS-TXQ-REQUEST WS-TXQ-RESPONSE
           END-CALL

           EVALUATE TRUE
               WHEN WS-TXQ-STATUS-CODE NOT = "00"
                   MOVE "NO POU- FUNDING POSTING ON THE AUDIT TRAIL"
                       TO WS-EXCEPTION-MSG
               WHEN WS-TXQ-TX-STATUS NOT = "00"
                   MOVE "FUNDING POSTING NEVER POSTED"
                       TO WS-EXCEPTION-MSG
               WHEN WS-TXQ-REVERSED-FLAG = "Y"
                   MOVE "FUNDING POSTING WAS REVERSED"
                       TO WS-EXCEPTION-MSG
               WHEN WS-TXQ-TO-ACCT NOT = WS-CLEARING-ACCT
                   MOVE "FUNDING POSTING NOT TO THE CLEARING ACCOUNT"
                       TO WS-EXCEPTION-MSG
               WHEN WS-TXQ-AMOUNT NOT = PSD-AMOUNT
                   MOVE "AMOUNT DIFFERS FROM THE FUNDING POSTING"
                       TO WS-EXCEPTION-MSG
               WHEN OTHER
                   MOVE 'Y' TO WS-ITEM-MATCHED
           END-EVALUATE

           IF ITEM-MATCHED
               MOVE PSD-INSTR-REF TO OUT-INSTR-REF
               READ PAY-TRACK-FILE
                   INVALID KEY
                       PERFORM 0320-ADOPT-UNTRACKED-ITEM
               END-READ
           END-IF

      *    A held or blocked instruction never left the bank - a
      *    network status for it is the network's error, not ours
           IF ITEM-MATCHED AND OUT-SCREENING-HOLD
               MOVE 'N' TO WS-ITEM-MATCHED
               MOVE "HELD BY SANCTIONS SCREENING, NEVER SENT"
                   TO WS-EXCEPTION-MSG
           END-IF.

       0320-ADOPT-UNTRACKED-ITEM.
           MOVE PSD-INSTR-REF TO OUT-INSTR-REF
           MOVE WS-TXQ-FROM-ACCT TO OUT-DEBTOR-ACCT
           MOVE WS-TXQ-AMOUNT TO OUT-AMOUNT
           MOVE WS-TXQ-CURRENCY TO OUT-CURRENCY
           MOVE SPACES TO OUT-BENEF-BANK
           MOVE SPACES TO OUT-BENEF-ACCT
           MOVE SPACES TO OUT-BENEF-NAME
           MOVE WS-TXQ-TIMESTAMP(1:8) TO OUT-VALUE-DATE
           SET OUT-SENT TO TRUE
           MOVE SPACES TO OUT-STATUS-DATE
           MOVE SPACES TO OUT-REASON-CODE
           MOVE SPACES TO OUT-RETURN-TX-ID
           MOVE "00" TO OUT-LAST-STATUS
           MOVE WS-TXQ-TIMESTAMP TO OUT-SENT-TS
           MOVE WS-TIMESTAMP TO OUT-MAINT-TS
           WRITE OUTB-RECORD
               INVALID KEY
                   MOVE 'N' TO WS-ITEM-MATCHED
                   MOVE "COULD NOT ADD TRACKING RECORD"
                       TO WS-EXCEPTION-MSG
               NOT INVALID KEY
                   DISPLAY "ADOPTED: " PSD-INSTR-REF
                           " SENT BEFORE TRACKING, NOW TRACKED"
           END-WRITE.

      ******************************************************************
      * ACKNOWLEDGEMENT - THE NETWORK HAS THE MONEY; THE ITEM IS
      * SETTLED. AN ACK FOR AN ITEM ALREADY CREDITED BACK IS A
      * NETWORK-SIDE CONTRADICTION FOR OPS, NOT SOMETHING TO UNDO.
      ******************************************************************
       0400-SETTLE-ITEM.
           EVALUATE TRUE
               WHEN OUT-SENT
                   ADD 1 TO WS-COUNT-ACKED
                   SET OUT-SETTLED TO TRUE
                   MOVE WS-STATUS-DATE TO OUT-STATUS-DATE
                   DISPLAY "SETTLED: " OUT-INSTR-REF " "
                           OUT-AMOUNT " " OUT-CURRENCY
                   PERFORM 0600-REWRITE-TRACKING
               WHEN OUT-SETTLED
                   ADD 1 TO WS-COUNT-RERUN
                   DISPLAY "RERUN:   " OUT-INSTR-REF
                           " ALREADY SETTLED"
               WHEN OTHER
                   ADD 1 TO WS-COUNT-EXCEPTIONS
                   DISPLAY "CONFLICT: " OUT-INSTR-REF
                           " ACKNOWLEDGED AFTER REJECT/RETURN ("
                           OUT-REASON-CODE "), REVIEW WITH NETWORK"
           END-EVALUATE.

      ******************************************************************
      * REJECT OR RETURN - CREDIT THE ORIGINAL AMOUNT BACK TO THE
      * DEBTOR FROM THE CLEARING ACCOUNT UNDER PRT-<REF>. A SETTLED
      * ITEM MAY STILL COME BACK AS A RETURN. AN ITEM ALREADY
      * CREDITED BACK OR LEFT UNAPPLIED IS NOT CREDITED AGAIN.
      ******************************************************************
       0500-CREDIT-BACK-ITEM.
           EVALUATE TRUE
               WHEN OUT-CREDITED-BACK
                   ADD 1 TO WS-COUNT-RERUN
                   DISPLAY "RERUN:   " OUT-INSTR-REF
                           " ALREADY CREDITED BACK UNDER "
                           OUT-RETURN-TX-ID
               WHEN OUT-UNAPPLIED
                   ADD 1 TO WS-COUNT-UNAPPLIED
                   DISPLAY "UNAPPLIED: " OUT-INSTR-REF
                           " CREDIT-BACK PREVIOUSLY REFUSED (STATUS "
                           OUT-LAST-STATUS "), REPAIR MANUALLY"
               WHEN OTHER
                   PERFORM 0510-POST-CREDIT-BACK
           END-EVALUATE.

       0510-POST-CREDIT-BACK.
           MOVE OUT-AMOUNT TO WS-REQ-AMOUNT
           MOVE WS-CLEARING-ACCT TO WS-REQ-FROM-ACCT
           MOVE OUT-DEBTOR-ACCT TO WS-REQ-TO-ACCT
           MOVE OUT-CURRENCY TO WS-REQ-CURRENCY-CODE
           MOVE "PAYRETN" TO WS-REQ-INITIATED-BY
           MOVE SPACES TO WS-REQ-TX-ID
           STRING "PRT-" DELIMITED BY SIZE
                  OUT-INSTR-REF DELIMITED BY SPACE
               INTO WS-REQ-TX-ID
           END-STRING

           CALL "PROCESS-TX" USING WS-TX-REQUEST WS-TX-RESPONSE
           END-CALL

           IF WS-RESP-STATUS-CODE = "05"
               PERFORM 0550-RESOLVE-DUPLICATE
           END-IF

           MOVE WS-STATUS-DATE TO OUT-STATUS-DATE
           MOVE PSD-REASON-CODE TO OUT-REASON-CODE
           MOVE WS-REQ-TX-ID TO OUT-RETURN-TX-ID
           MOVE WS-RESP-STATUS-CODE TO OUT-LAST-STATUS
           EVALUATE WS-RESP-STATUS-CODE
               WHEN "00"
               WHEN "09"
                   IF PSD-REJECTED
                       SET OUT-REJECTED TO TRUE
                       ADD 1 TO WS-COUNT-REJECTED
                   ELSE
                       SET OUT-RETURNED TO TRUE
                       ADD 1 TO WS-COUNT-RETURNED
                   END-IF
                   ADD OUT-AMOUNT TO WS-TOTAL-CREDITED
                   DISPLAY "CREDITED:" OUT-INSTR-REF " "
                           OUT-AMOUNT " " OUT-CURRENCY
                           " BACK TO " OUT-DEBTOR-ACCT
                           " REASON " OUT-REASON-CODE
                           " TX " WS-REQ-TX-ID
                   IF WS-RESP-STATUS-CODE = "09"
                       ADD 1 TO WS-COUNT-PENDING
                       DISPLAY "PENDING: " WS-REQ-TX-ID
                               " AWAITING DUAL-CONTROL APPROVAL"
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-COUNT-UNAPPLIED
                   SET OUT-UNAPPLIED TO TRUE
                   DISPLAY "UNAPPLIED: " OUT-INSTR-REF
                           " CREDIT-BACK TO " OUT-DEBTOR-ACCT
                           " REFUSED, STATUS " WS-RESP-STATUS-CODE
                           " " WS-RESP-STATUS-MSG
           END-EVALUATE
           PERFORM 0600-REWRITE-TRACKING.

      ******************************************************************
      * PRT-<REF> IS ALREADY ON THE AUDIT TRAIL (A CRASHED RUN
      * BETWEEN THE POSTING AND THE TRACKING REWRITE) - ADOPT ITS
      * OUTCOME AS THIS ATTEMPT'S
      ******************************************************************
       0550-RESOLVE-DUPLICATE.
           MOVE WS-REQ-TX-ID TO WS-TXQ-TX-ID
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

       0600-REWRITE-TRACKING.
           MOVE WS-TIMESTAMP TO OUT-MAINT-TS
           REWRITE OUTB-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not update tracking for "
                           OUT-INSTR-REF
           END-REWRITE.

      ******************************************************************
      * PROBE EVERY CREDIT-BACK LEFT IN THE DUAL-CONTROL QUEUE: ONCE
      * APPROVED IT IS DONE; STILL CAPTURED KEEPS WAITING; REJECTED
      * OR EXPIRED MEANS THE DEBTOR WAS NEVER CREDITED, SO THE ITEM
      * BECOMES UNAPPLIED FOR OPS
      ******************************************************************
       0700-PROBE-CAPTURED-RETURNS.
           MOVE 'N' TO WS-TRACK-SWEEP-DONE
           MOVE LOW-VALUES TO OUT-INSTR-REF
           START PAY-TRACK-FILE KEY NOT < OUT-INSTR-REF
               INVALID KEY
                   MOVE 'Y' TO WS-TRACK-SWEEP-DONE
           END-START
           PERFORM UNTIL TRACK-SWEEP-DONE
               READ PAY-TRACK-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-TRACK-SWEEP-DONE
                   NOT AT END
                       IF WS-TRACK-FILE-STATUS NOT = "00"
                           MOVE 'Y' TO WS-TRACK-SWEEP-DONE
                       ELSE
                           IF OUT-CREDITED-BACK
                                   AND OUT-LAST-STATUS = "09"
                                   AND OUT-MAINT-TS NOT = WS-TIMESTAMP
                               PERFORM 0750-PROBE-ONE-RETURN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0750-PROBE-ONE-RETURN.
           MOVE OUT-RETURN-TX-ID TO WS-TXQ-TX-ID
           CALL "INQUIRE-TX" USING WS-TXQ-REQUEST WS-TXQ-RESPONSE
           END-CALL

           EVALUATE TRUE
               WHEN WS-TXQ-STATUS-CODE NOT = "00"
                   DISPLAY "WARNING: Captured credit-back "
                           OUT-RETURN-TX-ID " could not be verified"
               WHEN WS-TXQ-TX-STATUS = "00"
                   DISPLAY "APPROVED: " OUT-RETURN-TX-ID
                           " CREDIT-BACK POSTED"
                   MOVE "00" TO OUT-LAST-STATUS
                   PERFORM 0600-REWRITE-TRACKING
               WHEN WS-TXQ-TX-STATUS = "09"
                   ADD 1 TO WS-COUNT-PENDING
                   DISPLAY "PENDING: " OUT-RETURN-TX-ID
                           " STILL AWAITING DUAL-CONTROL APPROVAL"
               WHEN OTHER
                   ADD 1 TO WS-COUNT-UNAPPLIED
                   DISPLAY "UNAPPLIED: " OUT-INSTR-REF
                           " CAPTURED CREDIT-BACK ENDED WITH STATUS "
                           WS-TXQ-TX-STATUS ", REPAIR MANUALLY"
                   SET OUT-UNAPPLIED TO TRUE
                   MOVE WS-TXQ-TX-STATUS TO OUT-LAST-STATUS
                   PERFORM 0600-REWRITE-TRACKING
           END-EVALUATE.

       END PROGRAM PAY-RETURNS.

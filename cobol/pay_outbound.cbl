      *              file per day. An instruction the account cannot
      *              fund is reported and left out of the extract.
      *
      *              Every extracted instruction is recorded on the
      *              PAYTRACK outbound tracking file (status sent,
      *              with the value date) the first time it goes
      *              out, so PAY-RETURNS can settle or credit it back
      *              from the network's status file and PAY-AGING
      *              can age what the network has not acknowledged.
      *              An instruction the network has rejected or
      *              returned, and that has been credited back, is
      *              never re-extracted by a rerun.
      *
      *              Before an instruction is funded its beneficiary
      *              name and bank are screened through SANC-SCREEN's
      *              SANC-CHECK. An instruction with a watch-list hit
      *              is not debited and not extracted: it is written
      *              to PAYTRACK held ('H'), or blocked ('K') once
      *              compliance confirms the hit, with everything
      *              needed to send it later. Every run rescreens the
      *              held and blocked instructions after the feed;
      *              one compliance has cleared is funded and
      *              extracted then, in that run's file. A screen
      *              that cannot be run holds the instruction - the
      *              list being unavailable never lets money out.
      *              A held instruction that can no longer be funded
      *              is dropped from PAYTRACK and reported as failed,
      *              like any other unfunded instruction.
      *
      * Input (PAYORDIN), record type in column 1:
      *   'H' header  - value date YYYYMMDD
      *   'D' detail  - instruction ref, debtor account, amount,
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.

           SELECT PAY-TRACK-FILE ASSIGN TO "PAYTRACK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OUT-INSTR-REF
               FILE STATUS IS WS-TRACK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-ORDER-FILE.
       FD  PAY-EXTRACT-FILE.
       01  PAY-EXTRACT-RECORD          PIC X(130).

       FD  PAY-TRACK-FILE.
       COPY OUTBREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS    PIC XX.
           05  WS-EXTR-FILE-STATUS     PIC XX.
           05  WS-TRACK-FILE-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-INPUT            PIC X VALUE 'N'.
               88  HEADER-SEEN         VALUE 'Y'.
           05  WS-TRAILER-SEEN         PIC X VALUE 'N'.
               88  TRAILER-SEEN        VALUE 'Y'.
           05  WS-TRACK-SWEEP-DONE     PIC X VALUE 'N'.
               88  TRACK-SWEEP-DONE    VALUE 'Y'.
           05  WS-SCREEN-HELD          PIC X VALUE 'N'.
               88  SCREEN-HELD         VALUE 'Y'.

      ******************************************************************
      * CONFIGURATION CONSTANTS - THE CLEARING SETTLEMENT ACCOUNT

       01  WS-TIMESTAMP                PIC X(26).

      ******************************************************************
      * INSTRUCTION WORK AREA - SHARED BY THE FEED APPLY AND THE
      * RELEASE OF SCREENING HOLDS, SO 0310-FUND-INSTRUCTION SERVES
      * BOTH PATHS
      ******************************************************************
       01  WS-INSTR-WORK.
           05  WS-INSTR-REF            PIC X(16).
           05  WS-INSTR-DEBTOR-ACCT    PIC X(16).
           05  WS-INSTR-AMOUNT         PIC 9(12)V99.
           05  WS-INSTR-CURRENCY       PIC X(3).
           05  WS-INSTR-BENEF-BANK     PIC X(11).
           05  WS-INSTR-BENEF-ACCT     PIC X(34).
           05  WS-INSTR-BENEF-NAME     PIC X(35).
           05  WS-INSTR-OUTCOME        PIC X(1).
               88  INSTR-EXTRACTED     VALUE 'E'.
               88  INSTR-PENDING       VALUE 'P'.
               88  INSTR-FAILED        VALUE 'F'.
               88  INSTR-RETURNED      VALUE 'R'.
           05  WS-INSTR-HOLD-STATUS    PIC X(1).

       01  WS-FEED-CONTROL.
           05  WS-VALUE-DATE           PIC X(8).
           05  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
           05  WS-COUNT-REFUNDED       PIC 9(7) VALUE 0.
           05  WS-COUNT-PENDING        PIC 9(7) VALUE 0.
           05  WS-COUNT-FAILED         PIC 9(7) VALUE 0.
           05  WS-COUNT-RETURNED       PIC 9(7) VALUE 0.
           05  WS-COUNT-EXTRACTED      PIC 9(7) VALUE 0.
           05  WS-COUNT-HELD           PIC 9(7) VALUE 0.
           05  WS-COUNT-RELEASED       PIC 9(7) VALUE 0.
           05  WS-COUNT-STILL-HELD     PIC 9(7) VALUE 0.
           05  WS-COUNT-BLOCKED        PIC 9(7) VALUE 0.
           05  WS-TOTAL-EXTRACTED      PIC 9(13)V99 VALUE 0.

      ******************************************************************
           05  WS-TXQ-TO-AMOUNT        PIC 9(12)V99.
           05  WS-TXQ-TO-CURRENCY      PIC X(3).

      ******************************************************************
      * SANC-CHECK PARAMETERS (MIRROR SANC-SCREEN'S LINKAGE)
      ******************************************************************
       01  WS-SCR-REQUEST.
           05  WS-SCR-SUBJECT-TYPE     PIC X(1).
           05  WS-SCR-SUBJECT-REF      PIC X(16).
           05  WS-SCR-NAME             PIC X(40).
           05  WS-SCR-BANK-ID          PIC X(11).
           05  WS-SCR-SCREENED-BY      PIC X(8).

       01  WS-SCR-RESPONSE.
           05  WS-SCR-STATUS-CODE      PIC XX.
           05  WS-SCR-STATUS-MSG       PIC X(80).
           05  WS-SCR-HIT-COUNT        PIC 9(3).
           05  WS-SCR-OPEN-COUNT       PIC 9(3).
           05  WS-SCR-CONFIRMED-COUNT  PIC 9(3).
           05  WS-SCR-LIST-SOURCE      PIC X(8).
           05  WS-SCR-ENTRY-ID         PIC X(12).
           05  WS-SCR-LISTED-NAME      PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           DISPLAY "RE-EXTRACTED:        " WS-COUNT-REFUNDED
           DISPLAY "AWAITING APPROVAL:   " WS-COUNT-PENDING
           DISPLAY "FAILED/NOT EXTRACTED:" WS-COUNT-FAILED
           DISPLAY "RETURNED, NOT RESENT:" WS-COUNT-RETURNED
           DISPLAY "NEWLY HELD (SCREEN): " WS-COUNT-HELD
           DISPLAY "RELEASED BY SCREEN:  " WS-COUNT-RELEASED
           DISPLAY "STILL HELD (SCREEN): " WS-COUNT-STILL-HELD
           DISPLAY "BLOCKED (SCREEN):    " WS-COUNT-BLOCKED
           DISPLAY "INSTRUCTIONS SENT:   " WS-COUNT-EXTRACTED
           DISPLAY "AMOUNT SENT:         " WS-TOTAL-EXTRACTED
           DISPLAY "============================"
           IF WS-COUNT-FAILED > 0 OR WS-COUNT-HELD > 0
                   OR WS-COUNT-STILL-HELD > 0 OR WS-COUNT-BLOCKED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
      * PASS 2 - THE FRAME PROVED OUT; DEBIT EACH INSTRUCTION AND
      * EXTRACT THE FUNDED ONES. THE EXTRACT IS REBUILT WHOLESALE,
      * SO A RERUN REPRODUCES THE SAME FILE (ALREADY-FUNDED
      * INSTRUCTIONS RE-EXTRACT WITHOUT RE-DEBITING). SCREENING HOLDS
      * COMPLIANCE HAS SINCE CLEARED GO OUT IN THE SAME FILE.
      ******************************************************************
       0250-APPLY-FEED.
           OPEN INPUT PAY-ORDER-FILE
           OPEN OUTPUT PAY-EXTRACT-FILE
           OPEN I-O PAY-TRACK-FILE
           IF WS-TRACK-FILE-STATUS = "35"
               OPEN OUTPUT PAY-TRACK-FILE
               CLOSE PAY-TRACK-FILE
               OPEN I-O PAY-TRACK-FILE
           END-IF
           PERFORM 0240-WRITE-EXTRACT-HEADER
           MOVE 'N' TO WS-EOF-INPUT

               PERFORM 0200-READ-INPUT
           END-PERFORM

           PERFORM 0700-RELEASE-SCREEN-HOLDS
           PERFORM 0800-WRITE-EXTRACT-TRAILER
           CLOSE PAY-ORDER-FILE
           CLOSE PAY-EXTRACT-FILE
           CLOSE PAY-TRACK-FILE.

       0200-READ-INPUT.
           IF NOT EOF-INPUT
           MOVE WS-PAY-HEADER TO PAY-EXTRACT-RECORD
           WRITE PAY-EXTRACT-RECORD.

      ******************************************************************
      * TAKE ONE INSTRUCTION FROM THE FEED. ONE ALREADY ON PAYTRACK
      * WAS SCREENED WHEN IT FIRST CAME IN: A SENT OR SETTLED ONE
      * GOES STRAIGHT TO FUNDING (A RERUN RESOLVES AS DUPLICATE), A
      * HELD OR BLOCKED ONE IS LEFT TO THE RELEASE SWEEP. A NEW ONE
      * IS SCREENED BEFORE ANYTHING IS DEBITED.
      ******************************************************************
       0300-APPLY-ONE-INSTRUCTION.
           MOVE POD-INSTR-REF TO WS-INSTR-REF
           MOVE POD-DEBTOR-ACCT TO WS-INSTR-DEBTOR-ACCT
           MOVE POD-AMOUNT TO WS-INSTR-AMOUNT
           MOVE POD-CURRENCY TO WS-INSTR-CURRENCY
           MOVE POD-BENEF-BANK TO WS-INSTR-BENEF-BANK
           MOVE POD-BENEF-ACCT TO WS-INSTR-BENEF-ACCT
           MOVE POD-BENEF-NAME TO WS-INSTR-BENEF-NAME

           MOVE WS-INSTR-REF TO OUT-INSTR-REF
           READ PAY-TRACK-FILE
               INVALID KEY
                   PERFORM 0350-SCREEN-INSTRUCTION
                   IF SCREEN-HELD
                       ADD 1 TO WS-COUNT-HELD
                       PERFORM 0360-TRACK-HELD-ITEM
                   ELSE
                       PERFORM 0310-FUND-INSTRUCTION
                   END-IF
               NOT INVALID KEY
                   IF OUT-SCREENING-HOLD
                       DISPLAY "HELD:    " WS-INSTR-REF
                               " ALREADY HELD BY SCREENING ("
                               OUT-STATUS "), LEFT TO THE RELEASE "
                               "SWEEP"
                   ELSE
                       PERFORM 0310-FUND-INSTRUCTION
                   END-IF
           END-READ.

      ******************************************************************
      * FUND ONE INSTRUCTION: DEBIT THE CUSTOMER TO THE CLEARING
      * ACCOUNT UNDER POU-<REF>. ONLY A FUNDED (OR PREVIOUSLY
      * FUNDED) INSTRUCTION REACHES THE EXTRACT - AN UNFUNDED
      * PAYMENT MUST NEVER LEAVE THE BANK. THE OUTCOME COMES BACK IN
      * WS-INSTR-OUTCOME.
      ******************************************************************
       0310-FUND-INSTRUCTION.
           MOVE SPACE TO WS-INSTR-OUTCOME
           MOVE WS-INSTR-AMOUNT TO WS-REQ-AMOUNT
           MOVE WS-INSTR-DEBTOR-ACCT TO WS-REQ-FROM-ACCT
           MOVE WS-CLEARING-ACCT TO WS-REQ-TO-ACCT
           MOVE WS-INSTR-CURRENCY TO WS-REQ-CURRENCY-CODE
           MOVE "PAYOUTBD" TO WS-REQ-INITIATED-BY
           MOVE SPACES TO WS-REQ-TX-ID
           STRING "POU-" DELIMITED BY SIZE
                  WS-INSTR-REF DELIMITED BY SPACE
               INTO WS-REQ-TX-ID
           END-STRING

           EVALUATE WS-RESP-STATUS-CODE
               WHEN "00"
                   ADD 1 TO WS-COUNT-FUNDED
                   DISPLAY "FUNDED:  " WS-INSTR-REF " "
                           WS-INSTR-AMOUNT " " WS-INSTR-CURRENCY
                           " FROM " WS-INSTR-DEBTOR-ACCT
                   PERFORM 0600-WRITE-EXTRACT-DETAIL
               WHEN "09"
                   ADD 1 TO WS-COUNT-PENDING
                   SET INSTR-PENDING TO TRUE
                   DISPLAY "PENDING: " WS-INSTR-REF
                           " AWAITING DUAL-CONTROL APPROVAL, NOT "
                           "EXTRACTED THIS RUN"
               WHEN "05"
                   PERFORM 0400-RESOLVE-DUPLICATE
               WHEN OTHER
                   ADD 1 TO WS-COUNT-FAILED
                   SET INSTR-FAILED TO TRUE
                   DISPLAY "FAILED:  " WS-INSTR-REF " STATUS "
                           WS-RESP-STATUS-CODE " "
                           WS-RESP-STATUS-MSG
           END-EVALUATE.

      ******************************************************************
      * SCREEN THE BENEFICIARY NAME AND BANK. ANYTHING BUT A PASS
      * HOLDS THE INSTRUCTION: BLOCKED ('K') FOR A CONFIRMED MATCH,
      * HELD ('H') FOR AN OPEN HIT OR A SCREEN THAT COULD NOT BE RUN.
      ******************************************************************
       0350-SCREEN-INSTRUCTION.
           MOVE 'N' TO WS-SCREEN-HELD
           MOVE "O" TO WS-SCR-SUBJECT-TYPE
           MOVE WS-INSTR-REF TO WS-SCR-SUBJECT-REF
           MOVE WS-INSTR-BENEF-NAME TO WS-SCR-NAME
           MOVE WS-INSTR-BENEF-BANK TO WS-SCR-BANK-ID
           MOVE "PAYOUTBD" TO WS-SCR-SCREENED-BY
           CALL "SANC-CHECK" USING WS-SCR-REQUEST WS-SCR-RESPONSE
           END-CALL

           IF WS-SCR-STATUS-CODE NOT = "00"
               MOVE 'Y' TO WS-SCREEN-HELD
               IF WS-SCR-STATUS-CODE = "21"
                   MOVE "K" TO WS-INSTR-HOLD-STATUS
               ELSE
                   MOVE "H" TO WS-INSTR-HOLD-STATUS
               END-IF
               DISPLAY "HELD:    " WS-INSTR-REF " "
                       WS-SCR-STATUS-MSG
           END-IF.

      ******************************************************************
      * RECORD A NEWLY HELD INSTRUCTION ON PAYTRACK WITH EVERYTHING
      * THE RELEASE SWEEP NEEDS TO FUND AND SEND IT LATER. IT HAS
      * NOT BEEN SENT, SO IT CARRIES NO VALUE DATE OR SENT STAMP.
      ******************************************************************
       0360-TRACK-HELD-ITEM.
           MOVE WS-INSTR-REF TO OUT-INSTR-REF
           MOVE WS-INSTR-DEBTOR-ACCT TO OUT-DEBTOR-ACCT
           MOVE WS-INSTR-AMOUNT TO OUT-AMOUNT
           MOVE WS-INSTR-CURRENCY TO OUT-CURRENCY
           MOVE WS-INSTR-BENEF-BANK TO OUT-BENEF-BANK
           MOVE WS-INSTR-BENEF-ACCT TO OUT-BENEF-ACCT
           MOVE WS-INSTR-BENEF-NAME TO OUT-BENEF-NAME
           MOVE SPACES TO OUT-VALUE-DATE
           MOVE WS-INSTR-HOLD-STATUS TO OUT-STATUS
           MOVE SPACES TO OUT-STATUS-DATE
           MOVE SPACES TO OUT-REASON-CODE
           MOVE SPACES TO OUT-RETURN-TX-ID
           MOVE SPACES TO OUT-LAST-STATUS
           MOVE SPACES TO OUT-SENT-TS
           MOVE WS-TIMESTAMP TO OUT-MAINT-TS
           WRITE OUTB-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not track held "
                           "instruction " WS-INSTR-REF
           END-WRITE.

      ******************************************************************
      * THE INSTRUCTION'S TX-ID IS ALREADY ON THE AUDIT TRAIL -
      * FUNDED ON A PRIOR RUN MEANS RE-EXTRACT WITHOUT RE-DEBITING;
           EVALUATE TRUE
               WHEN WS-TXQ-STATUS-CODE NOT = "00"
                   ADD 1 TO WS-COUNT-FAILED
                   SET INSTR-FAILED TO TRUE
                   DISPLAY "FAILED:  " WS-INSTR-REF
                           " DUPLICATE TX-ID BUT AUDIT LOOKUP FAILED"
               WHEN WS-TXQ-TX-STATUS = "00"
                   PERFORM 0450-REEXTRACT-FUNDED
               WHEN WS-TXQ-TX-STATUS = "09"
                   ADD 1 TO WS-COUNT-PENDING
                   SET INSTR-PENDING TO TRUE
                   DISPLAY "PENDING: " WS-INSTR-REF
                           " STILL AWAITING DUAL-CONTROL APPROVAL"
               WHEN OTHER
                   ADD 1 TO WS-COUNT-FAILED
                   SET INSTR-FAILED TO TRUE
                   DISPLAY "FAILED:  " WS-INSTR-REF
                           " PRIOR FUNDING ENDED WITH STATUS "
                           WS-TXQ-TX-STATUS
                           ", MANUAL REVIEW REQUIRED"
           END-EVALUATE.

      ******************************************************************
      * A PREVIOUSLY FUNDED INSTRUCTION IS RE-EXTRACTED UNLESS THE
      * NETWORK HAS SINCE REJECTED OR RETURNED IT - ITS MONEY IS
      * BACK WITH THE DEBTOR (OR OWED TO THEM), AND SENDING THE SAME
      * FILE LINE AGAIN WOULD PAY THE BENEFICIARY FROM NOTHING
      ******************************************************************
       0450-REEXTRACT-FUNDED.
           MOVE WS-INSTR-REF TO OUT-INSTR-REF
           READ PAY-TRACK-FILE
               INVALID KEY
                   MOVE SPACE TO OUT-STATUS
           END-READ
           IF OUT-CREDITED-BACK OR OUT-UNAPPLIED
               ADD 1 TO WS-COUNT-RETURNED
               SET INSTR-RETURNED TO TRUE
               DISPLAY "RETURNED:" WS-INSTR-REF
                       " REJECTED/RETURNED BY THE NETWORK ("
                       OUT-REASON-CODE "), NOT RE-EXTRACTED"
           ELSE
               ADD 1 TO WS-COUNT-REFUNDED
               DISPLAY "RERUN:   " WS-INSTR-REF
                       " ALREADY FUNDED, RE-EXTRACTED"
               PERFORM 0600-WRITE-EXTRACT-DETAIL
           END-IF.

       0600-WRITE-EXTRACT-DETAIL.
           SET INSTR-EXTRACTED TO TRUE
           MOVE WS-INSTR-REF TO XD-INSTR-REF
           MOVE WS-INSTR-DEBTOR-ACCT TO XD-DEBTOR-ACCT
           MOVE WS-INSTR-AMOUNT TO XD-AMOUNT
           MOVE WS-INSTR-CURRENCY TO XD-CURRENCY
           MOVE WS-INSTR-BENEF-BANK TO XD-BENEF-BANK
           MOVE WS-INSTR-BENEF-ACCT TO XD-BENEF-ACCT
           MOVE WS-INSTR-BENEF-NAME TO XD-BENEF-NAME
           MOVE WS-PAY-DETAIL TO PAY-EXTRACT-RECORD
           WRITE PAY-EXTRACT-RECORD
           ADD 1 TO WS-COUNT-EXTRACTED
           ADD WS-INSTR-AMOUNT TO WS-TOTAL-EXTRACTED
           PERFORM 0650-TRACK-SENT-ITEM.

      ******************************************************************
      * RECORD THE EXTRACTED INSTRUCTION ON PAYTRACK AS SENT. A
      * RE-EXTRACTED ONE IS ALREADY THERE AND KEEPS ITS ORIGINAL
      * VALUE DATE, SO A RERUN DOES NOT RESET ITS AGE. A RELEASED
      * SCREENING HOLD IS SENT FOR THE FIRST TIME NOW AND TAKES THIS
      * FILE'S VALUE DATE.
      ******************************************************************
       0650-TRACK-SENT-ITEM.
           MOVE WS-INSTR-REF TO OUT-INSTR-REF
           READ PAY-TRACK-FILE
               INVALID KEY
                   MOVE WS-INSTR-REF TO OUT-INSTR-REF
                   MOVE WS-INSTR-DEBTOR-ACCT TO OUT-DEBTOR-ACCT
                   MOVE WS-INSTR-AMOUNT TO OUT-AMOUNT
                   MOVE WS-INSTR-CURRENCY TO OUT-CURRENCY
                   MOVE WS-INSTR-BENEF-BANK TO OUT-BENEF-BANK
                   MOVE WS-INSTR-BENEF-ACCT TO OUT-BENEF-ACCT
                   MOVE WS-INSTR-BENEF-NAME TO OUT-BENEF-NAME
                   MOVE WS-VALUE-DATE TO OUT-VALUE-DATE
                   SET OUT-SENT TO TRUE
                   MOVE SPACES TO OUT-STATUS-DATE
                   MOVE SPACES TO OUT-REASON-CODE
                   MOVE SPACES TO OUT-RETURN-TX-ID
                   MOVE "00" TO OUT-LAST-STATUS
                   MOVE WS-TIMESTAMP TO OUT-SENT-TS
                   MOVE WS-TIMESTAMP TO OUT-MAINT-TS
                   WRITE OUTB-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: Could not track "
                                   "instruction " WS-INSTR-REF
                   END-WRITE
               NOT INVALID KEY
                   IF OUT-SCREENING-HOLD
                       MOVE WS-VALUE-DATE TO OUT-VALUE-DATE
                       SET OUT-SENT TO TRUE
                       MOVE "00" TO OUT-LAST-STATUS
                       MOVE WS-TIMESTAMP TO OUT-SENT-TS
                       MOVE WS-TIMESTAMP TO OUT-MAINT-TS
                       REWRITE OUTB-RECORD
                           INVALID KEY
                               DISPLAY "WARNING: Could not track "
                                       "instruction " WS-INSTR-REF
                       END-REWRITE
                   END-IF
           END-READ.

      ******************************************************************
      * RESCREEN EVERY HELD OR BLOCKED INSTRUCTION THIS RUN DID NOT
      * ITSELF JUST HOLD (ITS MAINT STAMP CARRIES THIS RUN'S
      * TIMESTAMP - NOTHING CAN HAVE BEEN DECIDED SINCE). ONE THAT
      * NOW PASSES IS FUNDED AND EXTRACTED; A BLOCK COMPLIANCE HAS
      * OVERTURNED IS RELEASED THE SAME WAY.
      ******************************************************************
       0700-RELEASE-SCREEN-HOLDS.
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
                           IF OUT-SCREENING-HOLD
                                   AND OUT-MAINT-TS NOT = WS-TIMESTAMP
                               PERFORM 0750-RESCREEN-HELD-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0750-RESCREEN-HELD-ITEM.
           MOVE OUT-INSTR-REF TO WS-INSTR-REF
           MOVE OUT-DEBTOR-ACCT TO WS-INSTR-DEBTOR-ACCT
           MOVE OUT-AMOUNT TO WS-INSTR-AMOUNT
           MOVE OUT-CURRENCY TO WS-INSTR-CURRENCY
           MOVE OUT-BENEF-BANK TO WS-INSTR-BENEF-BANK
           MOVE OUT-BENEF-ACCT TO WS-INSTR-BENEF-ACCT
           MOVE OUT-BENEF-NAME TO WS-INSTR-BENEF-NAME
           PERFORM 0350-SCREEN-INSTRUCTION

           IF SCREEN-HELD
               PERFORM 0760-KEEP-SCREEN-HOLD
           ELSE
               ADD 1 TO WS-COUNT-RELEASED
               DISPLAY "RELEASED:" WS-INSTR-REF
                       " CLEARED BY COMPLIANCE, FUNDING"
               PERFORM 0310-FUND-INSTRUCTION
               PERFORM 0770-SETTLE-RELEASE-OUTCOME
           END-IF.

       0760-KEEP-SCREEN-HOLD.
           IF WS-INSTR-HOLD-STATUS = "K"
               ADD 1 TO WS-COUNT-BLOCKED
           ELSE
               ADD 1 TO WS-COUNT-STILL-HELD
           END-IF
           IF OUT-STATUS NOT = WS-INSTR-HOLD-STATUS
               MOVE WS-INSTR-HOLD-STATUS TO OUT-STATUS
               MOVE WS-TIMESTAMP TO OUT-MAINT-TS
               REWRITE OUTB-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: Could not update held "
                               "instruction " WS-INSTR-REF
               END-REWRITE
           END-IF.

      ******************************************************************
      * AN EXTRACTED RELEASE HAS ALREADY TURNED 'S' IN 0650. ONE
      * CAPTURED FOR DUAL CONTROL STAYS HELD, MARKED 09, AND THE NEXT
      * RUN'S SWEEP RESOLVES IT THROUGH THE DUPLICATE PATH. ONE THAT
      * COULD NOT BE FUNDED IS DROPPED FROM TRACKING - IT NEVER LEFT
      * THE BANK AND THERE IS NOTHING IN THE CLEARING ACCOUNT FOR IT.
      ******************************************************************
       0770-SETTLE-RELEASE-OUTCOME.
           MOVE WS-INSTR-REF TO OUT-INSTR-REF
           EVALUATE TRUE
               WHEN INSTR-EXTRACTED
                   CONTINUE
               WHEN INSTR-PENDING
                   READ PAY-TRACK-FILE
                       NOT INVALID KEY
                           MOVE "09" TO OUT-LAST-STATUS
                           MOVE WS-TIMESTAMP TO OUT-MAINT-TS
                           REWRITE OUTB-RECORD
                               INVALID KEY
                                   DISPLAY "WARNING: Could not update "
                                           "held instruction "
                                           WS-INSTR-REF
                           END-REWRITE
                   END-READ
               WHEN OTHER
                   DELETE PAY-TRACK-FILE
                       INVALID KEY
                           DISPLAY "WARNING: Could not drop held "
                                   "instruction " WS-INSTR-REF
                   END-DELETE
           END-EVALUATE.

       0800-WRITE-EXTRACT-TRAILER.
           MOVE WS-COUNT-EXTRACTED TO XT-RECORD-COUNT

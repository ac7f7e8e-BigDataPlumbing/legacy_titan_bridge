      *              rest stay parked with a refreshed reason for
      *              ops to repair or return.
      *
      *              Every item is screened through SANC-SCREEN's
      *              SANC-CHECK (originator name and sending bank)
      *              before it posts, and again before every re-
      *              presentment. An item with an open hit parks
      *              with reason SANC and one with a confirmed hit
      *              with reason SBLK; neither posts until compliance
      *              clears the hit (SANC-DECIDE), after which the
      *              next run's re-presentment sweep posts it. A
      *              screening failure holds the item as SANC - the
      *              list being unavailable never lets money through.
      *              A feed rerun never re-presents an item that is
      *              already on the queue: from then on the sweep
      *              owns it.
      *
      * Input (PAYIN), record type in column 1:
      *   'H' header  - value date YYYYMMDD, sending bank id
      *   'D' detail  - item ref, beneficiary account, amount,
               88  TRAILER-SEEN        VALUE 'Y'.
           05  WS-RPR-SWEEP-DONE       PIC X VALUE 'N'.
               88  RPR-SWEEP-DONE      VALUE 'Y'.
           05  WS-SCREEN-HELD          PIC X VALUE 'N'.
               88  SCREEN-HELD         VALUE 'Y'.
           05  WS-ON-REPAIR-QUEUE      PIC X VALUE 'N'.
               88  ON-REPAIR-QUEUE     VALUE 'Y'.

      ******************************************************************
      * CONFIGURATION CONSTANTS - THE CLEARING SETTLEMENT ACCOUNT
           05  WS-COUNT-PARKED         PIC 9(7) VALUE 0.
           05  WS-COUNT-REPAIRED       PIC 9(7) VALUE 0.
           05  WS-COUNT-STILL-PARKED   PIC 9(7) VALUE 0.
           05  WS-COUNT-SCREEN-HELD    PIC 9(7) VALUE 0.
           05  WS-TOTAL-POSTED         PIC 9(13)V99 VALUE 0.

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
           DISPLAY "NEWLY PARKED:       " WS-COUNT-PARKED
           DISPLAY "REPAIRS POSTED:     " WS-COUNT-REPAIRED
           DISPLAY "STILL PARKED:       " WS-COUNT-STILL-PARKED
           DISPLAY "SCREENING HELD:     " WS-COUNT-SCREEN-HELD
           DISPLAY "TOTAL POSTED:       " WS-TOTAL-POSTED
           DISPLAY "==========================="
           IF WS-COUNT-PARKED > 0 OR WS-COUNT-STILL-PARKED > 0
                   OR WS-COUNT-SCREEN-HELD > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.
           MOVE PD-CURRENCY TO WS-ITEM-CURRENCY
           MOVE PD-ORIGINATOR TO WS-ITEM-ORIGINATOR
           MOVE 0 TO WS-ITEM-RETRY-SEQ

           PERFORM 0380-CHECK-REPAIR-QUEUE
           IF ON-REPAIR-QUEUE
               ADD 1 TO WS-COUNT-DUPLICATE
               DISPLAY "RERUN:   " WS-ITEM-REF
                       " ALREADY ON REPAIR QUEUE (" RPR-REASON-CODE
                       ")"
           ELSE
               PERFORM 0390-PROBE-FEED-ATTEMPT
               IF ITEM-ALREADY-DONE
                   PERFORM 0350-REPORT-FEED-OUTCOME
               ELSE
                   MOVE WS-SENDING-BANK TO WS-SCR-BANK-ID
                   PERFORM 0400-SCREEN-ITEM
                   IF SCREEN-HELD
                       PERFORM 0600-PARK-ONE-ITEM
                   ELSE
                       PERFORM 0500-POST-ONE-ITEM
                       PERFORM 0350-REPORT-FEED-OUTCOME
                   END-IF
               END-IF
           END-IF.

       0350-REPORT-FEED-OUTCOME.
           EVALUATE TRUE
               WHEN ITEM-POSTED
                   ADD 1 TO WS-COUNT-POSTED
                   PERFORM 0600-PARK-ONE-ITEM
           END-EVALUATE.

      ******************************************************************
      * AN ITEM ALREADY ON THE REPAIR QUEUE BELONGS TO THE SWEEP AND
      * IS NOT PRESENTED AGAIN FROM A FEED RERUN. AN ITEM HELD BY
      * SCREENING NEVER USED PIN-<REF>, SO ONCE RELEASED AND POSTED
      * (OR REJECTED) UNDER A RETRY-SUFFIXED TX-ID THE DUPLICATE
      * CHECK WOULD NOT CATCH A SECOND POSTING.
      ******************************************************************
       0380-CHECK-REPAIR-QUEUE.
           MOVE 'N' TO WS-ON-REPAIR-QUEUE
           MOVE WS-ITEM-REF TO RPR-ITEM-REF
           READ REPAIR-QUEUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ON-REPAIR-QUEUE
           END-READ.

      ******************************************************************
      * AN ITEM THAT POSTED (OR WAS CAPTURED FOR APPROVAL) UNDER
      * PIN-<REF> ON AN EARLIER RUN IS NOT ON THE QUEUE, SO IT IS
      * LOOKED UP BEFORE SCREENING - A WATCH LIST CHANGED SINCE THAT
      * RUN MUST NOT PARK AN ITEM ALREADY CREDITED, OR RELEASING THE
      * HIT WOULD RE-PRESENT IT AS A SECOND CREDIT. A FEED ATTEMPT
      * THAT FAILED MOVED NO MONEY AND TAKES THE ORDINARY PATH.
      ******************************************************************
       0390-PROBE-FEED-ATTEMPT.
           MOVE SPACE TO WS-ITEM-OUTCOME
           PERFORM 0510-BUILD-ITEM-TX-ID
           MOVE WS-REQ-TX-ID TO WS-TXQ-TX-ID
           CALL "INQUIRE-TX" USING WS-TXQ-REQUEST WS-TXQ-RESPONSE
           END-CALL
           IF WS-TXQ-STATUS-CODE = "00"
                   AND (WS-TXQ-TX-STATUS = "00"
                        OR WS-TXQ-TX-STATUS = "09")
               SET ITEM-ALREADY-DONE TO TRUE
           END-IF.

      ******************************************************************
      * SCREEN THE ITEM'S ORIGINATOR (AND, FROM THE FEED, THE SENDING
      * BANK - THE CALLER SETS WS-SCR-BANK-ID) BEFORE ANY MONEY
      * MOVES. ANYTHING BUT A PASS HOLDS THE ITEM: SBLK FOR A
      * CONFIRMED MATCH, SANC FOR AN OPEN HIT OR A SCREEN THAT COULD
      * NOT BE RUN.
      ******************************************************************
       0400-SCREEN-ITEM.
           MOVE 'N' TO WS-SCREEN-HELD
           MOVE "I" TO WS-SCR-SUBJECT-TYPE
           MOVE WS-ITEM-REF TO WS-SCR-SUBJECT-REF
           MOVE WS-ITEM-ORIGINATOR TO WS-SCR-NAME
           MOVE "PAYINBD" TO WS-SCR-SCREENED-BY
           CALL "SANC-CHECK" USING WS-SCR-REQUEST WS-SCR-RESPONSE
           END-CALL

           IF WS-SCR-STATUS-CODE NOT = "00"
               MOVE 'Y' TO WS-SCREEN-HELD
               ADD 1 TO WS-COUNT-SCREEN-HELD
               IF WS-SCR-STATUS-CODE = "21"
                   MOVE "SBLK" TO WS-ITEM-REASON
               ELSE
                   MOVE "SANC" TO WS-ITEM-REASON
               END-IF
               MOVE SPACES TO WS-ITEM-LAST-STATUS
               DISPLAY "HELD:    " WS-ITEM-REF " "
                       WS-SCR-STATUS-MSG
           END-IF.

      ******************************************************************
      * POST ONE ITEM FROM THE CLEARING ACCOUNT TO ITS BENEFICIARY.
      * TX-ID IS PIN-<REF> FOR THE FEED ATTEMPT AND PIN-<REF>-R<NN>
           END-EVALUATE.

      ******************************************************************
      * PARK A REJECTED OR SCREEN-HELD FEED ITEM ON THE REPAIR QUEUE
      * WITH ITS REASON. A FEED RERUN NEVER GETS HERE: AN ITEM
      * ALREADY QUEUED IS STOPPED BY 0380 AND ONE ALREADY POSTED OR
      * CAPTURED UNDER PIN-<REF> BY 0390, BOTH REPORTED AS RERUN.
      ******************************************************************
       0600-PARK-ONE-ITEM.
           ADD 1 TO WS-COUNT-PARKED
           MOVE RPR-AMOUNT TO WS-ITEM-AMOUNT
           MOVE RPR-CURRENCY TO WS-ITEM-CURRENCY
           MOVE RPR-ORIGINATOR TO WS-ITEM-ORIGINATOR

      *    The queue does not carry the sending bank; a bank hit
      *    raised on the feed attempt still holds the item, since
      *    SANC-CHECK judges every hit recorded against it
           MOVE SPACES TO WS-SCR-BANK-ID
           PERFORM 0400-SCREEN-ITEM
           IF SCREEN-HELD
               PERFORM 0770-KEEP-SCREEN-HOLD
           ELSE
               PERFORM 0765-POST-REPAIR-ATTEMPT
           END-IF.

       0765-POST-REPAIR-ATTEMPT.
           COMPUTE WS-ITEM-RETRY-SEQ = RPR-RETRY-SEQ + 1
           PERFORM 0500-POST-ONE-ITEM

                           "item " RPR-ITEM-REF
           END-REWRITE.

      ******************************************************************
      * STILL HELD BY SCREENING - NO ATTEMPT WAS MADE, SO THE RETRY
      * SEQUENCE STAYS WHERE IT IS; ONLY THE REASON IS REFRESHED (AN
      * OPEN HIT MAY HAVE BEEN CONFIRMED, OR THE REVERSE)
      ******************************************************************
       0770-KEEP-SCREEN-HOLD.
           MOVE WS-ITEM-REASON TO RPR-REASON-CODE
           MOVE WS-TIMESTAMP TO RPR-MAINT-TS
           REWRITE RPR-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not update repair "
                           "item " RPR-ITEM-REF
           END-REWRITE.

      ******************************************************************
      * THE LAST ATTEMPT (RPR-RETRY-SEQ) WAS CAPTURED FOR APPROVAL.
      * LOOK ITS AUDIT ENTRY UP: POSTED = SETTLED; STILL CAPTURED =

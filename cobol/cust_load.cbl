      *              is rejected, so the customer-level views can
      *              trust the cross-reference.
      *
      *              Every customer added or amended is screened by
      *              name through SANC-SCREEN's SANC-CHECK, and the
      *              outcome lands on CST-WATCH-FLAG: 'H' possible
      *              match awaiting compliance, 'T' confirmed match,
      *              'C' every match cleared, space no match. A
      *              customer that could not be screened (watch list
      *              unavailable) keeps its flag and ends the run
      *              with return code 4 so it is rescreened.
      *
      * Input (CUSTIN), one record per action:
      *              CM-ACTION        'A' add customer
      *                               'M' amend customer (blank

       01  WS-TIMESTAMP                PIC X(26).
       01  WS-OTHER-CUSTOMER           PIC X(12).
       01  WS-NEW-WATCH-FLAG           PIC X(1).

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

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-LINKED         PIC 9(7) VALUE 0.
           05  WS-COUNT-UNLINKED       PIC 9(7) VALUE 0.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-FLAGGED        PIC 9(7) VALUE 0.
           05  WS-COUNT-UNSCREENED     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           DISPLAY "ACCOUNTS LINKED:    " WS-COUNT-LINKED
           DISPLAY "ACCOUNTS UNLINKED:  " WS-COUNT-UNLINKED
           DISPLAY "RECORDS REJECTED:   " WS-COUNT-REJECTED
           DISPLAY "WATCH-LIST FLAGGED: " WS-COUNT-FLAGGED
           DISPLAY "NOT SCREENED:       " WS-COUNT-UNSCREENED
           DISPLAY "========================="
           IF WS-COUNT-UNSCREENED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-OPEN-FILES.
               MOVE CM-STATUS TO CST-STATUS
               MOVE CM-AUTHORIZED-BY TO CST-MAINT-BY
               MOVE WS-TIMESTAMP TO CST-MAINT-TS
               MOVE SPACE TO CST-WATCH-FLAG
               WRITE CUST-RECORD
                   INVALID KEY
                       PERFORM 0390-REJECT-RECORD
                               " already exists, add skipped"
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-ADDED
                       PERFORM 0400-SCREEN-CUSTOMER
               END-WRITE
           END-IF.

                               CM-CUST-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-AMENDED
                       PERFORM 0400-SCREEN-CUSTOMER
               END-REWRITE
           END-IF.

           MOVE 'N' TO WS-RECORD-OK
           ADD 1 TO WS-COUNT-REJECTED.

      ******************************************************************
      * SCREEN THE CUSTOMER JUST WRITTEN AND RECORD THE OUTCOME ON
      * CST-WATCH-FLAG. AN AMEND IS SCREENED EVEN WHEN THE NAME DID
      * NOT CHANGE - A DECISION ALREADY TAKEN ON A HIT STICKS, SO
      * RESCREENING NEVER REOPENS A CLEARED MATCH.
      ******************************************************************
       0400-SCREEN-CUSTOMER.
           MOVE "C" TO WS-SCR-SUBJECT-TYPE
           MOVE CST-NUMBER TO WS-SCR-SUBJECT-REF
           MOVE CST-NAME TO WS-SCR-NAME
           MOVE SPACES TO WS-SCR-BANK-ID
           MOVE "CUSTLOAD" TO WS-SCR-SCREENED-BY
           CALL "SANC-CHECK" USING WS-SCR-REQUEST WS-SCR-RESPONSE
           END-CALL

           EVALUATE WS-SCR-STATUS-CODE
               WHEN "21"
                   MOVE "T" TO WS-NEW-WATCH-FLAG
               WHEN "20"
                   MOVE "H" TO WS-NEW-WATCH-FLAG
               WHEN "00"
                   IF WS-SCR-HIT-COUNT > 0
                       MOVE "C" TO WS-NEW-WATCH-FLAG
                   ELSE
                       MOVE SPACE TO WS-NEW-WATCH-FLAG
                   END-IF
               WHEN OTHER
                   MOVE CST-WATCH-FLAG TO WS-NEW-WATCH-FLAG
                   ADD 1 TO WS-COUNT-UNSCREENED
                   DISPLAY "WARNING: Customer " CST-NUMBER
                           " not screened - " WS-SCR-STATUS-MSG
           END-EVALUATE

           IF WS-NEW-WATCH-FLAG = "H" OR WS-NEW-WATCH-FLAG = "T"
               ADD 1 TO WS-COUNT-FLAGGED
               DISPLAY "FLAGGED: Customer " CST-NUMBER " "
                       WS-SCR-STATUS-MSG
           END-IF

           IF WS-NEW-WATCH-FLAG NOT = CST-WATCH-FLAG
               MOVE WS-NEW-WATCH-FLAG TO CST-WATCH-FLAG
               REWRITE CUST-RECORD
                   INVALID KEY
                       ADD 1 TO WS-COUNT-UNSCREENED
                       DISPLAY "WARNING: Could not set watch flag on "
                               "customer " CST-NUMBER
               END-REWRITE
           END-IF.

       0900-CLOSE-FILES.
           CLOSE CUST-INPUT-FILE
           CLOSE CUSTOMER-MASTER

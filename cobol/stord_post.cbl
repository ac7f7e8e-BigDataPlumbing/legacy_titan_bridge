      *              same run. Orders whose next-due date has passed
      *              their end date are marked expired. Everything
      *              posted or skipped is reported with the reason.
      *              Every occurrence that failed, was voided by the
      *              approver or could not be resolved is also
      *              recorded on the STORDEXC exception file, keyed
      *              by order and due date, for ALERT-EXTRACT to tell
      *              the customer.
      *
      * TX-IDs are generated as SO-<order id>-<due date>, which is
      * unique per occurrence and makes reruns idempotent: a rerun of
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS WS-STORD-FILE-STATUS.

           SELECT STORD-EXCEPTIONS ASSIGN TO "STORDEXC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOX-KEY
               FILE STATUS IS WS-SOX-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSD-FILE-STATUS.
       FD  STORD-MASTER.
       COPY STORDREC.

       FD  STORD-EXCEPTIONS.
       COPY SOEXREC.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.

       01  WS-FILE-STATUSES.
           05  WS-STORD-FILE-STATUS    PIC XX.
           05  WS-BUSD-FILE-STATUS     PIC XX.
           05  WS-SOX-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-STORD            PIC X VALUE 'N'.
               88  ORDER-DONE          VALUE 'Y'.
           05  WS-ORDER-CHANGED        PIC X VALUE 'N'.
               88  ORDER-CHANGED       VALUE 'Y'.
           05  WS-SOX-OPEN             PIC X VALUE 'N'.
               88  SOX-OPEN            VALUE 'Y'.

       01  WS-TODAY                    PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).
           05  WS-COUNT-PENDING        PIC 9(7) VALUE 0.
           05  WS-COUNT-VOIDED         PIC 9(7) VALUE 0.
           05  WS-COUNT-EXPIRED        PIC 9(7) VALUE 0.
           05  WS-COUNT-UNRECORDED     PIC 9(7) VALUE 0.

      ******************************************************************
      * DATE ADVANCE WORK AREA - NEXT-DUE DATES MOVE FORWARD BY THE
           DISPLAY "AWAITING APPROVAL:  " WS-COUNT-PENDING
           DISPLAY "VOIDED BY APPROVER: " WS-COUNT-VOIDED
           DISPLAY "ORDERS EXPIRED:     " WS-COUNT-EXPIRED
           DISPLAY "EXCEPTIONS NOT KEPT:" WS-COUNT-UNRECORDED
           DISPLAY "=========================="
           PERFORM 0950-REGISTER-RUN-COMPLETE
           IF WS-COUNT-UNRECORDED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
               DISPLAY "WARNING: No standing order master on file, "
                       "nothing to post"
               MOVE 'Y' TO WS-EOF-STORD
           END-IF
           OPEN I-O STORD-EXCEPTIONS
           IF WS-SOX-FILE-STATUS = "35"
               OPEN OUTPUT STORD-EXCEPTIONS
               CLOSE STORD-EXCEPTIONS
               OPEN I-O STORD-EXCEPTIONS
           END-IF
           IF WS-SOX-FILE-STATUS = "00"
               MOVE 'Y' TO WS-SOX-OPEN
           ELSE
               DISPLAY "WARNING: Standing order exception file "
                       "unavailable (status " WS-SOX-FILE-STATUS
                       "), failed occurrences will not be kept"
           END-IF.

       0200-READ-NEXT-ORDER.
                           WS-RESP-STATUS-MSG
                   DISPLAY "         OCCURRENCE REQUIRES MANUAL "
                           "POSTING, ADVANCING PAST IT"
                   MOVE 'F' TO SOX-OUTCOME
                   MOVE WS-RESP-STATUS-CODE TO SOX-STATUS-CODE
                   MOVE WS-RESP-STATUS-MSG TO SOX-STATUS-MSG
                   PERFORM 0350-RECORD-EXCEPTION
                   PERFORM 0330-ADVANCE-DUE-DATE
           END-EVALUATE.

                   DISPLAY "SKIPPED: ORDER " SO-ORDER-ID " DUE "
                           SO-NEXT-DUE-DATE
                           " DUPLICATE TX-ID BUT AUDIT LOOKUP FAILED"
                   MOVE 'L' TO SOX-OUTCOME
                   MOVE WS-TXQ-STATUS-CODE TO SOX-STATUS-CODE
                   MOVE WS-TXQ-STATUS-MSG TO SOX-STATUS-MSG
                   PERFORM 0350-RECORD-EXCEPTION
                   MOVE 'Y' TO WS-ORDER-DONE
               WHEN WS-TXQ-TX-STATUS = "00"
                   ADD 1 TO WS-COUNT-DUPLICATE
                   DISPLAY "VOIDED:  ORDER " SO-ORDER-ID " DUE "
                           SO-NEXT-DUE-DATE
                           " STOPPED BY APPROVER, ADVANCING PAST IT"
                   MOVE 'V' TO SOX-OUTCOME
                   MOVE WS-TXQ-TX-STATUS TO SOX-STATUS-CODE
                   MOVE WS-TXQ-TX-MSG TO SOX-STATUS-MSG
                   PERFORM 0350-RECORD-EXCEPTION
                   PERFORM 0330-ADVANCE-DUE-DATE
               WHEN OTHER
                   ADD 1 TO WS-COUNT-SKIPPED
                           WS-TXQ-TX-STATUS
                   DISPLAY "         OCCURRENCE REQUIRES MANUAL "
                           "POSTING, ADVANCING PAST IT"
                   MOVE 'F' TO SOX-OUTCOME
                   MOVE WS-TXQ-TX-STATUS TO SOX-STATUS-CODE
                   MOVE WS-TXQ-TX-MSG TO SOX-STATUS-MSG
                   PERFORM 0350-RECORD-EXCEPTION
                   PERFORM 0330-ADVANCE-DUE-DATE
           END-EVALUATE.

           DISPLAY "EXPIRED: ORDER " SO-ORDER-ID " END DATE "
                   SO-END-DATE " REACHED".

      ******************************************************************
      * KEEP THE OCCURRENCE JUST HANDLED ON STORDEXC. THE CALLER HAS
      * SET THE OUTCOME AND STATUS; THE REST COMES FROM THE ORDER AS
      * IT STANDS BEFORE ITS DUE DATE IS ADVANCED. A RUN THAT MEETS
      * THE SAME OCCURRENCE AGAIN REPLACES THE EARLIER RECORD.
      ******************************************************************
       0350-RECORD-EXCEPTION.
           IF NOT SOX-OPEN
               ADD 1 TO WS-COUNT-UNRECORDED
           ELSE
               MOVE SO-ORDER-ID TO SOX-ORDER-ID
               MOVE SO-NEXT-DUE-DATE TO SOX-DUE-DATE
               MOVE SO-FROM-ACCT TO SOX-FROM-ACCT
               MOVE SO-TO-ACCT TO SOX-TO-ACCT
               MOVE SO-AMOUNT TO SOX-AMOUNT
               MOVE SO-CURRENCY TO SOX-CURRENCY
               MOVE WS-TODAY TO SOX-RUN-DATE
               MOVE WS-TIMESTAMP TO SOX-RECORDED-TS
               WRITE STORD-EXC-RECORD
                   INVALID KEY
                       REWRITE STORD-EXC-RECORD
                           INVALID KEY
                               ADD 1 TO WS-COUNT-UNRECORDED
                               DISPLAY "WARNING: Could not record "
                                       "exception for order "
                                       SO-ORDER-ID " due "
                                       SO-NEXT-DUE-DATE
                       END-REWRITE
               END-WRITE
           END-IF.

       0900-CLOSE-FILES.
           IF WS-STORD-FILE-STATUS NOT = "35"
               CLOSE STORD-MASTER
           END-IF
           IF SOX-OPEN
               CLOSE STORD-EXCEPTIONS
           END-IF.

       END PROGRAM STORD-POST.

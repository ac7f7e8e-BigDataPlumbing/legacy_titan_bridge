      *              monthly rent/payroll/sweep runs no longer depend
      *              on hand-built TXNIN files.
      *
      *              The authorizing ID must be an active operator on
      *              the OPERMSTR operator master (checked through
      *              OPER-CONTROL's OPER-CHECK), and on an add or amend
      *              must hold an approval authority at least the USD
      *              value of the order amount - setting up a
      *              recurring transfer commits money every cycle. A
      *              refused record is skipped and the attempt
      *              written to MAINTTRAIL (action 'S', status 14).
      *
      * Input (STORDIN), one record per action:
      *              SM-ACTION        'A' add, 'M' amend, 'C' cancel
      *              SM-ORDER-ID      order being maintained
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT MAINT-TRAIL ASSIGN TO "MAINTTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNT-KEY
               FILE STATUS IS WS-MAINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORD-INPUT-FILE.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  MAINT-TRAIL.
       COPY MAINTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS    PIC XX.
           05  WS-STORD-FILE-STATUS    PIC XX.
           05  WS-ACCT-FILE-STATUS     PIC XX.
           05  WS-MAINT-FILE-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-INPUT            PIC X VALUE 'N'.
           05  WS-COUNT-AMENDED        PIC 9(7) VALUE 0.
           05  WS-COUNT-CANCELLED      PIC 9(7) VALUE 0.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-REFUSED        PIC 9(7) VALUE 0.
           05  WS-REFUSAL-SEQ          PIC 9(5) VALUE 0.

      ******************************************************************
      * SUPPORTED CURRENCY CODES - SAME LIST CORE-BANKING'S 1260-

       01  WS-EFFECTIVE-DUE-DATE       PIC X(8).

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
           PERFORM 0050-INIT-FX-CODE-TABLE
           DISPLAY "ORDERS AMENDED:   " WS-COUNT-AMENDED
           DISPLAY "ORDERS CANCELLED: " WS-COUNT-CANCELLED
           DISPLAY "RECORDS REJECTED: " WS-COUNT-REJECTED
           DISPLAY "  OF WHICH REFUSED:" WS-COUNT-REFUSED
           DISPLAY "==========================="
           STOP RUN.

               DISPLAY "WARNING: Account master unavailable (status "
                       WS-ACCT-FILE-STATUS "), account existence "
                       "checks will reject"
           END-IF
           OPEN I-O MAINT-TRAIL
           IF WS-MAINT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-TRAIL
               CLOSE MAINT-TRAIL
               OPEN I-O MAINT-TRAIL
           END-IF.

       0200-READ-INPUT.
      ******************************************************************
       0310-ADD-ORDER.
           PERFORM 0320-VALIDATE-ATTRIBUTES
           IF RECORD-OK
               MOVE SM-AMOUNT TO WS-OPC-AMOUNT
               MOVE SM-CURRENCY TO WS-OPC-CURRENCY
               PERFORM 0340-CHECK-AUTHORIZER
           END-IF
           IF RECORD-OK
               MOVE SM-ORDER-ID TO SO-ORDER-ID
               READ STORD-MASTER
               END-IF
           END-IF

      *    Authority is judged on the amount the order will carry
      *    after this amend, in the currency it will carry it in
           IF RECORD-OK
               IF SM-AMOUNT NOT = ZEROS
                   MOVE SM-AMOUNT TO WS-OPC-AMOUNT
               ELSE
                   MOVE SO-AMOUNT TO WS-OPC-AMOUNT
               END-IF
               IF SM-CURRENCY NOT = SPACES
                   MOVE SM-CURRENCY TO WS-OPC-CURRENCY
               ELSE
                   MOVE SO-CURRENCY TO WS-OPC-CURRENCY
               END-IF
               PERFORM 0340-CHECK-AUTHORIZER
           END-IF

           IF RECORD-OK
               IF SM-FROM-ACCT NOT = SPACES
                   MOVE SM-FROM-ACCT TO SO-FROM-ACCT
                       " authorizing user required, cancel skipped"
           END-IF

      *    Stopping an order commits no money - any active operator
           IF RECORD-OK
               MOVE ZEROS TO WS-OPC-AMOUNT
               MOVE SPACES TO WS-OPC-CURRENCY
               PERFORM 0340-CHECK-AUTHORIZER
           END-IF

           IF RECORD-OK
               MOVE SM-ORDER-ID TO SO-ORDER-ID
               READ STORD-MASTER
               END-REWRITE
           END-IF.

      ******************************************************************
      * THE AUTHORIZER MUST BE AN ACTIVE OPERATOR ON OPERMSTR WHOSE
      * APPROVAL AUTHORITY COVERS WS-OPC-AMOUNT/WS-OPC-CURRENCY (SET
      * BY THE CALLER; ZERO AMOUNT = NO AUTHORITY TEST)
      ******************************************************************
       0340-CHECK-AUTHORIZER.
           MOVE SM-AUTHORIZED-BY TO WS-OPC-OPERATOR-ID
           MOVE SPACES TO WS-OPC-REQUIRED-ROLE
           CALL "OPER-CHECK" USING WS-OPC-REQUEST WS-OPC-RESPONSE
           END-CALL
           IF WS-OPC-STATUS-CODE NOT = "00"
               PERFORM 0395-REFUSE-RECORD
           END-IF.

      ******************************************************************
      * REPORT VIA CHECK-ACCT-FOUND WHETHER WS-CHECK-ACCT-NUMBER IS ON
      * THE ACCOUNT MASTER. THE AMEND PATH CALLS THIS WHILE AN ORDER
           MOVE 'N' TO WS-RECORD-OK
           ADD 1 TO WS-COUNT-REJECTED.

      ******************************************************************
      * AN ENTITLEMENT REFUSAL: REJECT THE RECORD AND LEAVE THE
      * ATTEMPT ON MAINTTRAIL, KEYED ON THE ORDER ID
      ******************************************************************
       0395-REFUSE-RECORD.
           PERFORM 0390-REJECT-RECORD
           ADD 1 TO WS-COUNT-REFUSED
           DISPLAY "REFUSED: ORDER " SM-ORDER-ID " ACTION " SM-ACTION
                   " BY " SM-AUTHORIZED-BY " - " WS-OPC-STATUS-MSG
           INITIALIZE MAINT-RECORD
           MOVE SM-ORDER-ID TO MNT-ACCT-NUMBER
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP
           MOVE "S" TO MNT-ACTION
           MOVE SM-AUTHORIZED-BY TO MNT-AUTHORIZED-BY
           MOVE "14" TO MNT-STATUS-CODE
           MOVE WS-OPC-STATUS-MSG TO MNT-STATUS-MSG
           WRITE MAINT-RECORD
               INVALID KEY
                   PERFORM 0396-REFUSAL-RETRY
           END-WRITE.

      ******************************************************************
      * TWO REFUSALS FOR THE SAME ORDER WITHIN ONE CLOCK TICK COLLIDE
      * ON MNT-KEY - RETRY UNDER A SEQUENCE IN THE TIMESTAMP'S ZONE
      * OFFSET POSITIONS SO NO REFUSAL IS LOST
      ******************************************************************
       0396-REFUSAL-RETRY.
           ADD 1 TO WS-REFUSAL-SEQ
           MOVE WS-REFUSAL-SEQ TO MNT-TIMESTAMP(22:5)
           WRITE MAINT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write refusal trail "
                           "record for " SM-ORDER-ID
           END-WRITE.

       0900-CLOSE-FILES.
           CLOSE STORD-INPUT-FILE
           CLOSE STORD-MASTER
           IF ACCT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF
           CLOSE MAINT-TRAIL.

       END PROGRAM STORD-MAINT.

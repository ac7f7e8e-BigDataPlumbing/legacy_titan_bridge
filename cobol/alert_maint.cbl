      ******************************************************************
      * LEGACY TITAN BRIDGE - CUSTOMER ALERT SUBSCRIPTION MAINTENANCE
      ******************************************************************
      * Program:     ALERT-MAINT
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Batch utility that maintains the ALERTSUB alert
      *              subscription file from a flat maintenance file
      *              (ALERTIN). Each input record adds, amends, or
      *              cancels one subscription, held for an account or
      *              for a customer (covering all of the customer's
      *              linked accounts); ALERT-EXTRACT reads the file
      *              nightly to decide which events reach whom.
      *
      *              An account subscription needs an open account on
      *              ACCTMSTR that is linked to a customer on CUSTXREF
      *              - the alert is addressed from the customer
      *              master. A customer subscription needs an open
      *              customer on CUSTMSTR.
      *
      *              A subscription moves no money, so the authorizing
      *              ID need only be an active operator on the
      *              OPERMSTR operator master (checked through
      *              OPER-CONTROL's OPER-CHECK). A refused record is
      *              skipped and the attempt written to MAINTTRAIL
      *              (action 'N', status 14).
      *
      * Input (ALERTIN), one record per action:
      *              AM-ACTION        'A' add, 'M' amend, 'C' cancel
      *              AM-SUBJECT-TYPE  'A' account, 'C' customer
      *              AM-SUBJECT-REF   account or customer number
      *              AM-LOW-BAL-THRESHOLD/AM-LARGE-DEBIT-THRESHOLD
      *                               see ALRTSREC; zero = alert off,
      *                               always taken as given on amend
      *              AM-OPT-HOLDS/AM-OPT-STATUS/AM-OPT-STORD/
      *              AM-OPT-INBOUND   'Y' or 'N'; blank is 'N' on an
      *                               add and leaves the existing
      *                               value alone on an amend
      *              AM-AUTHORIZED-BY operator recorded on the record
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-MAINT.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALERT-INPUT-FILE ASSIGN TO "ALERTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT ALERT-SUBS ASSIGN TO "ALERTSUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS IS WS-SUB-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD  ALERT-INPUT-FILE.
       01  ALERT-INPUT-RECORD.
           05  AM-ACTION               PIC X(1).
           05  AM-SUBJECT-TYPE         PIC X(1).
           05  AM-SUBJECT-REF          PIC X(16).
           05  AM-LOW-BAL-THRESHOLD    PIC 9(12)V99.
           05  AM-LARGE-DEBIT-THRESHOLD PIC 9(12)V99.
           05  AM-OPT-HOLDS            PIC X(1).
           05  AM-OPT-STATUS           PIC X(1).
           05  AM-OPT-STORD            PIC X(1).
           05  AM-OPT-INBOUND          PIC X(1).
           05  AM-AUTHORIZED-BY        PIC X(8).

       FD  ALERT-SUBS.
       COPY ALRTSREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUST-XREF.
       COPY CXREFREC.

       FD  MAINT-TRAIL.
       COPY MAINTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS    PIC XX.
           05  WS-SUB-FILE-STATUS      PIC XX.
           05  WS-ACCT-FILE-STATUS     PIC XX.
           05  WS-CUST-FILE-STATUS     PIC XX.
           05  WS-CXREF-FILE-STATUS    PIC XX.
           05  WS-MAINT-FILE-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-INPUT            PIC X VALUE 'N'.
               88  EOF-INPUT           VALUE 'Y'.
           05  WS-RECORD-OK            PIC X VALUE 'Y'.
               88  RECORD-OK           VALUE 'Y'.
           05  WS-ACCT-MASTER-OPEN     PIC X VALUE 'N'.
               88  ACCT-MASTER-OPEN    VALUE 'Y'.
           05  WS-CUST-MASTER-OPEN     PIC X VALUE 'N'.
               88  CUST-MASTER-OPEN    VALUE 'Y'.
           05  WS-CXREF-OPEN           PIC X VALUE 'N'.
               88  CXREF-OPEN          VALUE 'Y'.
           05  WS-SCAN-DONE            PIC X VALUE 'N'.
               88  SCAN-DONE           VALUE 'Y'.
           05  WS-REACTIVATE           PIC X VALUE 'N'.
               88  REACTIVATE          VALUE 'Y'.
           05  WS-LINK-FOUND-FLAG      PIC X VALUE 'N'.
               88  LINK-FOUND          VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(26).

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-ADDED          PIC 9(7) VALUE 0.
           05  WS-COUNT-AMENDED        PIC 9(7) VALUE 0.
           05  WS-COUNT-CANCELLED      PIC 9(7) VALUE 0.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-REFUSED        PIC 9(7) VALUE 0.
           05  WS-REFUSAL-SEQ          PIC 9(5) VALUE 0.

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
           PERFORM 0100-OPEN-FILES
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           PERFORM 0200-READ-INPUT
           PERFORM UNTIL EOF-INPUT
               ADD 1 TO WS-COUNT-READ
               PERFORM 0300-APPLY-ONE-ACTION
               PERFORM 0200-READ-INPUT
           END-PERFORM

           PERFORM 0900-CLOSE-FILES

           DISPLAY "=== ALERT-MAINT SUMMARY ==="
           DISPLAY "RECORDS READ:            " WS-COUNT-READ
           DISPLAY "SUBSCRIPTIONS ADDED:     " WS-COUNT-ADDED
           DISPLAY "SUBSCRIPTIONS AMENDED:   " WS-COUNT-AMENDED
           DISPLAY "SUBSCRIPTIONS CANCELLED: " WS-COUNT-CANCELLED
           DISPLAY "RECORDS REJECTED:        " WS-COUNT-REJECTED
           DISPLAY "  OF WHICH REFUSED:      " WS-COUNT-REFUSED
           DISPLAY "==========================="
           STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT ALERT-INPUT-FILE
           OPEN I-O ALERT-SUBS
           IF WS-SUB-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-SUBS
               CLOSE ALERT-SUBS
               OPEN I-O ALERT-SUBS
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ACCT-MASTER-OPEN
           ELSE
               DISPLAY "WARNING: Account master unavailable (status "
                       WS-ACCT-FILE-STATUS "), account existence "
                       "checks will reject"
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           ELSE
               DISPLAY "WARNING: Customer master unavailable (status "
                       WS-CUST-FILE-STATUS "), customer existence "
                       "checks will reject"
           END-IF
           OPEN INPUT CUST-XREF
           IF WS-CXREF-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CXREF-OPEN
           ELSE
               DISPLAY "WARNING: Customer cross-reference unavailable "
                       "(status " WS-CXREF-FILE-STATUS "), customer "
                       "link checks will reject"
           END-IF
           OPEN I-O MAINT-TRAIL
           IF WS-MAINT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-TRAIL
               CLOSE MAINT-TRAIL
               OPEN I-O MAINT-TRAIL
           END-IF.

       0200-READ-INPUT.
           READ ALERT-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-INPUT
           END-READ.

       0300-APPLY-ONE-ACTION.
           MOVE 'Y' TO WS-RECORD-OK
           IF AM-SUBJECT-REF = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Subject missing on record "
                       WS-COUNT-READ ", skipping"
           END-IF

           IF RECORD-OK
               IF AM-SUBJECT-TYPE NOT = "A"
                       AND AM-SUBJECT-TYPE NOT = "C"
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Subject " AM-SUBJECT-REF
                           " type must be A or C, skipping"
               END-IF
           END-IF

      *    The last-editor stamp must never be rewritten to spaces
           IF RECORD-OK AND AM-AUTHORIZED-BY = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Subject " AM-SUBJECT-REF
                       " authorizing user required, skipping"
           END-IF

           IF RECORD-OK
               EVALUATE AM-ACTION
                   WHEN "A"
                       PERFORM 0310-ADD-SUBSCRIPTION
                   WHEN "M"
                       PERFORM 0330-AMEND-SUBSCRIPTION
                   WHEN "C"
                       PERFORM 0350-CANCEL-SUBSCRIPTION
                   WHEN OTHER
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Action '" AM-ACTION
                               "' invalid for subject "
                               AM-SUBJECT-REF ", skipping"
               END-EVALUATE
           END-IF.

      ******************************************************************
      * ADD A SUBSCRIPTION. ONE CANCELLED EARLIER IS BROUGHT BACK BY
      * ADDING IT AGAIN.
      ******************************************************************
       0310-ADD-SUBSCRIPTION.
           PERFORM 0360-CHECK-SUBJECT
           IF RECORD-OK
               PERFORM 0320-VALIDATE-TERMS
           END-IF
           IF RECORD-OK
               PERFORM 0340-CHECK-AUTHORIZER
           END-IF

           IF RECORD-OK
               MOVE 'N' TO WS-REACTIVATE
               MOVE AM-SUBJECT-TYPE TO AS-SUBJECT-TYPE
               MOVE AM-SUBJECT-REF TO AS-SUBJECT-REF
               READ ALERT-SUBS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AS-ACTIVE
                           PERFORM 0390-REJECT-RECORD
                           DISPLAY "WARNING: Subject " AM-SUBJECT-REF
                                   " already subscribed, add skipped"
                       ELSE
                           MOVE 'Y' TO WS-REACTIVATE
                       END-IF
               END-READ
           END-IF

           IF RECORD-OK
               MOVE AM-SUBJECT-TYPE TO AS-SUBJECT-TYPE
               MOVE AM-SUBJECT-REF TO AS-SUBJECT-REF
               MOVE AM-LOW-BAL-THRESHOLD TO AS-LOW-BAL-THRESHOLD
               MOVE AM-LARGE-DEBIT-THRESHOLD
                   TO AS-LARGE-DEBIT-THRESHOLD
               MOVE "N" TO AS-OPT-HOLDS
               MOVE "N" TO AS-OPT-STATUS
               MOVE "N" TO AS-OPT-STORD
               MOVE "N" TO AS-OPT-INBOUND
               PERFORM 0335-APPLY-OPT-INS
               SET AS-ACTIVE TO TRUE
               MOVE AM-AUTHORIZED-BY TO AS-MAINT-BY
               MOVE WS-TIMESTAMP TO AS-MAINT-TS
               IF REACTIVATE
                   REWRITE ALERT-SUB-RECORD
                       INVALID KEY
                           PERFORM 0390-REJECT-RECORD
                           DISPLAY "WARNING: Could not re-add "
                                   "subscription for "
                                   AM-SUBJECT-REF
                       NOT INVALID KEY
                           ADD 1 TO WS-COUNT-ADDED
                   END-REWRITE
               ELSE
                   WRITE ALERT-SUB-RECORD
                       INVALID KEY
                           PERFORM 0390-REJECT-RECORD
                           DISPLAY "WARNING: Could not add "
                                   "subscription for "
                                   AM-SUBJECT-REF
                       NOT INVALID KEY
                           ADD 1 TO WS-COUNT-ADDED
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * THE THRESHOLDS MUST BE NUMERIC AND EACH OPT-IN BLANK, Y OR N
      ******************************************************************
       0320-VALIDATE-TERMS.
           IF AM-LOW-BAL-THRESHOLD NOT NUMERIC
                   OR AM-LARGE-DEBIT-THRESHOLD NOT NUMERIC
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Subject " AM-SUBJECT-REF
                       " thresholds not numeric, skipping"
           END-IF

           IF RECORD-OK
               IF (AM-OPT-HOLDS NOT = SPACE AND AM-OPT-HOLDS NOT = "Y"
                       AND AM-OPT-HOLDS NOT = "N")
                  OR (AM-OPT-STATUS NOT = SPACE
                       AND AM-OPT-STATUS NOT = "Y"
                       AND AM-OPT-STATUS NOT = "N")
                  OR (AM-OPT-STORD NOT = SPACE
                       AND AM-OPT-STORD NOT = "Y"
                       AND AM-OPT-STORD NOT = "N")
                  OR (AM-OPT-INBOUND NOT = SPACE
                       AND AM-OPT-INBOUND NOT = "Y"
                       AND AM-OPT-INBOUND NOT = "N")
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Subject " AM-SUBJECT-REF
                           " opt-ins must be Y or N, skipping"
               END-IF
           END-IF.

      ******************************************************************
      * AMEND A SUBSCRIPTION'S TERMS IN PLACE
      ******************************************************************
       0330-AMEND-SUBSCRIPTION.
           MOVE AM-SUBJECT-TYPE TO AS-SUBJECT-TYPE
           MOVE AM-SUBJECT-REF TO AS-SUBJECT-REF
           READ ALERT-SUBS
               INVALID KEY
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Subject " AM-SUBJECT-REF
                           " not subscribed, amend skipped"
           END-READ

           IF RECORD-OK AND AS-CANCELLED
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Subscription for " AM-SUBJECT-REF
                       " was cancelled, add it again instead"
           END-IF

           IF RECORD-OK
               PERFORM 0320-VALIDATE-TERMS
           END-IF

           IF RECORD-OK
               PERFORM 0340-CHECK-AUTHORIZER
           END-IF

           IF RECORD-OK
               MOVE AM-LOW-BAL-THRESHOLD TO AS-LOW-BAL-THRESHOLD
               MOVE AM-LARGE-DEBIT-THRESHOLD
                   TO AS-LARGE-DEBIT-THRESHOLD
               PERFORM 0335-APPLY-OPT-INS
               MOVE AM-AUTHORIZED-BY TO AS-MAINT-BY
               MOVE WS-TIMESTAMP TO AS-MAINT-TS
               REWRITE ALERT-SUB-RECORD
                   INVALID KEY
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Could not amend subscription "
                               "for " AM-SUBJECT-REF
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-AMENDED
               END-REWRITE
           END-IF.

      ******************************************************************
      * COPY EACH OPT-IN SUPPLIED ON THE INPUT RECORD; A BLANK ONE
      * LEAVES THE RECORD'S VALUE ALONE
      ******************************************************************
       0335-APPLY-OPT-INS.
           IF AM-OPT-HOLDS NOT = SPACE
               MOVE AM-OPT-HOLDS TO AS-OPT-HOLDS
           END-IF
           IF AM-OPT-STATUS NOT = SPACE
               MOVE AM-OPT-STATUS TO AS-OPT-STATUS
           END-IF
           IF AM-OPT-STORD NOT = SPACE
               MOVE AM-OPT-STORD TO AS-OPT-STORD
           END-IF
           IF AM-OPT-INBOUND NOT = SPACE
               MOVE AM-OPT-INBOUND TO AS-OPT-INBOUND
           END-IF.

      ******************************************************************
      * CANCEL A SUBSCRIPTION - THE RECORD STAYS ON FILE WITH STATUS
      * 'C' SO THE HISTORY SURVIVES, BUT ALERT-EXTRACT NO LONGER USES
      * IT
      ******************************************************************
       0350-CANCEL-SUBSCRIPTION.
           PERFORM 0340-CHECK-AUTHORIZER

           IF RECORD-OK
               MOVE AM-SUBJECT-TYPE TO AS-SUBJECT-TYPE
               MOVE AM-SUBJECT-REF TO AS-SUBJECT-REF
               READ ALERT-SUBS
                   INVALID KEY
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Subject " AM-SUBJECT-REF
                               " not subscribed, cancel skipped"
               END-READ
           END-IF

           IF RECORD-OK
               SET AS-CANCELLED TO TRUE
               MOVE AM-AUTHORIZED-BY TO AS-MAINT-BY
               MOVE WS-TIMESTAMP TO AS-MAINT-TS
               REWRITE ALERT-SUB-RECORD
                   INVALID KEY
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Could not cancel "
                               "subscription for " AM-SUBJECT-REF
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-CANCELLED
               END-REWRITE
           END-IF.

      ******************************************************************
      * THE AUTHORIZER MUST BE AN ACTIVE OPERATOR ON OPERMSTR - ANY
      * ROLE, NO AUTHORITY TEST
      ******************************************************************
       0340-CHECK-AUTHORIZER.
           MOVE AM-AUTHORIZED-BY TO WS-OPC-OPERATOR-ID
           MOVE SPACES TO WS-OPC-REQUIRED-ROLE
           MOVE ZEROS TO WS-OPC-AMOUNT
           MOVE SPACES TO WS-OPC-CURRENCY
           CALL "OPER-CHECK" USING WS-OPC-REQUEST WS-OPC-RESPONSE
           END-CALL
           IF WS-OPC-STATUS-CODE NOT = "00"
               PERFORM 0395-REFUSE-RECORD
           END-IF.

      ******************************************************************
      * AN ACCOUNT MUST BE OPEN ON ACCTMSTR AND LINKED TO A CUSTOMER;
      * A CUSTOMER MUST BE OPEN ON CUSTMSTR
      ******************************************************************
       0360-CHECK-SUBJECT.
           IF AM-SUBJECT-TYPE = "A"
               MOVE 'N' TO WS-SCAN-DONE
               IF NOT ACCT-MASTER-OPEN
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   MOVE AM-SUBJECT-REF TO ACCT-NUMBER
                   READ ACCOUNT-MASTER
                       INVALID KEY
                           MOVE 'Y' TO WS-SCAN-DONE
                   END-READ
               END-IF
               IF SCAN-DONE OR ACCT-CLOSED
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Account " AM-SUBJECT-REF
                           " not an open account, skipping"
               END-IF
               IF RECORD-OK
                   PERFORM 0370-CHECK-CUSTOMER-LINK
                   IF NOT LINK-FOUND
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Account " AM-SUBJECT-REF
                               " not linked to a customer, nowhere "
                               "to address alerts, skipping"
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-SCAN-DONE
               IF NOT CUST-MASTER-OPEN
                   MOVE 'Y' TO WS-SCAN-DONE
               ELSE
                   MOVE AM-SUBJECT-REF TO CST-NUMBER
                   READ CUSTOMER-MASTER
                       INVALID KEY
                           MOVE 'Y' TO WS-SCAN-DONE
                   END-READ
               END-IF
               IF SCAN-DONE OR CST-CLOSED
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Customer " AM-SUBJECT-REF
                           " not an open customer, skipping"
               END-IF
           END-IF.

      ******************************************************************
      * REPORT VIA LINK-FOUND WHETHER AM-SUBJECT-REF IS LINKED TO ANY
      * CUSTOMER. CUSTXREF IS KEYED CUSTOMER FIRST, SO THE ACCOUNT
      * DIRECTION TAKES A PASS OF THE FILE - CHEAP FOR A
      * MAINTENANCE RUN.
      ******************************************************************
       0370-CHECK-CUSTOMER-LINK.
           MOVE 'N' TO WS-LINK-FOUND-FLAG
           MOVE 'N' TO WS-SCAN-DONE
           IF NOT CXREF-OPEN
               MOVE 'Y' TO WS-SCAN-DONE
           ELSE
               MOVE LOW-VALUES TO CXR-KEY
               START CUST-XREF KEY NOT < CXR-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-SCAN-DONE
               END-START
           END-IF
           PERFORM UNTIL SCAN-DONE
               READ CUST-XREF NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF CXR-ACCT-NUMBER = AM-SUBJECT-REF
                           MOVE 'Y' TO WS-LINK-FOUND-FLAG
                           MOVE 'Y' TO WS-SCAN-DONE
                       END-IF
               END-READ
           END-PERFORM.

       0390-REJECT-RECORD.
           MOVE 'N' TO WS-RECORD-OK
           ADD 1 TO WS-COUNT-REJECTED.

      ******************************************************************
      * AN ENTITLEMENT REFUSAL: REJECT THE RECORD AND LEAVE THE
      * ATTEMPT ON MAINTTRAIL, KEYED ON THE SUBJECT
      ******************************************************************
       0395-REFUSE-RECORD.
           PERFORM 0390-REJECT-RECORD
           ADD 1 TO WS-COUNT-REFUSED
           DISPLAY "REFUSED: SUBJECT " AM-SUBJECT-REF " ACTION "
                   AM-ACTION " BY " AM-AUTHORIZED-BY " - "
                   WS-OPC-STATUS-MSG
           INITIALIZE MAINT-RECORD
           MOVE AM-SUBJECT-REF TO MNT-ACCT-NUMBER
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP
           MOVE "N" TO MNT-ACTION
           MOVE AM-AUTHORIZED-BY TO MNT-AUTHORIZED-BY
           MOVE "14" TO MNT-STATUS-CODE
           MOVE WS-OPC-STATUS-MSG TO MNT-STATUS-MSG
           WRITE MAINT-RECORD
               INVALID KEY
                   PERFORM 0396-REFUSAL-RETRY
           END-WRITE.

      ******************************************************************
      * TWO REFUSALS FOR THE SAME SUBJECT WITHIN ONE CLOCK TICK
      * COLLIDE ON MNT-KEY - RETRY UNDER A SEQUENCE IN THE
      * TIMESTAMP'S ZONE OFFSET POSITIONS SO NO REFUSAL IS LOST
      ******************************************************************
       0396-REFUSAL-RETRY.
           ADD 1 TO WS-REFUSAL-SEQ
           MOVE WS-REFUSAL-SEQ TO MNT-TIMESTAMP(22:5)
           WRITE MAINT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write refusal trail "
                           "record for " AM-SUBJECT-REF
           END-WRITE.

       0900-CLOSE-FILES.
           CLOSE ALERT-INPUT-FILE
           CLOSE ALERT-SUBS
           IF ACCT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF
           IF CUST-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           IF CXREF-OPEN
               CLOSE CUST-XREF
           END-IF
           CLOSE MAINT-TRAIL.

       END PROGRAM ALERT-MAINT.

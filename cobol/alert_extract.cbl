      ******************************************************************
      * LEGACY TITAN BRIDGE - CUSTOMER ALERT EVENTS EXTRACT
      ******************************************************************
      * Program:     ALERT-EXTRACT
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Nightly batch that turns the day's account
      *              activity into customer alert events on the
      *              ALERTOUT notification extract for the messaging
      *              gateway, for every account covered by an active
      *              ALERTSUB subscription (ALERT-MAINT) - the
      *              account's own, or else its customer's through
      *              CUSTXREF. Each event carries the customer's
      *              CUSTMSTR name and address for addressing.
      *
      *              Posting events are read from AUDTRAIL through
      *              the AUDDATE business-date index (DATE-XREF-BUILD),
      *              window start to today, not by scanning the trail.
      *
      *              Events and where they come from:
      *                LBAL  AUDTRAIL - an account debited today whose
      *                      balance is below its low-balance level
      *                LDEB  AUDTRAIL - a single debit at or above the
      *                      large-debit level
      *                PINB  AUDTRAIL - an inbound payment posted
      *                      (PIN- TX-IDs from PAY-INBOUND)
      *                HOLD  HOLDFILE - a hold placed on the account
      *                STAT  MAINTTRAIL - the account frozen,
      *                      unfrozen, closed or made dormant
      *                SOFL  STORDEXC - a standing order occurrence
      *                      that failed or was stopped (STORD-POST)
      *                PRPK  PAYREPAIR - an inbound payment parked
      *                      because the account is closed or frozen
      *                      or the posting failed
      *              Sweep legs (SWU-/SWD-) are the customer's own
      *              concentration and raise no debit alerts. An item
      *              held by sanctions screening (SANC/SBLK) is never
      *              alerted - telling the customer would tip them
      *              off - and a capture awaiting approval (PEND)
      *              alerts when it posts, not before.
      *
      *              Every event has an ID built from what raised it
      *              (see ALRTLREC) and is logged on ALERTLOG as it is
      *              extracted; an event already logged is never
      *              extracted again. The run looks back to the
      *              business date of the last completed extract, so
      *              activity landing after one night's run (a late
      *              DORM-SCAN, a repair parked after midnight) goes
      *              out the next night instead of being lost.
      *
      * Output (ALERTOUT), fixed layout by record type in column 1:
      *   'H' header  - business date, creation timestamp
      *   'D' detail  - event ID and type, account, customer number,
      *                 name and address lines, amount (signed, sign
      *                 leading separate - an overdrawn balance goes
      *                 out negative), currency, event timestamp,
      *                 event text (59)
      *   'T' trailer - event count
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERT-EXTRACT.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSD-FILE-STATUS.

           SELECT ALERT-SUBS ASSIGN TO "ALERTSUB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AS-KEY
               FILE STATUS IS WS-SUB-FILE-STATUS.

           SELECT ALERT-LOG ASSIGN TO "ALERTLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AL-EVENT-ID
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT ALERT-OUT-FILE ASSIGN TO "ALERTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CXR-KEY
               FILE STATUS IS WS-CXREF-FILE-STATUS.

           SELECT AUDIT-TRAIL ASSIGN TO "AUDTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUD-TX-ID
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT AUDIT-DATE-INDEX ASSIGN TO "AUDDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADX-KEY
               FILE STATUS IS WS-ADX-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "HOLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT MAINT-TRAIL ASSIGN TO "MAINTTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MNT-KEY
               FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT STORD-EXCEPTIONS ASSIGN TO "STORDEXC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SOX-KEY
               FILE STATUS IS WS-SOX-FILE-STATUS.

           SELECT REPAIR-QUEUE ASSIGN TO "PAYREPAIR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RPR-ITEM-REF
               FILE STATUS IS WS-RPR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.

       FD  ALERT-SUBS.
       COPY ALRTSREC.

       FD  ALERT-LOG.
       COPY ALRTLREC.

       FD  ALERT-OUT-FILE.
       01  ALERT-OUT-RECORD            PIC X(304).

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  CUST-XREF.
       COPY CXREFREC.

       FD  AUDIT-TRAIL.
       COPY AUDITREC.

       FD  AUDIT-DATE-INDEX.
       COPY DATEXREC.

       FD  HOLD-FILE.
       COPY HOLDREC.

       FD  MAINT-TRAIL.
       COPY MAINTREC.

       FD  STORD-EXCEPTIONS.
       COPY SOEXREC.

       FD  REPAIR-QUEUE.
       COPY RPRREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BUSD-FILE-STATUS     PIC XX.
           05  WS-SUB-FILE-STATUS      PIC XX.
           05  WS-LOG-FILE-STATUS      PIC XX.
           05  WS-OUT-FILE-STATUS      PIC XX.
           05  WS-ACCT-FILE-STATUS     PIC XX.
           05  WS-CUST-FILE-STATUS     PIC XX.
           05  WS-CXREF-FILE-STATUS    PIC XX.
           05  WS-AUDIT-FILE-STATUS    PIC XX.
           05  WS-ADX-FILE-STATUS      PIC XX.
           05  WS-HOLD-FILE-STATUS     PIC XX.
           05  WS-MAINT-FILE-STATUS    PIC XX.
           05  WS-SOX-FILE-STATUS      PIC XX.
           05  WS-RPR-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SOURCE           PIC X VALUE 'N'.
               88  EOF-SOURCE          VALUE 'Y'.
           05  WS-AUDIT-FOUND          PIC X VALUE 'N'.
               88  AUDIT-FOUND         VALUE 'Y'.
           05  WS-SUBS-OPEN            PIC X VALUE 'N'.
               88  SUBS-OPEN           VALUE 'Y'.
           05  WS-SUB-FOUND-FLAG       PIC X VALUE 'N'.
               88  SUB-FOUND           VALUE 'Y'.
           05  WS-ACCT-FOUND-FLAG      PIC X VALUE 'N'.
               88  ACCT-FOUND          VALUE 'Y'.
           05  WS-CUST-FOUND-FLAG      PIC X VALUE 'N'.
               88  CUST-FOUND          VALUE 'Y'.
           05  WS-CMAP-LOAD-DONE       PIC X VALUE 'N'.
               88  CMAP-LOAD-DONE      VALUE 'Y'.
           05  WS-CMAP-FULL-FLAG       PIC X VALUE 'N'.
               88  CMAP-TABLE-FULL     VALUE 'Y'.

       01  WS-TODAY                    PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).
      *    Earliest activity date this run looks at - the business
      *    date of the last completed extract, or today on a first run
       01  WS-WINDOW-START             PIC X(8).

       01  WS-COUNTERS.
           05  WS-COUNT-AUDIT          PIC 9(7) VALUE 0.
           05  WS-COUNT-HOLDS          PIC 9(7) VALUE 0.
           05  WS-COUNT-MAINT          PIC 9(7) VALUE 0.
           05  WS-COUNT-SOX            PIC 9(7) VALUE 0.
           05  WS-COUNT-REPAIR         PIC 9(7) VALUE 0.
           05  WS-COUNT-EXTRACTED      PIC 9(7) VALUE 0.
           05  WS-COUNT-ALREADY-SENT   PIC 9(7) VALUE 0.
           05  WS-COUNT-UNADDRESSED    PIC 9(7) VALUE 0.
           05  WS-COUNT-UNLOGGED       PIC 9(7) VALUE 0.

       01  WS-TYPE-COUNTERS.
           05  WS-COUNT-LBAL           PIC 9(7) VALUE 0.
           05  WS-COUNT-LDEB           PIC 9(7) VALUE 0.
           05  WS-COUNT-PINB           PIC 9(7) VALUE 0.
           05  WS-COUNT-HOLD           PIC 9(7) VALUE 0.
           05  WS-COUNT-STAT           PIC 9(7) VALUE 0.
           05  WS-COUNT-SOFL           PIC 9(7) VALUE 0.
           05  WS-COUNT-PRPK           PIC 9(7) VALUE 0.

      ******************************************************************
      * ACCOUNT-TO-CUSTOMER TABLE LOADED FROM CUSTXREF - THE FILE IS
      * KEYED CUSTOMER FIRST, SO THE ACCOUNT DIRECTION IS LOOKED UP
      * HERE (SAME APPROACH AS SURV-SCAN)
      ******************************************************************
       01  WS-CMAP-COUNT               PIC 9(4) VALUE 0.
       01  WS-CMAP-TABLE.
           05  WS-CMAP-ENTRY OCCURS 2000 TIMES
                   INDEXED BY WS-CMAP-IDX.
               10  WS-CMAP-ACCT        PIC X(16).
               10  WS-CMAP-CUST        PIC X(12).

      ******************************************************************
      * SUBSCRIPTION LOOKUP - THE ACCOUNT ASKED ABOUT AND THE CUSTOMER
      * IT RESOLVED TO. ON SUB-FOUND THE SUBSCRIPTION THAT APPLIES IS
      * LEFT IN THE ALERT-SUB-RECORD BUFFER.
      ******************************************************************
       01  WS-SUB-ACCT                 PIC X(16).
       01  WS-SUB-CUST                 PIC X(12).

      ******************************************************************
      * THE EVENT BEING RAISED - FILLED IN BY EACH SOURCE PASS AND
      * HANDED TO 0700-EMIT-EVENT
      ******************************************************************
       01  WS-EVENT.
           05  WS-EV-ID                PIC X(48).
           05  WS-EV-TYPE              PIC X(4).
           05  WS-EV-ACCT              PIC X(16).
           05  WS-EV-AMOUNT            PIC S9(12)V99
                                       SIGN LEADING SEPARATE.
           05  WS-EV-CURRENCY          PIC X(3).
           05  WS-EV-TS                PIC X(26).
           05  WS-EV-DETAIL            PIC X(59).

      ******************************************************************
      * OUTPUT RECORD LAYOUTS - BUILT IN WORKING STORAGE AND MOVED TO
      * THE 304-BYTE INTERFACE RECORD
      ******************************************************************
       01  WS-ALERT-HEADER.
           05  AH-RECORD-TYPE          PIC X(1) VALUE "H".
           05  AH-BUSINESS-DATE        PIC X(8).
           05  AH-CREATED-TS           PIC X(26).
           05  FILLER                  PIC X(269) VALUE SPACES.

       01  WS-ALERT-DETAIL.
           05  AD-RECORD-TYPE          PIC X(1) VALUE "D".
           05  AD-EVENT-ID             PIC X(48).
           05  AD-EVENT-TYPE           PIC X(4).
           05  AD-ACCT-NUMBER          PIC X(16).
           05  AD-CUST-NUMBER          PIC X(12).
           05  AD-CUST-NAME            PIC X(40).
           05  AD-ADDR-LINE-1          PIC X(40).
           05  AD-ADDR-LINE-2          PIC X(40).
           05  AD-AMOUNT               PIC S9(12)V99
                                       SIGN LEADING SEPARATE.
           05  AD-CURRENCY             PIC X(3).
           05  AD-EVENT-TS             PIC X(26).
           05  AD-DETAIL               PIC X(59).

       01  WS-ALERT-TRAILER.
           05  AT-RECORD-TYPE          PIC X(1) VALUE "T".
           05  AT-EVENT-COUNT          PIC 9(7).
           05  FILLER                  PIC X(296) VALUE SPACES.

      ******************************************************************
      * LOCAL MIRROR OF RUN-CONTROL'S LINKAGE LAYOUT - THE CALL BINDS
      * BY POSITION, NOT BY NAME, SO THE SHAPE MUST MATCH
      ******************************************************************
       01  WS-RUN-REQUEST.
           05  WS-RUN-STEP             PIC X(8).
           05  WS-RUN-PREREQ-1         PIC X(8).
           05  WS-RUN-PREREQ-2         PIC X(8).
           05  WS-RUN-PREREQ-3         PIC X(8).

       01  WS-RUN-RESPONSE.
           05  WS-RUN-STATUS-CODE      PIC XX.
           05  WS-RUN-STATUS-MSG       PIC X(80).
           05  WS-RUN-DATE             PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 0050-LOAD-BUSINESS-DATE
           PERFORM 0020-REGISTER-RUN-START
           PERFORM 0150-LOAD-CUST-XREF
           PERFORM 0100-OPEN-FILES
           PERFORM 0170-SET-WINDOW
           PERFORM 0200-WRITE-HEADER

           DISPLAY "=== ALERT-EXTRACT RUN FOR " WS-TODAY
                   " FROM " WS-WINDOW-START " ==="
           IF SUBS-OPEN
               PERFORM 0300-SCAN-AUDIT
               PERFORM 0400-SCAN-HOLDS
               PERFORM 0450-SCAN-MAINT-TRAIL
               PERFORM 0500-SCAN-STORD-EXCEPTIONS
               PERFORM 0550-SCAN-REPAIR-QUEUE
           END-IF

           PERFORM 0800-WRITE-TRAILER
           PERFORM 0850-STAMP-LAST-EXTRACT
           PERFORM 0900-CLOSE-FILES

           DISPLAY "=== ALERT-EXTRACT SUMMARY ==="
           DISPLAY "AUDIT RECORDS READ:  " WS-COUNT-AUDIT
           DISPLAY "HOLDS READ:          " WS-COUNT-HOLDS
           DISPLAY "MAINT RECORDS READ:  " WS-COUNT-MAINT
           DISPLAY "SO EXCEPTIONS READ:  " WS-COUNT-SOX
           DISPLAY "REPAIR ITEMS READ:   " WS-COUNT-REPAIR
           DISPLAY "LOW BALANCE:         " WS-COUNT-LBAL
           DISPLAY "LARGE DEBIT:         " WS-COUNT-LDEB
           DISPLAY "INBOUND RECEIVED:    " WS-COUNT-PINB
           DISPLAY "HOLD PLACED:         " WS-COUNT-HOLD
           DISPLAY "STATUS CHANGE:       " WS-COUNT-STAT
           DISPLAY "STANDING ORDER:      " WS-COUNT-SOFL
           DISPLAY "INBOUND PARKED:      " WS-COUNT-PRPK
           DISPLAY "EVENTS EXTRACTED:    " WS-COUNT-EXTRACTED
           DISPLAY "ALREADY SENT:        " WS-COUNT-ALREADY-SENT
           DISPLAY "NOT ADDRESSABLE:     " WS-COUNT-UNADDRESSED
           DISPLAY "NOT LOGGED AS SENT:  " WS-COUNT-UNLOGGED
           DISPLAY "============================="
           PERFORM 0950-REGISTER-RUN-COMPLETE
           IF WS-COUNT-UNADDRESSED > 0 OR WS-COUNT-UNLOGGED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * REGISTER THIS STEP WITH RUN-CONTROL BEFORE TOUCHING DATA - THE
      * DAY'S POSTINGS, STANDING ORDERS AND SWEEPS MUST ALL BE DONE,
      * AND A DUPLICATE RUN FOR THE BUSINESS DATE IS REFUSED UNLESS AN
      * OPERATOR AUTHORIZED A RERUN THROUGH RUN-RESET
      ******************************************************************
       0020-REGISTER-RUN-START.
           MOVE "ALERTEXT" TO WS-RUN-STEP
           MOVE "STORDPST" TO WS-RUN-PREREQ-1
           MOVE "BATCHDRV" TO WS-RUN-PREREQ-2
           MOVE "SWEEPPST" TO WS-RUN-PREREQ-3
           CALL "RUN-START" USING WS-RUN-REQUEST WS-RUN-RESPONSE
           END-CALL
           IF WS-RUN-STATUS-CODE NOT = "00"
               DISPLAY "RUN-CONTROL: " WS-RUN-STATUS-MSG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0950-REGISTER-RUN-COMPLETE.
           CALL "RUN-COMPLETE" USING WS-RUN-REQUEST WS-RUN-RESPONSE
           END-CALL
           IF WS-RUN-STATUS-CODE NOT = "00"
               DISPLAY "RUN-CONTROL: " WS-RUN-STATUS-MSG
           END-IF.

      ******************************************************************
      * THE RUN WORKS TO THE OFFICIAL BUSINESS DATE FROM THE BUSDCTL
      * POSTING CALENDAR, NOT THE WALL CLOCK. NO CONTROL FILE = WALL
      * CLOCK.
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
                           MOVE BD-BUSINESS-DATE
                               TO WS-TIMESTAMP(1:8)
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      ******************************************************************
      * THE SENT-EVENT LOG, ACCOUNT MASTER AND CUSTOMER MASTER ARE
      * ALL REQUIRED - WITHOUT THE LOG A RERUN WOULD SEND EVERYTHING
      * AGAIN, AND WITHOUT THE MASTERS NO EVENT CAN BE PRICED OR
      * ADDRESSED. NO SUBSCRIPTION FILE SIMPLY MEANS NOBODY HAS
      * SIGNED UP YET: AN EMPTY EXTRACT IS WRITTEN. THE ACTIVITY
      * FILES ARE OPENED AS EACH PASS REACHES THEM.
      ******************************************************************
       0100-OPEN-FILES.
           OPEN I-O ALERT-LOG
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT ALERT-LOG
               CLOSE ALERT-LOG
               OPEN I-O ALERT-LOG
           END-IF
           IF WS-LOG-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ALERTLOG (status "
                       WS-LOG-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ACCTMSTR (status "
                       WS-ACCT-FILE-STATUS ")"
               CLOSE ALERT-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open CUSTMSTR (status "
                       WS-CUST-FILE-STATUS ")"
               CLOSE ALERT-LOG
               CLOSE ACCOUNT-MASTER
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ALERT-SUBS
           IF WS-SUB-FILE-STATUS = "00"
               MOVE 'Y' TO WS-SUBS-OPEN
           ELSE
               DISPLAY "WARNING: No alert subscriptions on file "
                       "(status " WS-SUB-FILE-STATUS "), nothing "
                       "to extract"
           END-IF

           OPEN OUTPUT ALERT-OUT-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open ALERTOUT (status "
                       WS-OUT-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * LOAD THE ACCOUNT-TO-CUSTOMER TABLE FROM CUSTXREF. AN
      * OVERFLOWED TABLE FAILS THE RUN BEFORE ANYTHING IS WRITTEN -
      * A PARTIAL TABLE WOULD SILENTLY DROP CUSTOMER-LEVEL
      * SUBSCRIBERS' ALERTS.
      ******************************************************************
       0150-LOAD-CUST-XREF.
           MOVE 'N' TO WS-CMAP-LOAD-DONE
           OPEN INPUT CUST-XREF
           IF WS-CXREF-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Customer cross-reference unavailable "
                       "(status " WS-CXREF-FILE-STATUS "), only "
                       "account subscriptions can be matched"
               MOVE 'Y' TO WS-CMAP-LOAD-DONE
           END-IF
           PERFORM UNTIL CMAP-LOAD-DONE
               READ CUST-XREF NEXT
                   AT END
                       MOVE 'Y' TO WS-CMAP-LOAD-DONE
                   NOT AT END
                       IF WS-CMAP-COUNT < 2000
                           ADD 1 TO WS-CMAP-COUNT
                           MOVE CXR-ACCT-NUMBER
                               TO WS-CMAP-ACCT(WS-CMAP-COUNT)
                           MOVE CXR-CUST-NUMBER
                               TO WS-CMAP-CUST(WS-CMAP-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-CMAP-FULL-FLAG
                           MOVE 'Y' TO WS-CMAP-LOAD-DONE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CXREF-FILE-STATUS NOT = "35"
               CLOSE CUST-XREF
           END-IF
           IF CMAP-TABLE-FULL
               DISPLAY "ERROR: Customer link table overflowed at "
                       WS-CMAP-COUNT " links - no alerts extracted"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * START FROM THE BUSINESS DATE OF THE LAST COMPLETED EXTRACT.
      * THAT DAY IS LOOKED AT AGAIN ON PURPOSE: ANYTHING THAT LANDED
      * ON IT AFTER THE LAST RUN IS PICKED UP, AND WHAT WAS ALREADY
      * SENT IS ON THE LOG AND IS SKIPPED.
      ******************************************************************
       0170-SET-WINDOW.
           MOVE WS-TODAY TO WS-WINDOW-START
           SET AL-IS-CONTROL TO TRUE
           READ ALERT-LOG
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AL-BUSINESS-DATE IS NUMERIC
                           AND AL-BUSINESS-DATE < WS-TODAY
                       MOVE AL-BUSINESS-DATE TO WS-WINDOW-START
                   END-IF
           END-READ.

       0200-WRITE-HEADER.
           MOVE WS-TODAY TO AH-BUSINESS-DATE
           MOVE WS-TIMESTAMP TO AH-CREATED-TS
           MOVE WS-ALERT-HEADER TO ALERT-OUT-RECORD
           WRITE ALERT-OUT-RECORD.

      ******************************************************************
      * AUDTRAIL: POSTED ENTRIES IN THE WINDOW, READ THROUGH THE
      * AUDDATE BUSINESS-DATE INDEX FROM THE WINDOW START TO TODAY.
      * THE SOURCE ACCOUNT OF A DEBIT IS CHECKED FOR THE LARGE-DEBIT
      * AND (FOR TODAY'S DEBITS) LOW-BALANCE ALERTS; THE DESTINATION
      * OF AN INBOUND PAYMENT FOR THE RECEIPT ALERT. A TRAIL WITH NO
      * INDEX IS A HARD STOP - READING NOTHING WOULD QUIETLY DROP
      * EVERY POSTING ALERT AND STAMP THE WINDOW AS DONE.
      ******************************************************************
       0300-SCAN-AUDIT.
           MOVE 'N' TO WS-EOF-SOURCE
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Audit trail unavailable (status "
                       WS-AUDIT-FILE-STATUS "), no posting alerts"
               MOVE 'Y' TO WS-EOF-SOURCE
           ELSE
               OPEN INPUT AUDIT-DATE-INDEX
               IF WS-ADX-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Business-date index AUDDATE "
                           "unavailable (status " WS-ADX-FILE-STATUS
                           ") - run DATE-XREF-BUILD before extracting"
                   CLOSE AUDIT-TRAIL
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-WINDOW-START TO ADX-BUS-DATE
               MOVE LOW-VALUES TO ADX-TX-ID
               START AUDIT-DATE-INDEX KEY NOT < ADX-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-SOURCE
               END-START
           END-IF
           PERFORM UNTIL EOF-SOURCE
               PERFORM 0305-READ-AUDIT
               IF AUDIT-FOUND
                   ADD 1 TO WS-COUNT-AUDIT
                   IF AUD-STATUS-CODE = "00"
                           AND AUD-AMOUNT NOT = ZEROS
                       PERFORM 0310-CHECK-DEBIT
                       PERFORM 0330-CHECK-INBOUND
                   END-IF
               END-IF
           END-PERFORM
           IF WS-AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-TRAIL
               CLOSE AUDIT-DATE-INDEX
           END-IF.

      ******************************************************************
      * NEXT AUDIT ENTRY IN THE WINDOW: READ THE NEXT INDEX RECORD,
      * STOP AT THE FIRST ONE PAST TODAY, AND FETCH ITS ENTRY FROM
      * AUDTRAIL BY KEY. AN INDEX RECORD WHOSE ENTRY IS GONE (PURGED)
      * OR NOW CARRIES ANOTHER DATE IS STALE AND SKIPPED.
      ******************************************************************
       0305-READ-AUDIT.
           MOVE 'N' TO WS-AUDIT-FOUND
           PERFORM UNTIL EOF-SOURCE OR AUDIT-FOUND
               READ AUDIT-DATE-INDEX NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SOURCE
                   NOT AT END
                       IF ADX-BUS-DATE > WS-TODAY
                           MOVE 'Y' TO WS-EOF-SOURCE
                       ELSE
                           MOVE ADX-TX-ID TO AUD-TX-ID
                           READ AUDIT-TRAIL
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF AUD-TIMESTAMP(1:8)
                                           = ADX-BUS-DATE
                                       MOVE 'Y' TO WS-AUDIT-FOUND
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * A SWEEP LEG ONLY MOVES THE CUSTOMER'S OWN MONEY BETWEEN THEIR
      * OWN ACCOUNTS AND RAISES NOTHING
      ******************************************************************
       0310-CHECK-DEBIT.
           IF AUD-TX-ID(1:4) NOT = "SWU-"
                   AND AUD-TX-ID(1:4) NOT = "SWD-"
               MOVE AUD-FROM-ACCT TO WS-SUB-ACCT
               PERFORM 0600-RESOLVE-SUBSCRIPTION
               IF SUB-FOUND
                   IF AS-LARGE-DEBIT-THRESHOLD > ZEROS
                           AND AUD-AMOUNT
                               NOT < AS-LARGE-DEBIT-THRESHOLD
                       PERFORM 0315-RAISE-LARGE-DEBIT
                   END-IF
                   IF AS-LOW-BAL-THRESHOLD > ZEROS
                           AND AUD-TIMESTAMP(1:8) = WS-TODAY
                       PERFORM 0320-CHECK-LOW-BALANCE
                   END-IF
               END-IF
           END-IF.

       0315-RAISE-LARGE-DEBIT.
           MOVE SPACES TO WS-EVENT
           STRING "LDEB-" DELIMITED BY SIZE
                  AUD-TX-ID DELIMITED BY SPACE
               INTO WS-EV-ID
           END-STRING
           MOVE "LDEB" TO WS-EV-TYPE
           MOVE AUD-FROM-ACCT TO WS-EV-ACCT
           MOVE AUD-AMOUNT TO WS-EV-AMOUNT
           MOVE AUD-CURRENCY TO WS-EV-CURRENCY
           MOVE AUD-TIMESTAMP TO WS-EV-TS
           STRING "LARGE DEBIT TO ACCOUNT " DELIMITED BY SIZE
                  AUD-TO-ACCT DELIMITED BY SIZE
               INTO WS-EV-DETAIL
           END-STRING
           PERFORM 0700-EMIT-EVENT.

      ******************************************************************
      * THE BALANCE IS JUDGED AS IT STANDS NOW, AFTER THE DAY'S
      * POSTINGS. THE EVENT ID CARRIES THE BUSINESS DATE, SO AN
      * ACCOUNT DEBITED SEVERAL TIMES IS ALERTED ONCE A DAY.
      ******************************************************************
       0320-CHECK-LOW-BALANCE.
           MOVE AUD-FROM-ACCT TO WS-EV-ACCT
           PERFORM 0620-READ-ACCOUNT
           IF ACCT-FOUND
               IF ACCT-BALANCE < AS-LOW-BAL-THRESHOLD
                   MOVE SPACES TO WS-EVENT
                   STRING "LBAL-" DELIMITED BY SIZE
                          AUD-FROM-ACCT DELIMITED BY SPACE
                          "-" DELIMITED BY SIZE
                          WS-TODAY DELIMITED BY SIZE
                       INTO WS-EV-ID
                   END-STRING
                   MOVE "LBAL" TO WS-EV-TYPE
                   MOVE AUD-FROM-ACCT TO WS-EV-ACCT
                   MOVE ACCT-BALANCE TO WS-EV-AMOUNT
                   MOVE ACCT-CURRENCY TO WS-EV-CURRENCY
                   MOVE WS-TIMESTAMP TO WS-EV-TS
                   IF ACCT-BALANCE < ZEROS
                       MOVE "ACCOUNT OVERDRAWN" TO WS-EV-DETAIL
                   ELSE
                       MOVE "BALANCE BELOW ALERT LEVEL"
                           TO WS-EV-DETAIL
                   END-IF
                   PERFORM 0700-EMIT-EVENT
               END-IF
           END-IF.

      ******************************************************************
      * AN INBOUND PAYMENT POSTED BY PAY-INBOUND - FIRST PRESENTMENT
      * OR A RE-PRESENTMENT FROM THE REPAIR QUEUE
      ******************************************************************
       0330-CHECK-INBOUND.
           IF AUD-TX-ID(1:4) = "PIN-"
               MOVE AUD-TO-ACCT TO WS-SUB-ACCT
               PERFORM 0600-RESOLVE-SUBSCRIPTION
               IF SUB-FOUND AND AS-WANTS-INBOUND
                   MOVE SPACES TO WS-EVENT
                   STRING "PINB-" DELIMITED BY SIZE
                          AUD-TX-ID DELIMITED BY SPACE
                       INTO WS-EV-ID
                   END-STRING
                   MOVE "PINB" TO WS-EV-TYPE
                   MOVE AUD-TO-ACCT TO WS-EV-ACCT
                   MOVE AUD-TO-AMOUNT TO WS-EV-AMOUNT
                   MOVE AUD-TO-CURRENCY TO WS-EV-CURRENCY
                   MOVE AUD-TIMESTAMP TO WS-EV-TS
                   MOVE "INBOUND PAYMENT RECEIVED" TO WS-EV-DETAIL
                   PERFORM 0700-EMIT-EVENT
               END-IF
           END-IF.

      ******************************************************************
      * HOLDFILE: HOLDS PLACED IN THE WINDOW, WHETHER OR NOT THEY HAVE
      * SINCE BEEN RELEASED - THE CUSTOMER SAW THE MONEY EARMARKED
      ******************************************************************
       0400-SCAN-HOLDS.
           MOVE 'N' TO WS-EOF-SOURCE
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SOURCE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ HOLD-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SOURCE
                   NOT AT END
                       ADD 1 TO WS-COUNT-HOLDS
                       IF HLD-PLACED-TS(1:8) NOT < WS-WINDOW-START
                           PERFORM 0410-CHECK-ONE-HOLD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-HOLD-FILE-STATUS NOT = "35"
               CLOSE HOLD-FILE
           END-IF.

       0410-CHECK-ONE-HOLD.
           MOVE HLD-ACCT-NUMBER TO WS-SUB-ACCT
           PERFORM 0600-RESOLVE-SUBSCRIPTION
           IF SUB-FOUND AND AS-WANTS-HOLDS
               MOVE HLD-ACCT-NUMBER TO WS-EV-ACCT
               PERFORM 0620-READ-ACCOUNT
               MOVE SPACES TO WS-EVENT
               STRING "HOLD-" DELIMITED BY SIZE
                      HLD-ACCT-NUMBER DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      HLD-HOLD-ID DELIMITED BY SPACE
                   INTO WS-EV-ID
               END-STRING
               MOVE "HOLD" TO WS-EV-TYPE
               MOVE HLD-ACCT-NUMBER TO WS-EV-ACCT
               MOVE HLD-AMOUNT TO WS-EV-AMOUNT
               IF ACCT-FOUND
                   MOVE ACCT-CURRENCY TO WS-EV-CURRENCY
               END-IF
               MOVE HLD-PLACED-TS TO WS-EV-TS
               IF HLD-EXPIRY-DATE = SPACES
                   STRING "HOLD PLACED, REASON " DELIMITED BY SIZE
                          HLD-REASON-CODE DELIMITED BY SIZE
                          ", UNTIL RELEASED" DELIMITED BY SIZE
                       INTO WS-EV-DETAIL
                   END-STRING
               ELSE
                   STRING "HOLD PLACED, REASON " DELIMITED BY SIZE
                          HLD-REASON-CODE DELIMITED BY SIZE
                          ", EXPIRES " DELIMITED BY SIZE
                          HLD-EXPIRY-DATE DELIMITED BY SIZE
                       INTO WS-EV-DETAIL
                   END-STRING
               END-IF
               PERFORM 0700-EMIT-EVENT
           END-IF.

      ******************************************************************
      * MAINTTRAIL: APPROVED FREEZES, UNFREEZES AND CLOSURES FROM
      * MAINT-ACCOUNT AND DORMANCY TRANSITIONS FROM DORM-SCAN.
      * REFUSALS (STATUS 14) AND REFUSED CLOSES (15) CHANGED NOTHING;
      * A CUSTOMER-LEVEL RECORD IS COVERED BY THE RECORD WRITTEN FOR
      * EACH LINKED ACCOUNT AND IS PASSED OVER HERE.
      ******************************************************************
       0450-SCAN-MAINT-TRAIL.
           MOVE 'N' TO WS-EOF-SOURCE
           OPEN INPUT MAINT-TRAIL
           IF WS-MAINT-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SOURCE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ MAINT-TRAIL NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SOURCE
                   NOT AT END
                       ADD 1 TO WS-COUNT-MAINT
                       IF MNT-TIMESTAMP(1:8) NOT < WS-WINDOW-START
                               AND MNT-STATUS-CODE = "00"
                           PERFORM 0460-CHECK-ONE-STATUS-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MAINT-FILE-STATUS NOT = "35"
               CLOSE MAINT-TRAIL
           END-IF.

       0460-CHECK-ONE-STATUS-CHANGE.
           MOVE SPACES TO WS-EV-DETAIL
           EVALUATE MNT-ACTION
               WHEN "F"
                   MOVE "ACCOUNT FROZEN" TO WS-EV-DETAIL
               WHEN "U"
                   MOVE "ACCOUNT RESTORED TO ACTIVE" TO WS-EV-DETAIL
               WHEN "C"
                   MOVE "ACCOUNT CLOSED" TO WS-EV-DETAIL
               WHEN "D"
                   MOVE "ACCOUNT DORMANT - NO ACTIVITY" TO WS-EV-DETAIL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-EV-DETAIL NOT = SPACES
               MOVE MNT-ACCT-NUMBER TO WS-EV-ACCT
               PERFORM 0620-READ-ACCOUNT
           END-IF

           IF WS-EV-DETAIL NOT = SPACES AND ACCT-FOUND
               MOVE MNT-ACCT-NUMBER TO WS-SUB-ACCT
               PERFORM 0600-RESOLVE-SUBSCRIPTION
               IF SUB-FOUND AND AS-WANTS-STATUS
                   MOVE SPACES TO WS-EV-ID
                   STRING "STAT-" DELIMITED BY SIZE
                          MNT-ACCT-NUMBER DELIMITED BY SPACE
                          "-" DELIMITED BY SIZE
                          MNT-TIMESTAMP DELIMITED BY SIZE
                       INTO WS-EV-ID
                   END-STRING
                   MOVE "STAT" TO WS-EV-TYPE
                   MOVE MNT-ACCT-NUMBER TO WS-EV-ACCT
                   MOVE ZEROS TO WS-EV-AMOUNT
                   MOVE ACCT-CURRENCY TO WS-EV-CURRENCY
                   MOVE MNT-TIMESTAMP TO WS-EV-TS
                   PERFORM 0700-EMIT-EVENT
               END-IF
           END-IF.

      ******************************************************************
      * STORDEXC: OCCURRENCES STORD-POST COULD NOT PAY IN THE WINDOW.
      * A LOOKUP FAILURE IS NOT FINAL - STORD-POST TRIES IT AGAIN ON
      * ITS NEXT RUN - AND IS NOT ALERTED.
      ******************************************************************
       0500-SCAN-STORD-EXCEPTIONS.
           MOVE 'N' TO WS-EOF-SOURCE
           OPEN INPUT STORD-EXCEPTIONS
           IF WS-SOX-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SOURCE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ STORD-EXCEPTIONS NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SOURCE
                   NOT AT END
                       ADD 1 TO WS-COUNT-SOX
                       IF SOX-RUN-DATE NOT < WS-WINDOW-START
                               AND (SOX-FAILED OR SOX-VOIDED)
                           PERFORM 0510-CHECK-ONE-ORDER-FAILURE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SOX-FILE-STATUS NOT = "35"
               CLOSE STORD-EXCEPTIONS
           END-IF.

       0510-CHECK-ONE-ORDER-FAILURE.
           MOVE SOX-FROM-ACCT TO WS-SUB-ACCT
           PERFORM 0600-RESOLVE-SUBSCRIPTION
           IF SUB-FOUND AND AS-WANTS-STORD
               MOVE SPACES TO WS-EVENT
               STRING "SOFL-" DELIMITED BY SIZE
                      SOX-ORDER-ID DELIMITED BY SPACE
                      "-" DELIMITED BY SIZE
                      SOX-DUE-DATE DELIMITED BY SIZE
                   INTO WS-EV-ID
               END-STRING
               MOVE "SOFL" TO WS-EV-TYPE
               MOVE SOX-FROM-ACCT TO WS-EV-ACCT
               MOVE SOX-AMOUNT TO WS-EV-AMOUNT
               MOVE SOX-CURRENCY TO WS-EV-CURRENCY
               MOVE SOX-RECORDED-TS TO WS-EV-TS
               IF SOX-VOIDED
                   STRING "STANDING ORDER " DELIMITED BY SIZE
                          SOX-ORDER-ID DELIMITED BY SPACE
                          " DUE " DELIMITED BY SIZE
                          SOX-DUE-DATE DELIMITED BY SIZE
                          " STOPPED ON REVIEW" DELIMITED BY SIZE
                       INTO WS-EV-DETAIL
                   END-STRING
               ELSE
                   STRING "STANDING ORDER " DELIMITED BY SIZE
                          SOX-ORDER-ID DELIMITED BY SPACE
                          " DUE " DELIMITED BY SIZE
                          SOX-DUE-DATE DELIMITED BY SIZE
                          " NOT PAID" DELIMITED BY SIZE
                       INTO WS-EV-DETAIL
                   END-STRING
               END-IF
               PERFORM 0700-EMIT-EVENT
           END-IF.

      ******************************************************************
      * PAYREPAIR: INBOUND ITEMS STILL PARKED THAT WERE PARKED IN THE
      * WINDOW, FOR A REASON THE CUSTOMER CAN ACT ON. PARKED-TS IS
      * STAMPED FROM THE WALL CLOCK, SO AN ITEM PARKED AFTER MIDNIGHT
      * CARRIES THE NEXT CALENDAR DATE - THE WINDOW HAS NO UPPER
      * BOUND FOR THAT REASON.
      ******************************************************************
       0550-SCAN-REPAIR-QUEUE.
           MOVE 'N' TO WS-EOF-SOURCE
           OPEN INPUT REPAIR-QUEUE
           IF WS-RPR-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-EOF-SOURCE
           END-IF
           PERFORM UNTIL EOF-SOURCE
               READ REPAIR-QUEUE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SOURCE
                   NOT AT END
                       ADD 1 TO WS-COUNT-REPAIR
                       IF RPR-PARKED
                               AND RPR-PARKED-TS(1:8)
                                   NOT < WS-WINDOW-START
                               AND (RPR-REASON-CODE = "CLSD"
                                   OR RPR-REASON-CODE = "FRZN"
                                   OR RPR-REASON-CODE = "FAIL")
                           PERFORM 0560-CHECK-ONE-PARKED-ITEM
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RPR-FILE-STATUS NOT = "35"
               CLOSE REPAIR-QUEUE
           END-IF.

       0560-CHECK-ONE-PARKED-ITEM.
           MOVE RPR-BENEF-ACCT TO WS-SUB-ACCT
           PERFORM 0600-RESOLVE-SUBSCRIPTION
           IF SUB-FOUND AND AS-WANTS-INBOUND
               MOVE SPACES TO WS-EVENT
               STRING "PRPK-" DELIMITED BY SIZE
                      RPR-ITEM-REF DELIMITED BY SPACE
                   INTO WS-EV-ID
               END-STRING
               MOVE "PRPK" TO WS-EV-TYPE
               MOVE RPR-BENEF-ACCT TO WS-EV-ACCT
               MOVE RPR-AMOUNT TO WS-EV-AMOUNT
               MOVE RPR-CURRENCY TO WS-EV-CURRENCY
               MOVE RPR-PARKED-TS TO WS-EV-TS
               STRING "PAYMENT HELD FOR REPAIR FROM " DELIMITED BY SIZE
                      RPR-ORIGINATOR DELIMITED BY SIZE
                   INTO WS-EV-DETAIL
               END-STRING
               PERFORM 0700-EMIT-EVENT
           END-IF.

      ******************************************************************
      * FIND THE SUBSCRIPTION COVERING WS-SUB-ACCT: THE ACCOUNT'S OWN
      * WHILE ACTIVE, ELSE ITS CUSTOMER'S. WS-SUB-CUST IS LEFT WITH
      * THE ACCOUNT'S CUSTOMER EITHER WAY, FOR ADDRESSING.
      ******************************************************************
       0600-RESOLVE-SUBSCRIPTION.
           MOVE 'N' TO WS-SUB-FOUND-FLAG
           PERFORM 0610-FIND-CUSTOMER

           MOVE "A" TO AS-SUBJECT-TYPE
           MOVE WS-SUB-ACCT TO AS-SUBJECT-REF
           READ ALERT-SUBS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AS-ACTIVE
                       MOVE 'Y' TO WS-SUB-FOUND-FLAG
                   END-IF
           END-READ

           IF NOT SUB-FOUND AND WS-SUB-CUST NOT = SPACES
               MOVE "C" TO AS-SUBJECT-TYPE
               MOVE SPACES TO AS-SUBJECT-REF
               MOVE WS-SUB-CUST TO AS-SUBJECT-REF(1:12)
               READ ALERT-SUBS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AS-ACTIVE
                           MOVE 'Y' TO WS-SUB-FOUND-FLAG
                       END-IF
               END-READ
           END-IF.

       0610-FIND-CUSTOMER.
           MOVE SPACES TO WS-SUB-CUST
           PERFORM VARYING WS-CMAP-IDX FROM 1 BY 1
                   UNTIL WS-CMAP-IDX > WS-CMAP-COUNT
                      OR WS-SUB-CUST NOT = SPACES
               IF WS-CMAP-ACCT(WS-CMAP-IDX) = WS-SUB-ACCT
                   MOVE WS-CMAP-CUST(WS-CMAP-IDX) TO WS-SUB-CUST
               END-IF
           END-PERFORM.

      ******************************************************************
      * READ WS-EV-ACCT FROM THE ACCOUNT MASTER, REPORTING VIA
      * ACCT-FOUND
      ******************************************************************
       0620-READ-ACCOUNT.
           MOVE 'N' TO WS-ACCT-FOUND-FLAG
           MOVE WS-EV-ACCT TO ACCT-NUMBER
           READ ACCOUNT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-ACCT-FOUND-FLAG
           END-READ.

      ******************************************************************
      * PUT ONE EVENT ON THE EXTRACT UNLESS IT HAS ALREADY BEEN SENT.
      * THE EXTRACT RECORD IS WRITTEN FIRST AND THE LOG RECORD AFTER,
      * SO A FAILURE BETWEEN THE TWO CAN ONLY SEND AN EVENT AGAIN,
      * NEVER LOSE ONE. AN EVENT WHOSE CUSTOMER CANNOT BE FOUND IS
      * REPORTED AND LEFT UNLOGGED FOR THE NEXT RUN TO TRY.
      ******************************************************************
       0700-EMIT-EVENT.
           MOVE WS-EV-ID TO AL-EVENT-ID
           READ ALERT-LOG
               INVALID KEY
                   PERFORM 0710-ADDRESS-AND-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-ALREADY-SENT
           END-READ.

       0710-ADDRESS-AND-WRITE.
           MOVE 'N' TO WS-CUST-FOUND-FLAG
           IF WS-SUB-CUST NOT = SPACES
               MOVE WS-SUB-CUST TO CST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-CUST-FOUND-FLAG
               END-READ
           END-IF

           IF NOT CUST-FOUND
               ADD 1 TO WS-COUNT-UNADDRESSED
               DISPLAY "WARNING: No customer to address " WS-EV-ID
           ELSE
               MOVE WS-EV-ID TO AD-EVENT-ID
               MOVE WS-EV-TYPE TO AD-EVENT-TYPE
               MOVE WS-EV-ACCT TO AD-ACCT-NUMBER
               MOVE CST-NUMBER TO AD-CUST-NUMBER
               MOVE CST-NAME TO AD-CUST-NAME
               MOVE CST-ADDR-LINE-1 TO AD-ADDR-LINE-1
               MOVE CST-ADDR-LINE-2 TO AD-ADDR-LINE-2
               MOVE WS-EV-AMOUNT TO AD-AMOUNT
               MOVE WS-EV-CURRENCY TO AD-CURRENCY
               MOVE WS-EV-TS TO AD-EVENT-TS
               MOVE WS-EV-DETAIL TO AD-DETAIL
               MOVE WS-ALERT-DETAIL TO ALERT-OUT-RECORD
               WRITE ALERT-OUT-RECORD
               IF WS-OUT-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot write ALERTOUT (status "
                           WS-OUT-FILE-STATUS ") at " WS-EV-ID
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-COUNT-EXTRACTED
               PERFORM 0720-COUNT-BY-TYPE

               MOVE WS-EV-ID TO AL-EVENT-ID
               MOVE WS-EV-TYPE TO AL-EVENT-TYPE
               MOVE WS-EV-ACCT TO AL-ACCT-NUMBER
               MOVE CST-NUMBER TO AL-CUST-NUMBER
               MOVE WS-TODAY TO AL-BUSINESS-DATE
               MOVE WS-TIMESTAMP TO AL-SENT-TS
               WRITE ALERT-LOG-RECORD
                   INVALID KEY
                       ADD 1 TO WS-COUNT-UNLOGGED
                       DISPLAY "WARNING: Could not log " WS-EV-ID
                               " as sent - it may go out again"
               END-WRITE
           END-IF.

       0720-COUNT-BY-TYPE.
           EVALUATE WS-EV-TYPE
               WHEN "LBAL"
                   ADD 1 TO WS-COUNT-LBAL
               WHEN "LDEB"
                   ADD 1 TO WS-COUNT-LDEB
               WHEN "PINB"
                   ADD 1 TO WS-COUNT-PINB
               WHEN "HOLD"
                   ADD 1 TO WS-COUNT-HOLD
               WHEN "STAT"
                   ADD 1 TO WS-COUNT-STAT
               WHEN "SOFL"
                   ADD 1 TO WS-COUNT-SOFL
               WHEN "PRPK"
                   ADD 1 TO WS-COUNT-PRPK
           END-EVALUATE.

       0800-WRITE-TRAILER.
           MOVE WS-COUNT-EXTRACTED TO AT-EVENT-COUNT
           MOVE WS-ALERT-TRAILER TO ALERT-OUT-RECORD
           WRITE ALERT-OUT-RECORD.

      ******************************************************************
      * RECORD THIS BUSINESS DATE AS THE LAST COMPLETED EXTRACT SO THE
      * NEXT RUN STARTS LOOKING FROM IT
      ******************************************************************
       0850-STAMP-LAST-EXTRACT.
           INITIALIZE ALERT-LOG-RECORD
           SET AL-IS-CONTROL TO TRUE
           MOVE "CTRL" TO AL-EVENT-TYPE
           MOVE WS-TODAY TO AL-BUSINESS-DATE
           MOVE WS-TIMESTAMP TO AL-SENT-TS
           WRITE ALERT-LOG-RECORD
               INVALID KEY
                   REWRITE ALERT-LOG-RECORD
                       INVALID KEY
                           DISPLAY "WARNING: Could not record last "
                                   "extract date on ALERTLOG"
                   END-REWRITE
           END-WRITE.

       0900-CLOSE-FILES.
           CLOSE ALERT-OUT-FILE
           CLOSE ALERT-LOG
           CLOSE ACCOUNT-MASTER
           CLOSE CUSTOMER-MASTER
           IF SUBS-OPEN
               CLOSE ALERT-SUBS
           END-IF.

       END PROGRAM ALERT-EXTRACT.

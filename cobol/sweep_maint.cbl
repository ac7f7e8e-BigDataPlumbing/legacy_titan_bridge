      ******************************************************************
      * LEGACY TITAN BRIDGE - SWEEP STRUCTURE MAINTENANCE UTILITY
      ******************************************************************
      * Program:     SWEEP-MAINT
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Batch utility that maintains the SWEEPMST cash
      *              concentration master from a flat maintenance
      *              file (SWEEPIN). Each input record adds, amends,
      *              or removes one participating account in a sweep
      *              structure; SWEEP-POST works the structures
      *              nightly.
      *
      *              A structure belongs to one customer: its header
      *              account and every participant must be linked to
      *              that customer on CUSTXREF, all in the same
      *              currency. An account takes part in at most one
      *              structure, and a header account is never itself
      *              swept, so no balance can be pulled two ways in
      *              one night.
      *
      *              A sweep moves whatever the balances come to, not
      *              a fixed amount, so adding or amending a
      *              participant needs an active supervisor on the
      *              OPERMSTR operator master (checked through
      *              OPER-CONTROL's OPER-CHECK); removing one commits
      *              no money and needs any active operator. A refused
      *              record is skipped and the attempt written to
      *              MAINTTRAIL (action 'P', status 14).
      *
      * Input (SWEEPIN), one record per action:
      *              SWM-ACTION       'A' add, 'M' amend, 'C' remove
      *              SWM-STRUCTURE-ID structure being maintained
      *              SWM-PART-ACCT    participating account
      *              SWM-HEADER-ACCT/SWM-CUST-NUMBER
      *                               structure header account and
      *                               owning customer (add only)
      *              SWM-SWEEP-TYPE/SWM-TARGET/SWM-MIN-AMOUNT
      *                               see SWEEPREC; on amend a blank
      *                               type leaves the existing value
      *                               alone, the amounts are always
      *                               taken as given
      *              SWM-AUTHORIZED-BY operator recorded on the record
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SWEEP-MAINT.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SWEEP-INPUT-FILE ASSIGN TO "SWEEPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT SWEEP-MASTER ASSIGN TO "SWEEPMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SW-KEY
               FILE STATUS IS WS-SWEEP-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

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
       FD  SWEEP-INPUT-FILE.
       01  SWEEP-INPUT-RECORD.
           05  SWM-ACTION              PIC X(1).
           05  SWM-STRUCTURE-ID        PIC X(12).
           05  SWM-PART-ACCT           PIC X(16).
           05  SWM-HEADER-ACCT         PIC X(16).
           05  SWM-CUST-NUMBER         PIC X(12).
           05  SWM-SWEEP-TYPE          PIC X(1).
           05  SWM-TARGET              PIC 9(12)V99.
           05  SWM-MIN-AMOUNT          PIC 9(12)V99.
           05  SWM-AUTHORIZED-BY       PIC X(8).

       FD  SWEEP-MASTER.
       COPY SWEEPREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  CUST-XREF.
       COPY CXREFREC.

       FD  MAINT-TRAIL.
       COPY MAINTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS    PIC XX.
           05  WS-SWEEP-FILE-STATUS    PIC XX.
           05  WS-ACCT-FILE-STATUS     PIC XX.
           05  WS-CXREF-FILE-STATUS    PIC XX.
           05  WS-MAINT-FILE-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-INPUT            PIC X VALUE 'N'.
               88  EOF-INPUT           VALUE 'Y'.
           05  WS-RECORD-OK            PIC X VALUE 'Y'.
               88  RECORD-OK           VALUE 'Y'.
           05  WS-ACCT-MASTER-OPEN     PIC X VALUE 'N'.
               88  ACCT-MASTER-OPEN    VALUE 'Y'.
           05  WS-CXREF-OPEN           PIC X VALUE 'N'.
               88  CXREF-OPEN          VALUE 'Y'.
           05  WS-SCAN-DONE            PIC X VALUE 'N'.
               88  SCAN-DONE           VALUE 'Y'.
           05  WS-REACTIVATE           PIC X VALUE 'N'.
               88  REACTIVATE          VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(26).

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-ADDED          PIC 9(7) VALUE 0.
           05  WS-COUNT-AMENDED        PIC 9(7) VALUE 0.
           05  WS-COUNT-REMOVED        PIC 9(7) VALUE 0.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-REFUSED        PIC 9(7) VALUE 0.
           05  WS-REFUSAL-SEQ          PIC 9(5) VALUE 0.

       01  WS-CHECK-ACCT-NUMBER        PIC X(16).
       01  WS-ACCT-FOUND-FLAG          PIC X VALUE 'N'.
           88  CHECK-ACCT-FOUND        VALUE 'Y'.
       01  WS-CHECK-ACCT-CURRENCY      PIC X(3).
       01  WS-CHECK-ACCT-STATUS        PIC X(1).
       01  WS-PART-CURRENCY            PIC X(3).
       01  WS-LINK-FOUND-FLAG          PIC X VALUE 'N'.
           88  LINK-FOUND              VALUE 'Y'.

      ******************************************************************
      * WHAT A SCAN OF SWEEPMST FOUND ABOUT A PROPOSED PARTICIPANT
      ******************************************************************
       01  WS-CONFLICT-WORK.
           05  WS-CONFLICT-STRUCTURE   PIC X(12).
           05  WS-CONFLICT-REASON      PIC X(40).
           05  WS-STRUCT-HEADER        PIC X(16).
           05  WS-STRUCT-CUST          PIC X(12).

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

           DISPLAY "=== SWEEP-MAINT SUMMARY ==="
           DISPLAY "RECORDS READ:         " WS-COUNT-READ
           DISPLAY "PARTICIPANTS ADDED:   " WS-COUNT-ADDED
           DISPLAY "PARTICIPANTS AMENDED: " WS-COUNT-AMENDED
           DISPLAY "PARTICIPANTS REMOVED: " WS-COUNT-REMOVED
           DISPLAY "RECORDS REJECTED:     " WS-COUNT-REJECTED
           DISPLAY "  OF WHICH REFUSED:   " WS-COUNT-REFUSED
           DISPLAY "==========================="
           STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT SWEEP-INPUT-FILE
           OPEN I-O SWEEP-MASTER
           IF WS-SWEEP-FILE-STATUS = "35"
               OPEN OUTPUT SWEEP-MASTER
               CLOSE SWEEP-MASTER
               OPEN I-O SWEEP-MASTER
           END-IF
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ACCT-MASTER-OPEN
           ELSE
               DISPLAY "WARNING: Account master unavailable (status "
                       WS-ACCT-FILE-STATUS "), account existence "
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
           READ SWEEP-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-INPUT
           END-READ.

       0300-APPLY-ONE-ACTION.
           MOVE 'Y' TO WS-RECORD-OK
           IF SWM-STRUCTURE-ID = SPACES OR SWM-PART-ACCT = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Structure or participating account "
                       "missing on record " WS-COUNT-READ ", skipping"
           END-IF

      *    The last-editor stamp must never be rewritten to spaces
           IF RECORD-OK AND SWM-AUTHORIZED-BY = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Structure " SWM-STRUCTURE-ID
                       " authorizing user required, skipping"
           END-IF

           IF RECORD-OK
               EVALUATE SWM-ACTION
                   WHEN "A"
                       PERFORM 0310-ADD-PARTICIPANT
                   WHEN "M"
                       PERFORM 0330-AMEND-PARTICIPANT
                   WHEN "C"
                       PERFORM 0350-REMOVE-PARTICIPANT
                   WHEN OTHER
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Action '" SWM-ACTION
                               "' invalid for structure "
                               SWM-STRUCTURE-ID ", skipping"
               END-EVALUATE
           END-IF.

      ******************************************************************
      * ADD A PARTICIPANT. A PARTICIPANT REMOVED EARLIER FROM THE SAME
      * STRUCTURE IS BROUGHT BACK BY ADDING IT AGAIN.
      ******************************************************************
       0310-ADD-PARTICIPANT.
           PERFORM 0320-VALIDATE-ATTRIBUTES
           IF RECORD-OK
               MOVE "S" TO WS-OPC-REQUIRED-ROLE
               PERFORM 0340-CHECK-AUTHORIZER
           END-IF

           IF RECORD-OK
               PERFORM 0370-SCAN-FOR-CONFLICT
               IF WS-CONFLICT-REASON NOT = SPACES
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Account " SWM-PART-ACCT " "
                           WS-CONFLICT-REASON " "
                           WS-CONFLICT-STRUCTURE ", add skipped"
               END-IF
           END-IF

           IF RECORD-OK
               MOVE 'N' TO WS-REACTIVATE
               MOVE SWM-STRUCTURE-ID TO SW-STRUCTURE-ID
               MOVE SWM-PART-ACCT TO SW-PART-ACCT
               READ SWEEP-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-REACTIVATE
               END-READ
           END-IF

           IF RECORD-OK
               MOVE SWM-STRUCTURE-ID TO SW-STRUCTURE-ID
               MOVE SWM-PART-ACCT TO SW-PART-ACCT
               MOVE SWM-HEADER-ACCT TO SW-HEADER-ACCT
               MOVE SWM-CUST-NUMBER TO SW-CUST-NUMBER
               MOVE SWM-SWEEP-TYPE TO SW-SWEEP-TYPE
               MOVE SWM-TARGET TO SW-TARGET
               MOVE SWM-MIN-AMOUNT TO SW-MIN-AMOUNT
               SET SW-ACTIVE TO TRUE
               MOVE SWM-AUTHORIZED-BY TO SW-MAINT-BY
               MOVE WS-TIMESTAMP TO SW-MAINT-TS
               IF REACTIVATE
                   REWRITE SWEEP-RECORD
                       INVALID KEY
                           PERFORM 0390-REJECT-RECORD
                           DISPLAY "WARNING: Could not re-add account "
                                   SWM-PART-ACCT " to structure "
                                   SWM-STRUCTURE-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-COUNT-ADDED
                   END-REWRITE
               ELSE
                   WRITE SWEEP-RECORD
                       INVALID KEY
                           PERFORM 0390-REJECT-RECORD
                           DISPLAY "WARNING: Could not add account "
                                   SWM-PART-ACCT " to structure "
                                   SWM-STRUCTURE-ID
                       NOT INVALID KEY
                           ADD 1 TO WS-COUNT-ADDED
                   END-WRITE
               END-IF
           END-IF.

      ******************************************************************
      * VALIDATE AN ADD: A KNOWN SWEEP TYPE, A HEADER DISTINCT FROM THE
      * PARTICIPANT, BOTH ACCOUNTS OPEN ON THE ACCOUNT MASTER IN ONE
      * CURRENCY, AND BOTH LINKED TO THE CUSTOMER ON CUSTXREF
      ******************************************************************
       0320-VALIDATE-ATTRIBUTES.
           IF SWM-HEADER-ACCT = SPACES OR SWM-CUST-NUMBER = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Structure " SWM-STRUCTURE-ID
                       " needs a header account and customer, skipping"
           END-IF

           IF RECORD-OK AND SWM-HEADER-ACCT = SWM-PART-ACCT
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Structure " SWM-STRUCTURE-ID
                       " header cannot sweep into itself, skipping"
           END-IF

           IF RECORD-OK
               PERFORM 0325-VALIDATE-SWEEP-TERMS
           END-IF

      *    Both accounts must be on the account master and open;
      *    a sweep between currencies would need an FX leg, which
      *    a concentration structure does not do
           IF RECORD-OK
               MOVE SWM-PART-ACCT TO WS-CHECK-ACCT-NUMBER
               PERFORM 0385-CHECK-ACCOUNT-EXISTS
               IF NOT CHECK-ACCT-FOUND OR WS-CHECK-ACCT-STATUS = "C"
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Account " SWM-PART-ACCT
                           " not an open account, structure "
                           SWM-STRUCTURE-ID " skipped"
               ELSE
                   MOVE WS-CHECK-ACCT-CURRENCY TO WS-PART-CURRENCY
               END-IF
           END-IF

           IF RECORD-OK
               MOVE SWM-HEADER-ACCT TO WS-CHECK-ACCT-NUMBER
               PERFORM 0385-CHECK-ACCOUNT-EXISTS
               IF NOT CHECK-ACCT-FOUND OR WS-CHECK-ACCT-STATUS = "C"
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Header account " SWM-HEADER-ACCT
                           " not an open account, structure "
                           SWM-STRUCTURE-ID " skipped"
               END-IF
           END-IF

           IF RECORD-OK
                   AND WS-CHECK-ACCT-CURRENCY NOT = WS-PART-CURRENCY
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Account " SWM-PART-ACCT " currency "
                       WS-PART-CURRENCY " differs from header "
                       WS-CHECK-ACCT-CURRENCY ", skipping"
           END-IF

           IF RECORD-OK
               MOVE SWM-PART-ACCT TO WS-CHECK-ACCT-NUMBER
               PERFORM 0380-CHECK-CUSTOMER-LINK
               IF NOT LINK-FOUND
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Account " SWM-PART-ACCT
                           " not linked to customer " SWM-CUST-NUMBER
                           ", skipping"
               END-IF
           END-IF

           IF RECORD-OK
               MOVE SWM-HEADER-ACCT TO WS-CHECK-ACCT-NUMBER
               PERFORM 0380-CHECK-CUSTOMER-LINK
               IF NOT LINK-FOUND
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Header account " SWM-HEADER-ACCT
                           " not linked to customer " SWM-CUST-NUMBER
                           ", skipping"
               END-IF
           END-IF.

      ******************************************************************
      * THE SWEEP TYPE MUST BE KNOWN, AND A ZERO-BALANCE SWEEP HAS NO
      * TARGET OTHER THAN ZERO
      ******************************************************************
       0325-VALIDATE-SWEEP-TERMS.
           IF SWM-SWEEP-TYPE NOT = "Z" AND SWM-SWEEP-TYPE NOT = "T"
                   AND SWM-SWEEP-TYPE NOT = "U"
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Structure " SWM-STRUCTURE-ID
                       " sweep type must be Z, T, or U, skipping"
           END-IF

           IF RECORD-OK AND SWM-SWEEP-TYPE = "Z"
                   AND SWM-TARGET NOT = ZEROS
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Structure " SWM-STRUCTURE-ID
                       " zero-balance sweep cannot carry a target, "
                       "skipping"
           END-IF

           IF RECORD-OK
               IF SWM-TARGET NOT NUMERIC
                       OR SWM-MIN-AMOUNT NOT NUMERIC
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Structure " SWM-STRUCTURE-ID
                           " target or minimum not numeric, skipping"
               END-IF
           END-IF.

      ******************************************************************
      * AMEND A PARTICIPANT'S SWEEP TERMS. THE HEADER AND CUSTOMER ARE
      * THE STRUCTURE'S, NOT THE PARTICIPANT'S, AND ARE NOT AMENDED
      * HERE - REMOVE AND RE-ADD TO MOVE AN ACCOUNT.
      ******************************************************************
       0330-AMEND-PARTICIPANT.
           MOVE SWM-STRUCTURE-ID TO SW-STRUCTURE-ID
           MOVE SWM-PART-ACCT TO SW-PART-ACCT
           READ SWEEP-MASTER
               INVALID KEY
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Account " SWM-PART-ACCT
                           " not in structure " SWM-STRUCTURE-ID
                           ", amend skipped"
           END-READ

           IF RECORD-OK AND SW-REMOVED
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Account " SWM-PART-ACCT
                       " was removed from structure "
                       SWM-STRUCTURE-ID ", add it again instead"
           END-IF

           IF RECORD-OK
               IF (SWM-HEADER-ACCT NOT = SPACES
                       AND SWM-HEADER-ACCT NOT = SW-HEADER-ACCT)
                  OR (SWM-CUST-NUMBER NOT = SPACES
                       AND SWM-CUST-NUMBER NOT = SW-CUST-NUMBER)
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Structure " SWM-STRUCTURE-ID
                           " header and customer cannot be amended, "
                           "amend skipped"
               END-IF
           END-IF

           IF RECORD-OK AND SWM-SWEEP-TYPE = SPACE
               MOVE SW-SWEEP-TYPE TO SWM-SWEEP-TYPE
           END-IF

           IF RECORD-OK
               PERFORM 0325-VALIDATE-SWEEP-TERMS
           END-IF

           IF RECORD-OK
               MOVE "S" TO WS-OPC-REQUIRED-ROLE
               PERFORM 0340-CHECK-AUTHORIZER
           END-IF

           IF RECORD-OK
               MOVE SWM-SWEEP-TYPE TO SW-SWEEP-TYPE
               MOVE SWM-TARGET TO SW-TARGET
               MOVE SWM-MIN-AMOUNT TO SW-MIN-AMOUNT
               MOVE SWM-AUTHORIZED-BY TO SW-MAINT-BY
               MOVE WS-TIMESTAMP TO SW-MAINT-TS
               REWRITE SWEEP-RECORD
                   INVALID KEY
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Could not amend account "
                               SWM-PART-ACCT " in structure "
                               SWM-STRUCTURE-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-AMENDED
               END-REWRITE
           END-IF.

      ******************************************************************
      * REMOVE A PARTICIPANT - THE RECORD STAYS ON FILE WITH STATUS
      * 'C' SO THE STRUCTURE HISTORY SURVIVES, BUT SWEEP-POST NO
      * LONGER SWEEPS IT
      ******************************************************************
       0350-REMOVE-PARTICIPANT.
      *    Stopping a sweep commits no money - any active operator
           MOVE SPACES TO WS-OPC-REQUIRED-ROLE
           PERFORM 0340-CHECK-AUTHORIZER

           IF RECORD-OK
               MOVE SWM-STRUCTURE-ID TO SW-STRUCTURE-ID
               MOVE SWM-PART-ACCT TO SW-PART-ACCT
               READ SWEEP-MASTER
                   INVALID KEY
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Account " SWM-PART-ACCT
                               " not in structure " SWM-STRUCTURE-ID
                               ", remove skipped"
               END-READ
           END-IF

           IF RECORD-OK
               SET SW-REMOVED TO TRUE
               MOVE SWM-AUTHORIZED-BY TO SW-MAINT-BY
               MOVE WS-TIMESTAMP TO SW-MAINT-TS
               REWRITE SWEEP-RECORD
                   INVALID KEY
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Could not remove account "
                               SWM-PART-ACCT " from structure "
                               SWM-STRUCTURE-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-REMOVED
               END-REWRITE
           END-IF.

      ******************************************************************
      * THE AUTHORIZER MUST BE AN ACTIVE OPERATOR ON OPERMSTR HOLDING
      * WS-OPC-REQUIRED-ROLE (SET BY THE CALLER; SPACES = ANY ROLE)
      ******************************************************************
       0340-CHECK-AUTHORIZER.
           MOVE SWM-AUTHORIZED-BY TO WS-OPC-OPERATOR-ID
           MOVE ZEROS TO WS-OPC-AMOUNT
           MOVE SPACES TO WS-OPC-CURRENCY
           CALL "OPER-CHECK" USING WS-OPC-REQUEST WS-OPC-RESPONSE
           END-CALL
           IF WS-OPC-STATUS-CODE NOT = "00"
               PERFORM 0395-REFUSE-RECORD
           END-IF.

      ******************************************************************
      * WALK THE WHOLE SWEEP MASTER FOR ANYTHING THAT WOULD LET ONE
      * BALANCE BE PULLED TWO WAYS: THE ACCOUNT ALREADY ACTIVE IN A
      * STRUCTURE, ACTING AS A HEADER, OR THE NEW HEADER ALREADY BEING
      * SWEPT - AND FOR A STRUCTURE WHOSE HEADER OR CUSTOMER DIFFERS
      * FROM THIS RECORD'S. THE MASTER IS SMALL; A FULL PASS PER ADD
      * IS CHEAP.
      ******************************************************************
       0370-SCAN-FOR-CONFLICT.
           MOVE SPACES TO WS-CONFLICT-WORK
           MOVE 'N' TO WS-SCAN-DONE
           MOVE LOW-VALUES TO SW-KEY
           START SWEEP-MASTER KEY NOT < SW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START
           PERFORM UNTIL SCAN-DONE
               READ SWEEP-MASTER NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF SW-ACTIVE
                           PERFORM 0375-CHECK-ONE-CONFLICT
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CONFLICT-REASON = SPACES
                   AND WS-STRUCT-HEADER NOT = SPACES
               IF WS-STRUCT-HEADER NOT = SWM-HEADER-ACCT
                       OR WS-STRUCT-CUST NOT = SWM-CUST-NUMBER
                   MOVE SWM-STRUCTURE-ID TO WS-CONFLICT-STRUCTURE
                   MOVE "HEADER/CUSTOMER DIFFER FROM STRUCTURE"
                       TO WS-CONFLICT-REASON
               END-IF
           END-IF.

       0375-CHECK-ONE-CONFLICT.
           IF SW-STRUCTURE-ID = SWM-STRUCTURE-ID
               MOVE SW-HEADER-ACCT TO WS-STRUCT-HEADER
               MOVE SW-CUST-NUMBER TO WS-STRUCT-CUST
           END-IF
           IF WS-CONFLICT-REASON = SPACES
               EVALUATE TRUE
                   WHEN SW-PART-ACCT = SWM-PART-ACCT
                       MOVE SW-STRUCTURE-ID TO WS-CONFLICT-STRUCTURE
                       MOVE "ALREADY SWEPT IN STRUCTURE"
                           TO WS-CONFLICT-REASON
                   WHEN SW-HEADER-ACCT = SWM-PART-ACCT
                       MOVE SW-STRUCTURE-ID TO WS-CONFLICT-STRUCTURE
                       MOVE "IS THE HEADER OF STRUCTURE"
                           TO WS-CONFLICT-REASON
                   WHEN SW-PART-ACCT = SWM-HEADER-ACCT
                       MOVE SW-STRUCTURE-ID TO WS-CONFLICT-STRUCTURE
                       MOVE "HAS A HEADER SWEPT IN STRUCTURE"
                           TO WS-CONFLICT-REASON
               END-EVALUATE
           END-IF.

      ******************************************************************
      * REPORT VIA LINK-FOUND WHETHER WS-CHECK-ACCT-NUMBER IS LINKED
      * TO SWM-CUST-NUMBER ON CUSTXREF
      ******************************************************************
       0380-CHECK-CUSTOMER-LINK.
           MOVE 'N' TO WS-LINK-FOUND-FLAG
           IF CXREF-OPEN
               MOVE SWM-CUST-NUMBER TO CXR-CUST-NUMBER
               MOVE WS-CHECK-ACCT-NUMBER TO CXR-ACCT-NUMBER
               READ CUST-XREF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-LINK-FOUND-FLAG
               END-READ
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
      * ATTEMPT ON MAINTTRAIL, KEYED ON THE PARTICIPATING ACCOUNT
      ******************************************************************
       0395-REFUSE-RECORD.
           PERFORM 0390-REJECT-RECORD
           ADD 1 TO WS-COUNT-REFUSED
           DISPLAY "REFUSED: STRUCTURE " SWM-STRUCTURE-ID " ACCOUNT "
                   SWM-PART-ACCT " ACTION " SWM-ACTION " BY "
                   SWM-AUTHORIZED-BY " - " WS-OPC-STATUS-MSG
           INITIALIZE MAINT-RECORD
           MOVE SWM-PART-ACCT TO MNT-ACCT-NUMBER
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP
           MOVE "P" TO MNT-ACTION
           MOVE SWM-AUTHORIZED-BY TO MNT-AUTHORIZED-BY
           MOVE "14" TO MNT-STATUS-CODE
           MOVE WS-OPC-STATUS-MSG TO MNT-STATUS-MSG
           WRITE MAINT-RECORD
               INVALID KEY
                   PERFORM 0396-REFUSAL-RETRY
           END-WRITE.

      ******************************************************************
      * TWO REFUSALS FOR THE SAME ACCOUNT WITHIN ONE CLOCK TICK
      * COLLIDE ON MNT-KEY - RETRY UNDER A SEQUENCE IN THE
      * TIMESTAMP'S ZONE OFFSET POSITIONS SO NO REFUSAL IS LOST
      ******************************************************************
       0396-REFUSAL-RETRY.
           ADD 1 TO WS-REFUSAL-SEQ
           MOVE WS-REFUSAL-SEQ TO MNT-TIMESTAMP(22:5)
           WRITE MAINT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write refusal trail "
                           "record for " SWM-PART-ACCT
           END-WRITE.

       0900-CLOSE-FILES.
           CLOSE SWEEP-INPUT-FILE
           CLOSE SWEEP-MASTER
           IF ACCT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF
           IF CXREF-OPEN
               CLOSE CUST-XREF
           END-IF
           CLOSE MAINT-TRAIL.

       END PROGRAM SWEEP-MAINT.

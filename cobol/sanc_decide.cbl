      ******************************************************************
      * LEGACY TITAN BRIDGE - SANCTIONS HIT DECISION UTILITY
      ******************************************************************
      * Program:     SANC-DECIDE
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Batch utility through which compliance decides
      *              the watch-list hits SANC-SCREEN raises on
      *              SANCHITS: clear a hit as a false positive, or
      *              confirm it as a true match. A cleared hit lets
      *              the held item or instruction through on the
      *              next PAY-INBOUND / PAY-OUTBOUND run; a confirmed
      *              one keeps it blocked. A later decision may
      *              overturn an earlier one.
      *
      *              Every decision rewrites the hit with who decided
      *              it, when and why, and adds an entry to the
      *              SANCTRAIL decision trail carrying the status it
      *              replaced, so the full history of a hit can be
      *              shown to a regulator. A decision on a customer's
      *              hit also recomputes CST-WATCH-FLAG on CUSTMSTR.
      *
      *              Decisions are a supervisor's call: the deciding
      *              ID must be an active supervisor on the OPERMSTR
      *              operator master (checked through OPER-CONTROL's
      *              OPER-CHECK). A refused record is skipped and the
      *              attempt written to MAINTTRAIL (action 'W',
      *              status 14).
      *
      * Input (SANCDEC), one record per decision:
      *              SD-ACTION        'C' clear (false positive)
      *                               'T' confirm (true match)
      *              SD-SUBJECT-TYPE  'I' inbound item, 'O' outbound
      *                               instruction, 'C' customer
      *              SD-SUBJECT-REF   item ref, instruction ref or
      *                               customer number
      *              SD-LIST-SOURCE / SD-ENTRY-ID
      *                               the hit being decided; both
      *                               blank = every open hit on the
      *                               subject (a decided hit is only
      *                               re-decided by naming it)
      *              SD-DECIDED-BY    supervisor recorded on the hit
      *              SD-NOTE          reason for the decision
      *                               (required)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANC-DECIDE.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-INPUT-FILE ASSIGN TO "SANCDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT SANC-HITS ASSIGN TO "SANCHITS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HIT-FILE-STATUS.

           SELECT SANC-TRAIL ASSIGN TO "SANCTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-TRAIL-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

           SELECT MAINT-TRAIL ASSIGN TO "MAINTTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNT-KEY
               FILE STATUS IS WS-MAINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-INPUT-FILE.
       01  DECISION-INPUT-RECORD.
           05  SD-ACTION               PIC X(1).
               88  SD-CLEAR            VALUE 'C'.
               88  SD-CONFIRM          VALUE 'T'.
           05  SD-SUBJECT-TYPE         PIC X(1).
           05  SD-SUBJECT-REF          PIC X(16).
           05  SD-LIST-SOURCE          PIC X(8).
           05  SD-ENTRY-ID             PIC X(12).
           05  SD-DECIDED-BY           PIC X(8).
           05  SD-NOTE                 PIC X(40).

       FD  SANC-HITS.
       COPY SANCREC.

       FD  SANC-TRAIL.
       COPY SANCTREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       FD  MAINT-TRAIL.
       COPY MAINTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS    PIC XX.
           05  WS-HIT-FILE-STATUS      PIC XX.
           05  WS-TRAIL-FILE-STATUS    PIC XX.
           05  WS-CUST-FILE-STATUS     PIC XX.
           05  WS-MAINT-FILE-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-INPUT            PIC X VALUE 'N'.
               88  EOF-INPUT           VALUE 'Y'.
           05  WS-RECORD-OK            PIC X VALUE 'Y'.
               88  RECORD-OK           VALUE 'Y'.
           05  WS-CUST-MASTER-OPEN     PIC X VALUE 'N'.
               88  CUST-MASTER-OPEN    VALUE 'Y'.
           05  WS-SCAN-DONE            PIC X VALUE 'N'.
               88  SCAN-DONE           VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(26).
       01  WS-NEW-STATUS               PIC X(1).
       01  WS-PRIOR-STATUS             PIC X(1).
       01  WS-NEW-WATCH-FLAG           PIC X(1).
       01  WS-HITS-DECIDED             PIC 9(5) VALUE 0.
       01  WS-SUBJECT-HITS.
           05  WS-SUBJECT-OPEN         PIC 9(5) VALUE 0.
           05  WS-SUBJECT-CONFIRMED    PIC 9(5) VALUE 0.
           05  WS-SUBJECT-TOTAL        PIC 9(5) VALUE 0.

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-CLEARED        PIC 9(7) VALUE 0.
           05  WS-COUNT-CONFIRMED      PIC 9(7) VALUE 0.
           05  WS-COUNT-UNCHANGED      PIC 9(7) VALUE 0.
           05  WS-COUNT-FLAGS-SET      PIC 9(7) VALUE 0.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-REFUSED        PIC 9(7) VALUE 0.
           05  WS-REFUSAL-SEQ          PIC 9(5) VALUE 0.
           05  WS-TRAIL-SEQ            PIC 9(5) VALUE 0.

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
           PERFORM 0100-OPEN-FILES

           PERFORM 0200-READ-INPUT
           PERFORM UNTIL EOF-INPUT
               ADD 1 TO WS-COUNT-READ
               PERFORM 0300-APPLY-ONE-DECISION
               PERFORM 0200-READ-INPUT
           END-PERFORM

           PERFORM 0900-CLOSE-FILES

           DISPLAY "=== SANC-DECIDE SUMMARY ==="
           DISPLAY "RECORDS READ:       " WS-COUNT-READ
           DISPLAY "HITS CLEARED:       " WS-COUNT-CLEARED
           DISPLAY "HITS CONFIRMED:     " WS-COUNT-CONFIRMED
           DISPLAY "ALREADY SO DECIDED: " WS-COUNT-UNCHANGED
           DISPLAY "CUSTOMER FLAGS SET: " WS-COUNT-FLAGS-SET
           DISPLAY "RECORDS REJECTED:   " WS-COUNT-REJECTED
           DISPLAY "  OF WHICH REFUSED: " WS-COUNT-REFUSED
           DISPLAY "==========================="
           STOP RUN.

      ******************************************************************
      * THERE IS NOTHING TO DECIDE WITHOUT A HIT FILE - STOP BEFORE
      * READING A SINGLE DECISION
      ******************************************************************
       0100-OPEN-FILES.
           OPEN INPUT DECISION-INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open SANCDEC (status "
                       WS-INPUT-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SANC-HITS
           IF WS-HIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open SANCHITS (status "
                       WS-HIT-FILE-STATUS ") - no hits to decide"
               CLOSE DECISION-INPUT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O SANC-TRAIL
           IF WS-TRAIL-FILE-STATUS = "35"
               OPEN OUTPUT SANC-TRAIL
               CLOSE SANC-TRAIL
               OPEN I-O SANC-TRAIL
           END-IF
           IF WS-TRAIL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open SANCTRAIL (status "
                       WS-TRAIL-FILE-STATUS ") - decisions would go "
                       "unrecorded"
               CLOSE DECISION-INPUT-FILE
               CLOSE SANC-HITS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CUST-MASTER-OPEN
           ELSE
               DISPLAY "WARNING: Customer master unavailable (status "
                       WS-CUST-FILE-STATUS "), customer watch flags "
                       "not updated"
           END-IF
           OPEN I-O MAINT-TRAIL
           IF WS-MAINT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-TRAIL
               CLOSE MAINT-TRAIL
               OPEN I-O MAINT-TRAIL
           END-IF.

       0200-READ-INPUT.
           READ DECISION-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-INPUT
           END-READ.

       0300-APPLY-ONE-DECISION.
           MOVE 'Y' TO WS-RECORD-OK
           PERFORM 0310-VALIDATE-DECISION

           IF RECORD-OK
               PERFORM 0340-CHECK-DECIDER
           END-IF

           IF RECORD-OK
               IF SD-CLEAR
                   SET SH-CLEARED TO TRUE
               ELSE
                   SET SH-CONFIRMED TO TRUE
               END-IF
               MOVE SH-STATUS TO WS-NEW-STATUS
               MOVE 0 TO WS-HITS-DECIDED
               IF SD-LIST-SOURCE = SPACES
                   PERFORM 0400-DECIDE-OPEN-HITS
               ELSE
                   PERFORM 0350-DECIDE-NAMED-HIT
               END-IF
           END-IF

           IF RECORD-OK AND SD-SUBJECT-TYPE = "C"
                   AND WS-HITS-DECIDED > 0
               PERFORM 0600-SET-CUSTOMER-FLAG
           END-IF.

       0310-VALIDATE-DECISION.
           IF NOT SD-CLEAR AND NOT SD-CONFIRM
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Action '" SD-ACTION
                       "' must be C or T on record "
                       WS-COUNT-READ ", skipping"
           END-IF

           IF RECORD-OK
               IF SD-SUBJECT-TYPE NOT = "I"
                       AND SD-SUBJECT-TYPE NOT = "O"
                       AND SD-SUBJECT-TYPE NOT = "C"
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Subject type '" SD-SUBJECT-TYPE
                           "' must be I, O or C on record "
                           WS-COUNT-READ ", skipping"
               END-IF
           END-IF

           IF RECORD-OK AND SD-SUBJECT-REF = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Subject reference missing on record "
                       WS-COUNT-READ ", skipping"
           END-IF

           IF RECORD-OK
               IF (SD-LIST-SOURCE = SPACES AND SD-ENTRY-ID NOT = SPACES)
                  OR (SD-LIST-SOURCE NOT = SPACES
                      AND SD-ENTRY-ID = SPACES)
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: List source and entry id must be "
                           "given together on record " WS-COUNT-READ
                           ", skipping"
               END-IF
           END-IF

      *    The decision trail is only worth showing a regulator if
      *    it says who decided and why
           IF RECORD-OK AND SD-DECIDED-BY = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Deciding user required on record "
                       WS-COUNT-READ ", skipping"
           END-IF

           IF RECORD-OK AND SD-NOTE = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Decision note required on record "
                       WS-COUNT-READ ", skipping"
           END-IF.

      ******************************************************************
      * THE DECIDER MUST BE AN ACTIVE SUPERVISOR ON OPERMSTR
      ******************************************************************
       0340-CHECK-DECIDER.
           MOVE SD-DECIDED-BY TO WS-OPC-OPERATOR-ID
           MOVE "S" TO WS-OPC-REQUIRED-ROLE
           MOVE ZEROS TO WS-OPC-AMOUNT
           MOVE SPACES TO WS-OPC-CURRENCY
           CALL "OPER-CHECK" USING WS-OPC-REQUEST WS-OPC-RESPONSE
           END-CALL
           IF WS-OPC-STATUS-CODE NOT = "00"
               PERFORM 0395-REFUSE-RECORD
           END-IF.

      ******************************************************************
      * DECIDE ONE NAMED HIT - THE ONLY WAY TO RE-DECIDE A HIT THAT
      * HAS ALREADY BEEN CLEARED OR CONFIRMED
      ******************************************************************
       0350-DECIDE-NAMED-HIT.
           MOVE SD-SUBJECT-TYPE TO SH-SUBJECT-TYPE
           MOVE SD-SUBJECT-REF TO SH-SUBJECT-REF
           MOVE SD-LIST-SOURCE TO SH-LIST-SOURCE
           MOVE SD-ENTRY-ID TO SH-ENTRY-ID
           READ SANC-HITS
               INVALID KEY
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: No hit " SD-LIST-SOURCE "/"
                           SD-ENTRY-ID " on " SD-SUBJECT-TYPE " "
                           SD-SUBJECT-REF ", skipping"
               NOT INVALID KEY
                   PERFORM 0500-DECIDE-ONE-HIT
           END-READ.

      ******************************************************************
      * DECIDE EVERY OPEN HIT ON THE SUBJECT. THE HITS CLUSTER UNDER
      * (SUBJECT TYPE, SUBJECT REF) ON SH-KEY.
      ******************************************************************
       0400-DECIDE-OPEN-HITS.
           PERFORM 0450-START-SUBJECT-HITS
           PERFORM UNTIL SCAN-DONE
               READ SANC-HITS NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF SH-SUBJECT-TYPE NOT = SD-SUBJECT-TYPE
                               OR SH-SUBJECT-REF NOT = SD-SUBJECT-REF
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           IF SH-OPEN
                               PERFORM 0500-DECIDE-ONE-HIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HITS-DECIDED = 0
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: No open hits on " SD-SUBJECT-TYPE " "
                       SD-SUBJECT-REF ", skipping"
           END-IF.

       0450-START-SUBJECT-HITS.
           MOVE 'N' TO WS-SCAN-DONE
           MOVE SD-SUBJECT-TYPE TO SH-SUBJECT-TYPE
           MOVE SD-SUBJECT-REF TO SH-SUBJECT-REF
           MOVE LOW-VALUES TO SH-LIST-SOURCE
           MOVE LOW-VALUES TO SH-ENTRY-ID
           START SANC-HITS KEY NOT < SH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-SCAN-DONE
           END-START.

      ******************************************************************
      * RECORD THE DECISION ON THE HIT AND ON THE DECISION TRAIL. THE
      * SAME DECISION TWICE IS A RERUN AND CHANGES NOTHING.
      ******************************************************************
       0500-DECIDE-ONE-HIT.
           IF SH-STATUS = WS-NEW-STATUS
               ADD 1 TO WS-COUNT-UNCHANGED
               ADD 1 TO WS-HITS-DECIDED
               DISPLAY "RERUN:   " SH-SUBJECT-TYPE " " SH-SUBJECT-REF
                       " " SH-LIST-SOURCE "/" SH-ENTRY-ID
                       " ALREADY " SD-ACTION " BY " SH-DECIDED-BY
           ELSE
               MOVE SH-STATUS TO WS-PRIOR-STATUS
               MOVE WS-NEW-STATUS TO SH-STATUS
               MOVE SD-DECIDED-BY TO SH-DECIDED-BY
               MOVE WS-TIMESTAMP TO SH-DECIDED-TS
               MOVE SD-NOTE TO SH-DECISION-NOTE
               REWRITE SANC-HIT-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: Could not record decision on "
                               SH-SUBJECT-REF " " SH-LIST-SOURCE "/"
                               SH-ENTRY-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-HITS-DECIDED
                       PERFORM 0510-WRITE-DECISION-TRAIL
               END-REWRITE
           END-IF.

       0510-WRITE-DECISION-TRAIL.
           IF SH-CLEARED
               ADD 1 TO WS-COUNT-CLEARED
               SET ST-HIT-CLEARED TO TRUE
               DISPLAY "CLEARED: " SH-SUBJECT-TYPE " " SH-SUBJECT-REF
                       " " SH-LIST-SOURCE "/" SH-ENTRY-ID " "
                       SH-LISTED-NAME
           ELSE
               ADD 1 TO WS-COUNT-CONFIRMED
               SET ST-HIT-CONFIRMED TO TRUE
               DISPLAY "CONFIRMED: " SH-SUBJECT-TYPE " "
                       SH-SUBJECT-REF " " SH-LIST-SOURCE "/"
                       SH-ENTRY-ID " " SH-LISTED-NAME
           END-IF
           MOVE SH-KEY TO ST-HIT-KEY
           MOVE WS-TIMESTAMP TO ST-TIMESTAMP
           MOVE SD-DECIDED-BY TO ST-ACTOR
           MOVE WS-PRIOR-STATUS TO ST-PRIOR-STATUS
           MOVE SD-NOTE TO ST-NOTE
           WRITE SANC-TRAIL-RECORD
               INVALID KEY
                   PERFORM 0520-TRAIL-RETRY
           END-WRITE.

      ******************************************************************
      * TWO DECISIONS ON THE SAME HIT IN ONE RUN COLLIDE ON ST-KEY -
      * RETRY UNDER A SEQUENCE IN THE TIMESTAMP'S ZONE OFFSET
      * POSITIONS SO NO DECISION GOES UNRECORDED
      ******************************************************************
       0520-TRAIL-RETRY.
           ADD 1 TO WS-TRAIL-SEQ
           MOVE WS-TRAIL-SEQ TO ST-TIMESTAMP(22:5)
           WRITE SANC-TRAIL-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write decision trail "
                           "for " ST-SUBJECT-REF
           END-WRITE.

      ******************************************************************
      * RECOMPUTE THE CUSTOMER'S WATCH FLAG FROM ALL OF ITS HITS:
      * ANY CONFIRMED = 'T', ELSE ANY OPEN = 'H', ELSE 'C'
      ******************************************************************
       0600-SET-CUSTOMER-FLAG.
           MOVE ZEROS TO WS-SUBJECT-HITS
           PERFORM 0450-START-SUBJECT-HITS
           PERFORM UNTIL SCAN-DONE
               READ SANC-HITS NEXT
                   AT END
                       MOVE 'Y' TO WS-SCAN-DONE
                   NOT AT END
                       IF SH-SUBJECT-TYPE NOT = SD-SUBJECT-TYPE
                               OR SH-SUBJECT-REF NOT = SD-SUBJECT-REF
                           MOVE 'Y' TO WS-SCAN-DONE
                       ELSE
                           ADD 1 TO WS-SUBJECT-TOTAL
                           EVALUATE TRUE
                               WHEN SH-CONFIRMED
                                   ADD 1 TO WS-SUBJECT-CONFIRMED
                               WHEN SH-OPEN
                                   ADD 1 TO WS-SUBJECT-OPEN
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-SUBJECT-CONFIRMED > 0
                   MOVE "T" TO WS-NEW-WATCH-FLAG
               WHEN WS-SUBJECT-OPEN > 0
                   MOVE "H" TO WS-NEW-WATCH-FLAG
               WHEN WS-SUBJECT-TOTAL > 0
                   MOVE "C" TO WS-NEW-WATCH-FLAG
               WHEN OTHER
                   MOVE SPACE TO WS-NEW-WATCH-FLAG
           END-EVALUATE

           IF CUST-MASTER-OPEN
               MOVE SD-SUBJECT-REF TO CST-NUMBER
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "WARNING: Customer " SD-SUBJECT-REF
                               " not on customer master, watch flag "
                               "not set"
                   NOT INVALID KEY
                       PERFORM 0610-REWRITE-WATCH-FLAG
               END-READ
           END-IF.

       0610-REWRITE-WATCH-FLAG.
           IF CST-WATCH-FLAG NOT = WS-NEW-WATCH-FLAG
               MOVE WS-NEW-WATCH-FLAG TO CST-WATCH-FLAG
               REWRITE CUST-RECORD
                   INVALID KEY
                       DISPLAY "WARNING: Could not set watch flag on "
                               "customer " CST-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-FLAGS-SET
               END-REWRITE
           END-IF.

       0390-REJECT-RECORD.
           MOVE 'N' TO WS-RECORD-OK
           ADD 1 TO WS-COUNT-REJECTED.

      ******************************************************************
      * AN ENTITLEMENT REFUSAL: REJECT THE RECORD AND LEAVE THE
      * ATTEMPT ON MAINTTRAIL, KEYED ON THE SUBJECT REFERENCE
      ******************************************************************
       0395-REFUSE-RECORD.
           PERFORM 0390-REJECT-RECORD
           ADD 1 TO WS-COUNT-REFUSED
           DISPLAY "REFUSED: HIT DECISION ON " SD-SUBJECT-TYPE " "
                   SD-SUBJECT-REF " BY " SD-DECIDED-BY " - "
                   WS-OPC-STATUS-MSG
           INITIALIZE MAINT-RECORD
           MOVE SD-SUBJECT-REF TO MNT-ACCT-NUMBER
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP
           MOVE "W" TO MNT-ACTION
           MOVE SD-DECIDED-BY TO MNT-AUTHORIZED-BY
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
                           "record for " SD-SUBJECT-REF
           END-WRITE.

       0900-CLOSE-FILES.
           CLOSE DECISION-INPUT-FILE
           CLOSE SANC-HITS
           CLOSE SANC-TRAIL
           IF CUST-MASTER-OPEN
               CLOSE CUSTOMER-MASTER
           END-IF
           CLOSE MAINT-TRAIL.

       END PROGRAM SANC-DECIDE.

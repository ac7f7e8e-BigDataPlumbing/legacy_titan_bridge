      ******************************************************************
      * LEGACY TITAN BRIDGE - OPERATOR ENTITLEMENT MAINTENANCE UTILITY
      ******************************************************************
      * Program:     OPER-MAINT
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Batch utility that maintains the OPERMSTR
      *              operator master from a flat maintenance file
      *              (OPERIN). The master is what OPER-CONTROL judges
      *              every authorizing field in the system against:
      *              each operator ID carries a role, an active/
      *              revoked status and an approval authority in USD.
      *
      *              Only an active supervisor may maintain the
      *              master, never for their own ID, and never
      *              granting an approval authority above their own -
      *              nobody can make themselves (or anyone else) more
      *              powerful than they already are. The one
      *              exception is bootstrap: while the master is
      *              empty, the first record may add a supervisor
      *              that authorizes itself.
      *
      *              Every refused attempt is written to MAINTTRAIL
      *              (action 'O', status 14) so audit can see it.
      *
      * Input (OPERIN), one record per action:
      *              OM-ACTION        'A' add, 'M' amend (name, role
      *                               and authority as they should
      *                               stand), 'R' revoke, 'U'
      *                               reinstate a revoked operator
      *              OM-OPERATOR-ID   operator being maintained
      *              OM-NAME          operator name
      *              OM-ROLE          'O' operator / 'S' supervisor
      *              OM-APPR-AUTHORITY
      *                               largest USD amount the operator
      *                               may approve
      *              OM-AUTHORIZED-BY supervisor making the change
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-MAINT.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-INPUT-FILE ASSIGN TO "OPERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT MAINT-TRAIL ASSIGN TO "MAINTTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNT-KEY
               FILE STATUS IS WS-MAINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-INPUT-FILE.
       01  OPER-INPUT-RECORD.
           05  OM-ACTION               PIC X(1).
           05  OM-OPERATOR-ID          PIC X(8).
           05  OM-NAME                 PIC X(40).
           05  OM-ROLE                 PIC X(1).
           05  OM-APPR-AUTHORITY       PIC 9(12)V99.
           05  OM-AUTHORIZED-BY        PIC X(8).

       FD  OPERATOR-MASTER.
       COPY OPERREC.

       FD  MAINT-TRAIL.
       COPY MAINTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS    PIC XX.
           05  WS-OPER-FILE-STATUS     PIC XX.
           05  WS-MAINT-FILE-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-INPUT            PIC X VALUE 'N'.
               88  EOF-INPUT           VALUE 'Y'.
           05  WS-RECORD-OK            PIC X VALUE 'Y'.
               88  RECORD-OK           VALUE 'Y'.
      *    Set while OPERMSTR holds no records at all - the only
      *    time a self-authorized supervisor add is accepted
           05  WS-MASTER-EMPTY         PIC X VALUE 'N'.
               88  MASTER-EMPTY        VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(26).

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-ADDED          PIC 9(7) VALUE 0.
           05  WS-COUNT-AMENDED        PIC 9(7) VALUE 0.
           05  WS-COUNT-REVOKED        PIC 9(7) VALUE 0.
           05  WS-COUNT-REINSTATED     PIC 9(7) VALUE 0.
           05  WS-COUNT-REJECTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-REFUSED        PIC 9(7) VALUE 0.

      ******************************************************************
      * THE AUTHORIZING SUPERVISOR'S OWN ENTITLEMENT, CAPTURED BEFORE
      * THE TARGET OPERATOR'S RECORD IS READ INTO THE SAME BUFFER
      ******************************************************************
       01  WS-AUTHORIZER-WORK.
           05  WS-AUTH-AUTHORITY       PIC 9(12)V99 VALUE 0.
           05  WS-REFUSAL-MSG          PIC X(80).
           05  WS-REFUSAL-SEQ          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 0100-OPEN-FILES

           PERFORM 0200-READ-INPUT
           PERFORM UNTIL EOF-INPUT
               ADD 1 TO WS-COUNT-READ
               PERFORM 0300-APPLY-ONE-ACTION
               PERFORM 0200-READ-INPUT
           END-PERFORM

           PERFORM 0900-CLOSE-FILES

           DISPLAY "=== OPER-MAINT SUMMARY ==="
           DISPLAY "RECORDS READ:        " WS-COUNT-READ
           DISPLAY "OPERATORS ADDED:     " WS-COUNT-ADDED
           DISPLAY "OPERATORS AMENDED:   " WS-COUNT-AMENDED
           DISPLAY "OPERATORS REVOKED:   " WS-COUNT-REVOKED
           DISPLAY "OPERATORS REINSTATED:" WS-COUNT-REINSTATED
           DISPLAY "RECORDS REJECTED:    " WS-COUNT-REJECTED
           DISPLAY "  OF WHICH REFUSED:  " WS-COUNT-REFUSED
           DISPLAY "=========================="
           STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT OPER-INPUT-FILE
           OPEN I-O OPERATOR-MASTER
           IF WS-OPER-FILE-STATUS = "35"
               OPEN OUTPUT OPERATOR-MASTER
               CLOSE OPERATOR-MASTER
               OPEN I-O OPERATOR-MASTER
           END-IF
           OPEN I-O MAINT-TRAIL
           IF WS-MAINT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-TRAIL
               CLOSE MAINT-TRAIL
               OPEN I-O MAINT-TRAIL
           END-IF

      *    An empty master can only be seeded by the bootstrap add
           MOVE LOW-VALUES TO OPR-ID
           START OPERATOR-MASTER KEY NOT < OPR-ID
               INVALID KEY
                   MOVE 'Y' TO WS-MASTER-EMPTY
           END-START
           IF MASTER-EMPTY
               DISPLAY "WARNING: Operator master is empty - the first "
                       "supervisor add may authorize itself"
           END-IF.

       0200-READ-INPUT.
           READ OPER-INPUT-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-INPUT
           END-READ.

       0300-APPLY-ONE-ACTION.
           MOVE 'Y' TO WS-RECORD-OK
           PERFORM 0320-VALIDATE-COMMON
           IF RECORD-OK
               PERFORM 0340-CHECK-AUTHORIZER
           END-IF
           IF RECORD-OK
               EVALUATE OM-ACTION
                   WHEN "A"
                       PERFORM 0350-ADD-OPERATOR
                   WHEN "M"
                       PERFORM 0360-AMEND-OPERATOR
                   WHEN "R"
                       PERFORM 0370-REVOKE-OPERATOR
                   WHEN "U"
                       PERFORM 0380-REINSTATE-OPERATOR
               END-EVALUATE
           END-IF.

      ******************************************************************
      * CHECKS SHARED BY EVERY ACTION: A KNOWN ACTION, AN OPERATOR ID,
      * AN AUTHORIZING SUPERVISOR, AND ON ADD/AMEND A NAME, A VALID
      * ROLE AND A NUMERIC AUTHORITY
      ******************************************************************
       0320-VALIDATE-COMMON.
           IF OM-ACTION NOT = "A" AND OM-ACTION NOT = "M"
                   AND OM-ACTION NOT = "R" AND OM-ACTION NOT = "U"
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Action '" OM-ACTION
                       "' invalid on record " WS-COUNT-READ
                       ", skipping"
           END-IF

           IF RECORD-OK AND OM-OPERATOR-ID = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Operator ID missing on record "
                       WS-COUNT-READ ", skipping"
           END-IF

           IF RECORD-OK AND OM-AUTHORIZED-BY = SPACES
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Authorizing user required on record "
                       WS-COUNT-READ ", skipping"
           END-IF

           IF RECORD-OK
                   AND (OM-ACTION = "A" OR OM-ACTION = "M")
               IF OM-NAME = SPACES
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Operator " OM-OPERATOR-ID
                           " name required, skipping"
               END-IF
               IF RECORD-OK
                       AND OM-ROLE NOT = "O" AND OM-ROLE NOT = "S"
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Operator " OM-OPERATOR-ID
                           " role must be O or S, skipping"
               END-IF
               IF RECORD-OK AND OM-APPR-AUTHORITY NOT NUMERIC
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Operator " OM-OPERATOR-ID
                           " authority not numeric, skipping"
               END-IF
           END-IF.

      ******************************************************************
      * THE AUTHORIZER MUST BE AN ACTIVE SUPERVISOR ON THE MASTER,
      * MUST NOT BE THE OPERATOR BEING MAINTAINED, AND CANNOT GRANT
      * MORE AUTHORITY THAN THEY HOLD. WHILE THE MASTER IS EMPTY A
      * SELF-AUTHORIZED SUPERVISOR ADD SEEDS IT. EVERY REFUSAL HERE
      * IS AN ENTITLEMENT REFUSAL AND GOES TO MAINTTRAIL.
      ******************************************************************
       0340-CHECK-AUTHORIZER.
           IF MASTER-EMPTY
               IF OM-ACTION = "A" AND OM-ROLE = "S"
                       AND OM-AUTHORIZED-BY = OM-OPERATOR-ID
                   DISPLAY "BOOTSTRAP: SUPERVISOR " OM-OPERATOR-ID
                           " SEEDS THE OPERATOR MASTER"
               ELSE
                   MOVE SPACES TO WS-REFUSAL-MSG
                   STRING "ERROR: Master empty - first add must be a "
                          "self-authorized supervisor" DELIMITED BY SIZE
                       INTO WS-REFUSAL-MSG
                   END-STRING
                   PERFORM 0395-REFUSE-RECORD
               END-IF
           ELSE
               PERFORM 0345-CHECK-AUTHORIZER-ON-FILE
           END-IF.

       0345-CHECK-AUTHORIZER-ON-FILE.
           IF OM-AUTHORIZED-BY = OM-OPERATOR-ID
               MOVE SPACES TO WS-REFUSAL-MSG
               STRING "ERROR: Operators cannot maintain their own "
                      "entitlement" DELIMITED BY SIZE
                   INTO WS-REFUSAL-MSG
               END-STRING
               PERFORM 0395-REFUSE-RECORD
           END-IF

           IF RECORD-OK
               MOVE OM-AUTHORIZED-BY TO OPR-ID
               READ OPERATOR-MASTER
                   INVALID KEY
                       MOVE "ERROR: Authorizer not on operator master"
                           TO WS-REFUSAL-MSG
                       PERFORM 0395-REFUSE-RECORD
                   NOT INVALID KEY
                       MOVE OPR-APPR-AUTHORITY TO WS-AUTH-AUTHORITY
               END-READ
           END-IF

           IF RECORD-OK AND NOT OPR-ACTIVE
               MOVE "ERROR: Authorizer is revoked"
                   TO WS-REFUSAL-MSG
               PERFORM 0395-REFUSE-RECORD
           END-IF

           IF RECORD-OK AND NOT OPR-ROLE-SUPERVISOR
               MOVE "ERROR: Authorizer is not a supervisor"
                   TO WS-REFUSAL-MSG
               PERFORM 0395-REFUSE-RECORD
           END-IF

           IF RECORD-OK
                   AND (OM-ACTION = "A" OR OM-ACTION = "M")
               IF OM-APPR-AUTHORITY > WS-AUTH-AUTHORITY
                   MOVE SPACES TO WS-REFUSAL-MSG
                   STRING "ERROR: Authority granted exceeds "
                          "authorizer's own" DELIMITED BY SIZE
                       INTO WS-REFUSAL-MSG
                   END-STRING
                   PERFORM 0395-REFUSE-RECORD
               END-IF
           END-IF.

       0350-ADD-OPERATOR.
           INITIALIZE OPER-RECORD
           MOVE OM-OPERATOR-ID TO OPR-ID
           MOVE OM-NAME TO OPR-NAME
           MOVE OM-ROLE TO OPR-ROLE
           SET OPR-ACTIVE TO TRUE
           MOVE OM-APPR-AUTHORITY TO OPR-APPR-AUTHORITY
           MOVE OM-AUTHORIZED-BY TO OPR-MAINT-BY
           MOVE WS-TIMESTAMP TO OPR-MAINT-TS
           WRITE OPER-RECORD
               INVALID KEY
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Operator " OM-OPERATOR-ID
                           " already exists, add skipped"
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-ADDED
                   MOVE 'N' TO WS-MASTER-EMPTY
           END-WRITE.

      ******************************************************************
      * AMEND REPLACES NAME, ROLE AND AUTHORITY - AN AMEND CARRIES THE
      * ENTITLEMENT AS IT SHOULD STAND. STATUS IS LEFT ALONE; REVOKE
      * AND REINSTATE ARE THEIR OWN DELIBERATE ACTIONS.
      ******************************************************************
       0360-AMEND-OPERATOR.
           PERFORM 0385-READ-TARGET
           IF RECORD-OK
               MOVE OM-NAME TO OPR-NAME
               MOVE OM-ROLE TO OPR-ROLE
               MOVE OM-APPR-AUTHORITY TO OPR-APPR-AUTHORITY
               MOVE OM-AUTHORIZED-BY TO OPR-MAINT-BY
               MOVE WS-TIMESTAMP TO OPR-MAINT-TS
               REWRITE OPER-RECORD
                   INVALID KEY
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Could not amend operator "
                               OM-OPERATOR-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-AMENDED
               END-REWRITE
           END-IF.

      ******************************************************************
      * REVOKE - THE RECORD STAYS ON FILE WITH STATUS 'R' SO THE
      * HISTORY OF WHO COULD AUTHORIZE WHAT SURVIVES, BUT OPER-CHECK
      * REFUSES THE ID FROM NOW ON
      ******************************************************************
       0370-REVOKE-OPERATOR.
           PERFORM 0385-READ-TARGET
           IF RECORD-OK AND OPR-REVOKED
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Operator " OM-OPERATOR-ID
                       " already revoked, skipping"
           END-IF
           IF RECORD-OK
               SET OPR-REVOKED TO TRUE
               MOVE OM-AUTHORIZED-BY TO OPR-MAINT-BY
               MOVE WS-TIMESTAMP TO OPR-MAINT-TS
               REWRITE OPER-RECORD
                   INVALID KEY
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Could not revoke operator "
                               OM-OPERATOR-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-REVOKED
                       DISPLAY "REVOKED: OPERATOR " OM-OPERATOR-ID
                               " BY " OM-AUTHORIZED-BY
               END-REWRITE
           END-IF.

       0380-REINSTATE-OPERATOR.
           PERFORM 0385-READ-TARGET
           IF RECORD-OK AND OPR-ACTIVE
               PERFORM 0390-REJECT-RECORD
               DISPLAY "WARNING: Operator " OM-OPERATOR-ID
                       " is not revoked, skipping"
           END-IF
      *    Reinstating restores the authority on file, so the same
      *    no-more-than-your-own rule as an add applies to it
           IF RECORD-OK AND OPR-APPR-AUTHORITY > WS-AUTH-AUTHORITY
               MOVE SPACES TO WS-REFUSAL-MSG
               STRING "ERROR: Reinstated authority exceeds "
                      "authorizer's own" DELIMITED BY SIZE
                   INTO WS-REFUSAL-MSG
               END-STRING
               PERFORM 0395-REFUSE-RECORD
           END-IF
           IF RECORD-OK
               SET OPR-ACTIVE TO TRUE
               MOVE OM-AUTHORIZED-BY TO OPR-MAINT-BY
               MOVE WS-TIMESTAMP TO OPR-MAINT-TS
               REWRITE OPER-RECORD
                   INVALID KEY
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Could not reinstate operator "
                               OM-OPERATOR-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-REINSTATED
               END-REWRITE
           END-IF.

       0385-READ-TARGET.
           MOVE OM-OPERATOR-ID TO OPR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Operator " OM-OPERATOR-ID
                           " not found, skipping"
           END-READ.

       0390-REJECT-RECORD.
           MOVE 'N' TO WS-RECORD-OK
           ADD 1 TO WS-COUNT-REJECTED.

      ******************************************************************
      * AN ENTITLEMENT REFUSAL: REJECT THE RECORD AND LEAVE THE
      * ATTEMPT ON MAINTTRAIL, KEYED ON THE OPERATOR BEING MAINTAINED
      ******************************************************************
       0395-REFUSE-RECORD.
           PERFORM 0390-REJECT-RECORD
           ADD 1 TO WS-COUNT-REFUSED
           DISPLAY "REFUSED: OPERATOR " OM-OPERATOR-ID " ACTION "
                   OM-ACTION " BY " OM-AUTHORIZED-BY " - "
                   WS-REFUSAL-MSG
           INITIALIZE MAINT-RECORD
           MOVE OM-OPERATOR-ID TO MNT-ACCT-NUMBER
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP
           MOVE "O" TO MNT-ACTION
           MOVE OM-AUTHORIZED-BY TO MNT-AUTHORIZED-BY
           MOVE "14" TO MNT-STATUS-CODE
           MOVE WS-REFUSAL-MSG TO MNT-STATUS-MSG
           WRITE MAINT-RECORD
               INVALID KEY
                   PERFORM 0396-REFUSAL-RETRY
           END-WRITE.

      ******************************************************************
      * TWO REFUSALS FOR THE SAME ID WITHIN ONE CLOCK TICK COLLIDE ON
      * MNT-KEY - RETRY UNDER A SEQUENCE IN THE TIMESTAMP'S ZONE
      * OFFSET POSITIONS, THE SAME SUFFIXED-KEY IDEA AS CORE-BANKING'S
      * DUPLICATE-LOGGING RETRIES, SO NO REFUSAL IS LOST
      ******************************************************************
       0396-REFUSAL-RETRY.
           ADD 1 TO WS-REFUSAL-SEQ
           MOVE WS-REFUSAL-SEQ TO MNT-TIMESTAMP(22:5)
           WRITE MAINT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write refusal trail "
                           "record for " OM-OPERATOR-ID
           END-WRITE.

       0900-CLOSE-FILES.
           CLOSE OPER-INPUT-FILE
           CLOSE OPERATOR-MASTER
           CLOSE MAINT-TRAIL.

       END PROGRAM OPER-MAINT.

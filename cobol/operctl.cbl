      ******************************************************************
      * LEGACY TITAN BRIDGE - OPERATOR ENTITLEMENT CHECK
      ******************************************************************
      * Program:     OPER-CONTROL
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Subprogram every authorizing field in the system
      *              is checked through. LS-MAINT-AUTHORIZED-BY,
      *              LS-HOLD-AUTHORIZED-BY, LS-APPR-APPROVED-BY,
      *              LM-AUTHORIZED-BY, SM-AUTHORIZED-BY and the
      *              CUTPARM/RUNRPARM operator IDs used to be free
      *              text that nothing checked - any 8 characters
      *              froze an account, approved a transfer or rolled
      *              the business date. The ID must now be on the
      *              OPERMSTR operator master, active, of the role
      *              the action requires, and (where an amount is
      *              being approved) carry an approval authority at
      *              least that amount's USD value.
      *
      *              The caller owns the refusal trail: a nonzero
      *              status means refuse the action and record the
      *              attempt on MAINTTRAIL.
      *
      * Entry Points: OPER-CHECK
      * Parameters:
      *              LS-OPC-OPERATOR-ID    (Input) - ID to check
      *              LS-OPC-REQUIRED-ROLE  (Input) - 'S' supervisor
      *                         only; blank = any active operator
      *              LS-OPC-AMOUNT         (Input) - amount the
      *                         operator is approving; ZERO = no
      *                         authority test
      *              LS-OPC-CURRENCY       (Input) - currency of
      *                         LS-OPC-AMOUNT, blank = USD. Converted
      *                         at the latest FXRATES rate effective
      *                         on or before the business date
      *              LS-OPC-STATUS-CODE    (Output):
      *                00 - entitled
      *                14 - not entitled (unknown, revoked, wrong
      *                     role or authority below the amount)
      *                99 - operator master unavailable - treated
      *                     as a refusal, never as a pass
      *              LS-OPC-STATUS-MSG     (Output) - detail
      *              LS-OPC-ROLE           (Output) - role on file
      *              LS-OPC-USD-AMOUNT     (Output) - the amount
      *                         tested, in USD
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-CONTROL.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-ID
               FILE STATUS IS WS-OPER-FILE-STATUS.

           SELECT FX-RATE-MASTER ASSIGN TO "FXRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXR-KEY
               FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-MASTER.
       COPY OPERREC.

       FD  FX-RATE-MASTER.
       COPY FXRREC.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-OPER-FILE-STATUS     PIC XX.
           05  WS-RATE-FILE-STATUS     PIC XX.
           05  WS-BUSD-FILE-STATUS     PIC XX.

       01  WS-FILE-SWITCHES.
      *    OPERMSTR is opened on the first call and kept open; a
      *    master that is not there yet is re-tried on every call,
      *    since the caller (CORE-BANKING) lives for days
           05  WS-OPER-OPEN            PIC X VALUE 'N'.
               88  OPER-OPEN           VALUE 'Y'.
           05  WS-RATE-SWEEP-DONE      PIC X VALUE 'N'.
               88  RATE-SWEEP-DONE     VALUE 'Y'.
           05  WS-RATE-FOUND           PIC X VALUE 'N'.
               88  RATE-FOUND          VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(26).
       01  WS-ASOF-DATE                PIC X(8).
       01  WS-USD-RATE                 PIC 9(6)V9(6) VALUE 0.

       LINKAGE SECTION.
       01  LS-OPC-REQUEST.
           05  LS-OPC-OPERATOR-ID      PIC X(8).
           05  LS-OPC-REQUIRED-ROLE    PIC X(1).
           05  LS-OPC-AMOUNT           PIC 9(12)V99.
           05  LS-OPC-CURRENCY         PIC X(3).

       01  LS-OPC-RESPONSE.
           05  LS-OPC-STATUS-CODE      PIC XX.
           05  LS-OPC-STATUS-MSG       PIC X(80).
           05  LS-OPC-ROLE             PIC X(1).
           05  LS-OPC-USD-AMOUNT       PIC 9(12)V99.

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN ENTRY POINT - NOT USED DIRECTLY
      ******************************************************************
       0000-MAIN-PARA.
           DISPLAY "OPER-CONTROL: Use the OPER-CHECK entry point"
           STOP RUN.

      ******************************************************************
      * ENTRY POINT: OPER-CHECK
      * Judge one operator ID against the role and amount the caller
      * is about to act on. The caller must refuse on any nonzero
      * status.
      ******************************************************************
       ENTRY "OPER-CHECK" USING LS-OPC-REQUEST LS-OPC-RESPONSE.

       1000-PROCESS-OPER-CHECK.
           PERFORM 0100-OPEN-FILES
           PERFORM 0200-INITIALIZE-RESPONSE
           IF LS-OPC-STATUS-CODE = "00"
               PERFORM 1100-CHECK-OPERATOR
           END-IF
           IF LS-OPC-STATUS-CODE = "00"
                   AND LS-OPC-AMOUNT NOT = ZEROS
               PERFORM 1200-CONVERT-TO-USD
           END-IF
           IF LS-OPC-STATUS-CODE = "00"
                   AND LS-OPC-AMOUNT NOT = ZEROS
               PERFORM 1300-CHECK-AUTHORITY
           END-IF
           IF LS-OPC-STATUS-CODE = "00"
               MOVE "Operator entitled" TO LS-OPC-STATUS-MSG
           END-IF
           GOBACK.

       0100-OPEN-FILES.
           IF NOT OPER-OPEN
               OPEN INPUT OPERATOR-MASTER
               IF WS-OPER-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-OPER-OPEN
               END-IF
           END-IF.

      ******************************************************************
      * STAMP THE CALL AND RESOLVE THE BUSINESS DATE THE FX AS-OF
      * DATE COMES FROM - THE SAME BUSDCTL CONVENTION EVERY BATCH
      * PROGRAM USES (WALL CLOCK WHEN THE CONTROL FILE IS ABSENT)
      ******************************************************************
       0200-INITIALIZE-RESPONSE.
           MOVE SPACES TO LS-OPC-RESPONSE
           MOVE "00" TO LS-OPC-STATUS-CODE
           MOVE ZEROS TO LS-OPC-USD-AMOUNT
           MOVE "Operator check initiated" TO LS-OPC-STATUS-MSG
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-ASOF-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSD-FILE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO WS-ASOF-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF

           IF NOT OPER-OPEN
               MOVE "99" TO LS-OPC-STATUS-CODE
               MOVE "ERROR: Operator master unavailable - refused"
                   TO LS-OPC-STATUS-MSG
           END-IF

           IF LS-OPC-STATUS-CODE = "00"
                   AND LS-OPC-OPERATOR-ID = SPACES
               MOVE "14" TO LS-OPC-STATUS-CODE
               MOVE "ERROR: Authorizing operator ID is required"
                   TO LS-OPC-STATUS-MSG
           END-IF.

      ******************************************************************
      * THE ID MUST BE ON FILE, ACTIVE, AND OF THE REQUIRED ROLE
      ******************************************************************
       1100-CHECK-OPERATOR.
           MOVE LS-OPC-OPERATOR-ID TO OPR-ID
           READ OPERATOR-MASTER
               INVALID KEY
                   MOVE "14" TO LS-OPC-STATUS-CODE
                   MOVE SPACES TO LS-OPC-STATUS-MSG
                   STRING "ERROR: Operator " DELIMITED BY SIZE
                          LS-OPC-OPERATOR-ID DELIMITED BY SIZE
                          " not on operator master"
                              DELIMITED BY SIZE
                       INTO LS-OPC-STATUS-MSG
                   END-STRING
               NOT INVALID KEY
                   MOVE OPR-ROLE TO LS-OPC-ROLE
           END-READ

           IF LS-OPC-STATUS-CODE = "00"
               IF NOT OPR-ACTIVE
                   MOVE "14" TO LS-OPC-STATUS-CODE
                   MOVE SPACES TO LS-OPC-STATUS-MSG
                   STRING "ERROR: Operator " DELIMITED BY SIZE
                          LS-OPC-OPERATOR-ID DELIMITED BY SIZE
                          " is revoked" DELIMITED BY SIZE
                       INTO LS-OPC-STATUS-MSG
                   END-STRING
               END-IF
           END-IF

           IF LS-OPC-STATUS-CODE = "00"
                   AND LS-OPC-REQUIRED-ROLE = "S"
               IF NOT OPR-ROLE-SUPERVISOR
                   MOVE "14" TO LS-OPC-STATUS-CODE
                   MOVE SPACES TO LS-OPC-STATUS-MSG
                   STRING "ERROR: Operator " DELIMITED BY SIZE
                          LS-OPC-OPERATOR-ID DELIMITED BY SIZE
                          " is not a supervisor" DELIMITED BY SIZE
                       INTO LS-OPC-STATUS-MSG
                   END-STRING
               END-IF
           END-IF.

      ******************************************************************
      * CONVERT THE AMOUNT TO USD AT THE LATEST RATE EFFECTIVE ON OR
      * BEFORE THE BUSINESS DATE. FXRATES IS KEYED (CURRENCY,
      * EFFECTIVE DATE), SO ONE CURRENCY'S QUALIFYING RATES ARRIVE IN
      * DATE ORDER AND THE LAST ONE READ WINS. NO USABLE RATE IS A
      * REFUSAL - AN AUTHORITY TEST THAT CANNOT BE JUDGED MUST NOT
      * PASS.
      ******************************************************************
       1200-CONVERT-TO-USD.
           IF LS-OPC-CURRENCY = SPACES OR LS-OPC-CURRENCY = "USD"
               MOVE LS-OPC-AMOUNT TO LS-OPC-USD-AMOUNT
           ELSE
               MOVE 'N' TO WS-RATE-FOUND
               MOVE 'N' TO WS-RATE-SWEEP-DONE
               OPEN INPUT FX-RATE-MASTER
               IF WS-RATE-FILE-STATUS NOT = "00"
                   MOVE 'Y' TO WS-RATE-SWEEP-DONE
               ELSE
                   MOVE LS-OPC-CURRENCY TO FXR-CURRENCY
                   MOVE LOW-VALUES TO FXR-EFF-DATE
                   START FX-RATE-MASTER KEY NOT < FXR-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-RATE-SWEEP-DONE
                   END-START
               END-IF
               PERFORM UNTIL RATE-SWEEP-DONE
                   READ FX-RATE-MASTER NEXT
                       AT END
                           MOVE 'Y' TO WS-RATE-SWEEP-DONE
                       NOT AT END
                           IF FXR-CURRENCY NOT = LS-OPC-CURRENCY
                                   OR FXR-EFF-DATE > WS-ASOF-DATE
                               MOVE 'Y' TO WS-RATE-SWEEP-DONE
                           ELSE
                               MOVE FXR-USD-RATE TO WS-USD-RATE
                               MOVE 'Y' TO WS-RATE-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-RATE-FILE-STATUS NOT = "35"
                   CLOSE FX-RATE-MASTER
               END-IF

               IF RATE-FOUND
                   COMPUTE LS-OPC-USD-AMOUNT ROUNDED =
                       LS-OPC-AMOUNT * WS-USD-RATE
               ELSE
                   MOVE "14" TO LS-OPC-STATUS-CODE
                   MOVE SPACES TO LS-OPC-STATUS-MSG
                   STRING "ERROR: No FX rate for " DELIMITED BY SIZE
                          LS-OPC-CURRENCY DELIMITED BY SIZE
                          " - authority cannot be judged"
                              DELIMITED BY SIZE
                       INTO LS-OPC-STATUS-MSG
                   END-STRING
               END-IF
           END-IF.

       1300-CHECK-AUTHORITY.
           IF LS-OPC-USD-AMOUNT > OPR-APPR-AUTHORITY
               MOVE "14" TO LS-OPC-STATUS-CODE
               MOVE SPACES TO LS-OPC-STATUS-MSG
               STRING "ERROR: Operator " DELIMITED BY SIZE
                      LS-OPC-OPERATOR-ID DELIMITED BY SIZE
                      " authority below USD amount"
                          DELIMITED BY SIZE
                   INTO LS-OPC-STATUS-MSG
               END-STRING
           END-IF.

       END PROGRAM OPER-CONTROL.

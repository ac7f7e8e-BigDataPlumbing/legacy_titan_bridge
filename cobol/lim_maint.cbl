      *              Every add, amend and delete stamps who changed
      *              the limit and when on the profile record.
      *
      *              Limits are a supervisor's decision: the
      *              authorizing ID must be an active supervisor on
      *              the OPERMSTR operator master (checked through
      *              OPER-CONTROL's OPER-CHECK). A refused record is
      *              skipped and the attempt written to MAINTTRAIL
      *              (action 'L', status 14).
      *
      * Input (LIMIN), one record per action:
      *              LM-ACTION        'A' add, 'M' amend, 'D' delete
      *              LM-SCOPE         'A' account / 'P' product
      *              LM-APPR-THRESHOLD
      *                               USD limits; ZERO = inherit from
      *                               the next resolution level
      *              LM-AUTHORIZED-BY supervisor recorded on the
      *                               record
      *              LM-OD-LIMIT      arranged overdraft limit, in
      *                               the account's own currency
      *              LM-OD-RATE       annual debit interest rate, %
      *              LM-OD-EXPIRY     facility end date YYYYMMDD
      *                               (blank = inherit / open-ended)
      *                               The three facility fields follow
      *                               the authorizer; a line that
      *                               stops short of them sets no
      *                               facility (zero = inherit).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIM-MAINT.
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

           SELECT MAINT-TRAIL ASSIGN TO "MAINTTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNT-KEY
               FILE STATUS IS WS-MAINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIM-INPUT-FILE.
           05  LM-SINGLE-TX-LIMIT      PIC 9(12)V99.
           05  LM-APPR-THRESHOLD       PIC 9(12)V99.
           05  LM-AUTHORIZED-BY        PIC X(8).
           05  LM-OD-LIMIT             PIC 9(12)V99.
           05  LM-OD-RATE              PIC 9(2)V9(4).
           05  LM-OD-EXPIRY            PIC X(8).

       FD  LIMIT-PROFILE.
       COPY LIMREC.
       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       FD  MAINT-TRAIL.
       COPY MAINTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS    PIC XX.
           05  WS-LIM-FILE-STATUS      PIC XX.
           05  WS-ACCT-FILE-STATUS     PIC XX.
           05  WS-MAINT-FILE-STATUS    PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-INPUT            PIC X VALUE 'N'.
           05  WS-COUNT-AMENDED        PIC 9(7) VALUE 0.
           05  WS-COUNT-DELETED        PIC 9(7) VALUE 0.
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
           DISPLAY "PROFILES AMENDED:  " WS-COUNT-AMENDED
           DISPLAY "PROFILES DELETED:  " WS-COUNT-DELETED
           DISPLAY "RECORDS REJECTED:  " WS-COUNT-REJECTED
           DISPLAY "  OF WHICH REFUSED:" WS-COUNT-REFUSED
           DISPLAY "========================="
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
       0300-APPLY-ONE-ACTION.
           MOVE 'Y' TO WS-RECORD-OK
           PERFORM 0320-VALIDATE-COMMON
           IF RECORD-OK
               PERFORM 0340-CHECK-AUTHORIZER
           END-IF
           IF RECORD-OK
               EVALUATE LM-ACTION
                   WHEN "A"
                       WS-COUNT-READ ", skipping"
           END-IF

           IF LM-OD-LIMIT = SPACES
               MOVE ZEROS TO LM-OD-LIMIT
           END-IF
           IF LM-OD-RATE = SPACES
               MOVE ZEROS TO LM-OD-RATE
           END-IF

           IF RECORD-OK AND LM-ACTION NOT = "D"
               IF LM-DAILY-LIMIT NOT NUMERIC
                       OR LM-SINGLE-TX-LIMIT NOT NUMERIC
               END-IF
           END-IF

           IF RECORD-OK AND LM-ACTION NOT = "D"
               IF LM-OD-LIMIT NOT NUMERIC OR LM-OD-RATE NOT NUMERIC
                   PERFORM 0390-REJECT-RECORD
                   DISPLAY "WARNING: Non-numeric overdraft limit or "
                           "rate on record " WS-COUNT-READ ", skipping"
               END-IF
           END-IF

           IF RECORD-OK AND LM-ACTION NOT = "D"
               IF LM-OD-EXPIRY NOT = SPACES
                   IF LM-OD-EXPIRY NOT NUMERIC
                       PERFORM 0390-REJECT-RECORD
                       DISPLAY "WARNING: Overdraft expiry '"
                               LM-OD-EXPIRY "' on record "
                               WS-COUNT-READ
                               " must be YYYYMMDD, skipping"
                   END-IF
               END-IF
           END-IF

           IF RECORD-OK AND LM-SCOPE = "A" AND LM-ACTION NOT = "D"
               PERFORM 0385-CHECK-ACCOUNT-EXISTS
               IF NOT RECORD-OK
               END-IF
           END-IF.

      ******************************************************************
      * THE AUTHORIZER MUST BE AN ACTIVE SUPERVISOR ON OPERMSTR
      ******************************************************************
       0340-CHECK-AUTHORIZER.
           MOVE LM-AUTHORIZED-BY TO WS-OPC-OPERATOR-ID
           MOVE "S" TO WS-OPC-REQUIRED-ROLE
           MOVE ZEROS TO WS-OPC-AMOUNT
           MOVE SPACES TO WS-OPC-CURRENCY
           CALL "OPER-CHECK" USING WS-OPC-REQUEST WS-OPC-RESPONSE
           END-CALL
           IF WS-OPC-STATUS-CODE NOT = "00"
               PERFORM 0395-REFUSE-RECORD
           END-IF.

       0330-ADD-PROFILE.
           MOVE LM-SCOPE TO LIM-SCOPE
           MOVE LM-ID TO LIM-ID
           MOVE LM-DAILY-LIMIT TO LIM-DAILY-LIMIT
           MOVE LM-SINGLE-TX-LIMIT TO LIM-SINGLE-TX-LIMIT
           MOVE LM-APPR-THRESHOLD TO LIM-APPR-THRESHOLD
           MOVE LM-OD-LIMIT TO LIM-OD-LIMIT
           MOVE LM-OD-RATE TO LIM-OD-RATE
           MOVE LM-OD-EXPIRY TO LIM-OD-EXPIRY
           MOVE LM-AUTHORIZED-BY TO LIM-MAINT-BY
           MOVE WS-TIMESTAMP TO LIM-MAINT-TS
           WRITE LIMIT-RECORD
           END-WRITE.

      ******************************************************************
      * AMEND REPLACES ALL THREE LIMITS AND THE OVERDRAFT FACILITY -
      * ZERO IS A MEANINGFUL VALUE (INHERIT), SO THERE IS NO BLANK-
      * LEAVES-ALONE CONVENTION HERE; AN AMEND CARRIES THE PROFILE AS
      * IT SHOULD STAND
      ******************************************************************
       0350-AMEND-PROFILE.
           MOVE LM-SCOPE TO LIM-SCOPE
               MOVE LM-DAILY-LIMIT TO LIM-DAILY-LIMIT
               MOVE LM-SINGLE-TX-LIMIT TO LIM-SINGLE-TX-LIMIT
               MOVE LM-APPR-THRESHOLD TO LIM-APPR-THRESHOLD
               MOVE LM-OD-LIMIT TO LIM-OD-LIMIT
               MOVE LM-OD-RATE TO LIM-OD-RATE
               MOVE LM-OD-EXPIRY TO LIM-OD-EXPIRY
               MOVE LM-AUTHORIZED-BY TO LIM-MAINT-BY
               MOVE WS-TIMESTAMP TO LIM-MAINT-TS
               REWRITE LIMIT-RECORD
           MOVE 'N' TO WS-RECORD-OK
           ADD 1 TO WS-COUNT-REJECTED.

      ******************************************************************
      * AN ENTITLEMENT REFUSAL: REJECT THE RECORD AND LEAVE THE
      * ATTEMPT ON MAINTTRAIL, KEYED ON THE PROFILE ID
      ******************************************************************
       0395-REFUSE-RECORD.
           PERFORM 0390-REJECT-RECORD
           ADD 1 TO WS-COUNT-REFUSED
           DISPLAY "REFUSED: PROFILE " LM-SCOPE "/" LM-ID " BY "
                   LM-AUTHORIZED-BY " - " WS-OPC-STATUS-MSG
           INITIALIZE MAINT-RECORD
           MOVE LM-ID TO MNT-ACCT-NUMBER
           MOVE FUNCTION CURRENT-DATE TO MNT-TIMESTAMP
           MOVE "L" TO MNT-ACTION
           MOVE LM-AUTHORIZED-BY TO MNT-AUTHORIZED-BY
           MOVE "14" TO MNT-STATUS-CODE
           MOVE WS-OPC-STATUS-MSG TO MNT-STATUS-MSG
           WRITE MAINT-RECORD
               INVALID KEY
                   PERFORM 0396-REFUSAL-RETRY
           END-WRITE.

      ******************************************************************
      * TWO REFUSALS FOR THE SAME ID WITHIN ONE CLOCK TICK COLLIDE ON
      * MNT-KEY - RETRY UNDER A SEQUENCE IN THE TIMESTAMP'S ZONE
      * OFFSET POSITIONS SO NO REFUSAL IS LOST
      ******************************************************************
       0396-REFUSAL-RETRY.
           ADD 1 TO WS-REFUSAL-SEQ
           MOVE WS-REFUSAL-SEQ TO MNT-TIMESTAMP(22:5)
           WRITE MAINT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write refusal trail "
                           "record for " LM-ID
           END-WRITE.

       0900-CLOSE-FILES.
           CLOSE LIM-INPUT-FILE
           CLOSE LIMIT-PROFILE
           IF ACCT-MASTER-OPEN
               CLOSE ACCOUNT-MASTER
           END-IF
           CLOSE MAINT-TRAIL.

       END PROGRAM LIM-MAINT.

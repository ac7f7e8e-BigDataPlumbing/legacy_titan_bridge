      *              operator's ID, and the next RUN-START of that
      *              step proceeds and re-registers normally.
      *
      *              Overriding the night-run gate is a supervisor's
      *              decision: the operator must be an active
      *              supervisor on the OPERMSTR operator master
      *              (checked through OPER-CONTROL's OPER-CHECK). A
      *              refusal is written to MAINTTRAIL (action 'R',
      *              status 14, keyed step name + run date) and the
      *              job ends RC 8 with the run-control record
      *              untouched.
      *
      * Input (RUNRPARM), one record:
      *              RR-RUN-DATE  YYYYMMDD business date of the step
      *              RR-STEP-NAME step to authorize, e.g. POSTIE
      *              RR-OPERATOR  supervisor recorded on the record
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-RESET.
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUN-FILE-STATUS.

           SELECT MAINT-TRAIL ASSIGN TO "MAINTTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNT-KEY
               FILE STATUS IS WS-MAINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESET-PARM-FILE.
       FD  RUN-CONTROL-FILE.
       COPY RUNREC.

       FD  MAINT-TRAIL.
       COPY MAINTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS     PIC XX.
           05  WS-RUN-FILE-STATUS      PIC XX.
           05  WS-MAINT-FILE-STATUS    PIC XX.

       01  WS-TIMESTAMP                PIC X(26).

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
           PERFORM 0100-LOAD-PARAMETERS
           PERFORM 0150-CHECK-OPERATOR
           PERFORM 0200-AUTHORIZE-RERUN
           STOP RUN.

               STOP RUN
           END-IF.

      ******************************************************************
      * ONLY AN ACTIVE SUPERVISOR MAY AUTHORIZE A RERUN. A REFUSAL IS
      * RECORDED ON MAINTTRAIL AND ENDS THE JOB BEFORE RUNCTL IS
      * OPENED.
      ******************************************************************
       0150-CHECK-OPERATOR.
           MOVE RR-OPERATOR TO WS-OPC-OPERATOR-ID
           MOVE "S" TO WS-OPC-REQUIRED-ROLE
           MOVE ZEROS TO WS-OPC-AMOUNT
           MOVE SPACES TO WS-OPC-CURRENCY
           CALL "OPER-CHECK" USING WS-OPC-REQUEST WS-OPC-RESPONSE
           END-CALL
           IF WS-OPC-STATUS-CODE NOT = "00"
               DISPLAY "ERROR: " WS-OPC-STATUS-MSG
               PERFORM 0160-LOG-REFUSAL
               DISPLAY "RERUN NOT AUTHORIZED: " RR-STEP-NAME
                       " ON " RR-RUN-DATE " BY " RR-OPERATOR
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0160-LOG-REFUSAL.
           OPEN I-O MAINT-TRAIL
           IF WS-MAINT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-TRAIL
               CLOSE MAINT-TRAIL
               OPEN I-O MAINT-TRAIL
           END-IF
           INITIALIZE MAINT-RECORD
           STRING RR-STEP-NAME RR-RUN-DATE DELIMITED BY SIZE
               INTO MNT-ACCT-NUMBER
           END-STRING
           MOVE WS-TIMESTAMP TO MNT-TIMESTAMP
           MOVE "R" TO MNT-ACTION
           MOVE RR-OPERATOR TO MNT-AUTHORIZED-BY
           MOVE "14" TO MNT-STATUS-CODE
           MOVE WS-OPC-STATUS-MSG TO MNT-STATUS-MSG
           WRITE MAINT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write refusal trail "
                           "record (status " WS-MAINT-FILE-STATUS ")"
           END-WRITE
           CLOSE MAINT-TRAIL.

      ******************************************************************
      * MARK THE STEP'S RECORD RERUN-AUTHORIZED. ONLY AN EXISTING
      * RECORD CAN BE AUTHORIZED - A STEP WITH NO RECORD FOR THE

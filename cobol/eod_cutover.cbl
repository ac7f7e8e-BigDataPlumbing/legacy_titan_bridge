      *              initialization: the record is seeded from the
      *              wall clock before the action is applied.
      *
      *              The operator must be active on the OPERMSTR
      *              operator master (checked through OPER-CONTROL's
      *              OPER-CHECK), and only a supervisor may roll the
      *              date. A refusal is written to MAINTTRAIL (action
      *              'E', status 14, keyed EODCUTOV + business date)
      *              and the job stops with RC 8, control untouched.
      *
      * Input (CUTPARM), one record:
      *              CT-ACTION    'C' close posting
      *                           'O' open posting (date unchanged)
      *                           'R' roll to next business day and
      *                               open posting
      *              CT-OPERATOR  operator recorded on the control
      *                           record; a supervisor for 'R'
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOD-CUTOVER.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSD-FILE-STATUS.

           SELECT MAINT-TRAIL ASSIGN TO "MAINTTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MNT-KEY
               FILE STATUS IS WS-MAINT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUT-PARM-FILE.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.

       FD  MAINT-TRAIL.
       COPY MAINTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS     PIC XX.
           05  WS-BUSD-FILE-STATUS     PIC XX.
           05  WS-MAINT-FILE-STATUS    PIC XX.

       01  WS-TIMESTAMP                PIC X(26).
       01  WS-ACTION                   PIC X(1).
           05  WS-RUN-STATUS-MSG       PIC X(80).
           05  WS-RUN-DATE             PIC X(8).

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
           PERFORM 0200-LOAD-CONTROL
           PERFORM 0220-CHECK-OPERATOR
           IF WS-ACTION = "R"
               PERFORM 0250-REGISTER-RUN-START
           END-IF
                       "wall clock " WS-OLD-DATE
           END-IF.

      ******************************************************************
      * THE OPERATOR MUST BE ACTIVE ON OPERMSTR - AND A SUPERVISOR TO
      * ROLL THE DATE. CLOSE AND OPEN NEED ONLY AN ACTIVE OPERATOR SO
      * BACKING OUT OF AN ABORTED CUTOVER STAYS WITHIN REACH OF THE
      * NIGHT SHIFT. A REFUSAL IS RECORDED ON MAINTTRAIL AND STOPS
      * THE JOB BEFORE RUN-CONTROL OR BUSDCTL IS TOUCHED.
      ******************************************************************
       0220-CHECK-OPERATOR.
           MOVE WS-OPERATOR TO WS-OPC-OPERATOR-ID
           IF WS-ACTION = "R"
               MOVE "S" TO WS-OPC-REQUIRED-ROLE
           ELSE
               MOVE SPACES TO WS-OPC-REQUIRED-ROLE
           END-IF
           MOVE ZEROS TO WS-OPC-AMOUNT
           MOVE SPACES TO WS-OPC-CURRENCY
           CALL "OPER-CHECK" USING WS-OPC-REQUEST WS-OPC-RESPONSE
           END-CALL
           IF WS-OPC-STATUS-CODE NOT = "00"
               DISPLAY "ERROR: " WS-OPC-STATUS-MSG
               PERFORM 0230-LOG-REFUSAL
               DISPLAY "ACTION " WS-ACTION " REFUSED FOR OPERATOR "
                       WS-OPERATOR " - CONTROL STILL READS "
                       WS-OLD-DATE " / " WS-OLD-FLAG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0230-LOG-REFUSAL.
           OPEN I-O MAINT-TRAIL
           IF WS-MAINT-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-TRAIL
               CLOSE MAINT-TRAIL
               OPEN I-O MAINT-TRAIL
           END-IF
           INITIALIZE MAINT-RECORD
           STRING "EODCUTOV" WS-OLD-DATE DELIMITED BY SIZE
               INTO MNT-ACCT-NUMBER
           END-STRING
           MOVE WS-TIMESTAMP TO MNT-TIMESTAMP
           MOVE "E" TO MNT-ACTION
           MOVE WS-OPERATOR TO MNT-AUTHORIZED-BY
           MOVE "14" TO MNT-STATUS-CODE
           MOVE WS-OPC-STATUS-MSG TO MNT-STATUS-MSG
           WRITE MAINT-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Could not write refusal trail "
                           "record (status " WS-MAINT-FILE-STATUS ")"
           END-WRITE
           CLOSE MAINT-TRAIL.

      ******************************************************************
      * APPLY THE REQUESTED ACTION. THE ROLL ADVANCES TO THE NEXT
      * BUSINESS DAY (INTEGER DATE 1 WAS A MONDAY, SO MOD 7 GIVES 6

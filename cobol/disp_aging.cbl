      ******************************************************************
      * LEGACY TITAN BRIDGE - DISPUTE CASE AGING REPORT
      ******************************************************************
      * Program:     DISP-AGING
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Daily accounting of the transaction disputes
      *              DISP-MAINT works on the DISPUTES case file. This
      *              job walks the case file and reports:
      *                (A) every open case with its calendar days
      *                    outstanding since it was opened, and the
      *                    open cases counted by age band;
      *                (B) every open case past its regulatory
      *                    deadline (the due date set on opening);
      *                (C) the provisional credit still outstanding,
      *                    tied to the disputes suspense account that
      *                    funded it. Every provisional credit leaves
      *                    suspense and every finalization, clawback
      *                    or return puts it back, so the suspense
      *                    balance must equal its float less the
      *                    outstanding total to the cent.
      *              A leg captured for dual control is probed
      *              through INQUIRE-TX: an approval DISP-MAINT has
      *              not yet applied to its case is counted the way
      *              the money actually moved, and listed.
      *              A case past its deadline, a resolved case still
      *              holding provisional credit, or a suspense
      *              account that does not tie ends the run with
      *              RC 4.
      *
      * Input (DISPPARM, optional), one record:
      *              DP-DEADLINE-DAYS  see DISP-MAINT
      *              DP-FLOAT-AMOUNT   9(12)V99 balance the suspense
      *                                account is funded to with no
      *                                provisional credit outstanding
      *                                (blank = zero, a suspense
      *                                account drawing on an overdraft
      *                                facility)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISP-AGING.
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

           SELECT DISP-PARM-FILE ASSIGN TO "DISPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT DISPUTE-FILE ASSIGN TO "DISPUTES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DSP-CASE-ID
               FILE STATUS IS WS-DISP-FILE-STATUS.

           SELECT ACCOUNT-MASTER ASSIGN TO "ACCTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCT-NUMBER
               FILE STATUS IS WS-ACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.

       FD  DISP-PARM-FILE.
       01  DISP-PARM-RECORD.
           05  DP-DEADLINE-DAYS        PIC 9(3).
           05  DP-FLOAT-AMOUNT         PIC 9(12)V99.

       FD  DISPUTE-FILE.
       COPY DISPREC.

       FD  ACCOUNT-MASTER.
       COPY ACCTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BUSD-FILE-STATUS     PIC XX.
           05  WS-PARM-FILE-STATUS     PIC XX.
           05  WS-DISP-FILE-STATUS     PIC XX.
           05  WS-ACCT-FILE-STATUS     PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-CASES            PIC X VALUE 'N'.
               88  EOF-CASES           VALUE 'Y'.
           05  WS-CASES-OPEN           PIC X VALUE 'N'.
               88  CASES-OPEN          VALUE 'Y'.
           05  WS-PAST-DUE-FLAG        PIC X VALUE 'N'.
               88  CASE-PAST-DUE       VALUE 'Y'.

       01  WS-TODAY                    PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).

      ******************************************************************
      * CONFIGURATION - THE DISPUTES SUSPENSE ACCOUNT DISP-MAINT
      * GRANTS PROVISIONAL CREDIT FROM, AND ITS FLOAT
      ******************************************************************
       01  WS-SUSPENSE-ACCT            PIC X(16)
               VALUE "DISPSUSPENSE0001".
       01  WS-FLOAT-AMOUNT             PIC 9(12)V99 VALUE 0.

      ******************************************************************
      * CALENDAR-DAY ARITHMETIC ON THE BUSINESS DATE
      ******************************************************************
       01  WS-DATE-WORK.
           05  WS-DATE-NUM             PIC 9(8).
           05  WS-TODAY-INT            PIC 9(7).
           05  WS-DATE-INT             PIC 9(7).
           05  WS-CASE-AGE             PIC 9(5).
           05  WS-DAYS-OVER            PIC 9(5).

      ******************************************************************
      * OPEN CASES BY DAYS OUTSTANDING
      ******************************************************************
       01  WS-BAND-LABELS.
           05  FILLER                  PIC X(14) VALUE "   0-10 DAYS".
           05  FILLER                  PIC X(14) VALUE "  11-30 DAYS".
           05  FILLER                  PIC X(14) VALUE "  31-45 DAYS".
           05  FILLER                  PIC X(14) VALUE "  46-90 DAYS".
           05  FILLER                  PIC X(14) VALUE "OVER 90 DAYS".
       01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
           05  WS-BAND-LABEL           PIC X(14) OCCURS 5 TIMES.
       01  WS-BAND-TOTALS.
           05  WS-BAND-COUNT           PIC 9(7) OCCURS 5 TIMES.
       01  WS-BAND-IDX                 PIC 9.

      ******************************************************************
      * ONE CASE'S PROVISIONAL CREDIT AND ANY CAPTURED LEG ON IT
      ******************************************************************
       01  WS-CASE-WORK.
           05  WS-CASE-OUTSTANDING     PIC 9(12)V99.
           05  WS-STATE-TEXT           PIC X(24).
           05  WS-PEND-NOTE            PIC X(44).

       01  WS-SUSPENSE-WORK.
           05  WS-SUSPENSE-FOUND       PIC X VALUE 'N'.
               88  SUSPENSE-FOUND      VALUE 'Y'.
           05  WS-SUSPENSE-CCY         PIC X(3) VALUE SPACES.
           05  WS-SUSPENSE-BALANCE     PIC S9(12)V99 VALUE 0.
           05  WS-TOTAL-OUTSTANDING    PIC 9(13)V99 VALUE 0.
           05  WS-EXPECTED-BALANCE     PIC S9(13)V99 VALUE 0.
           05  WS-SUSPENSE-DIFFERENCE  PIC S9(13)V99 VALUE 0.

       01  WS-AMOUNT-DISPLAY           PIC Z(12)9.99.
       01  WS-SIGNED-DISPLAY           PIC -(13)9.99.
       01  WS-AGE-DISPLAY              PIC Z(4)9.
       01  WS-COUNT-DISPLAY            PIC Z(6)9.

      ******************************************************************
      * LOCAL MIRROR OF CORE-BANKING'S INQUIRE-TX LINKAGE LAYOUT -
      * USED TO PROBE A LEG CAPTURED FOR DUAL CONTROL
      ******************************************************************
       01  WS-TXQ-REQUEST.
           05  WS-TXQ-TX-ID            PIC X(32).

       01  WS-TXQ-RESPONSE.
           05  WS-TXQ-STATUS-CODE      PIC XX.
           05  WS-TXQ-STATUS-MSG       PIC X(80).
           05  WS-TXQ-PROCESSED-TIME   PIC X(26).
           05  WS-TXQ-FROM-ACCT        PIC X(16).
           05  WS-TXQ-TO-ACCT          PIC X(16).
           05  WS-TXQ-AMOUNT           PIC 9(12)V99.
           05  WS-TXQ-TX-STATUS        PIC X(2).
           05  WS-TXQ-TX-MSG           PIC X(80).
           05  WS-TXQ-TIMESTAMP        PIC X(26).
           05  WS-TXQ-HASH             PIC X(64).
           05  WS-TXQ-REVERSED-FLAG    PIC X(1).
           05  WS-TXQ-REVERSAL-OF      PIC X(32).
           05  WS-TXQ-CURRENCY         PIC X(3).
           05  WS-TXQ-TO-AMOUNT        PIC 9(12)V99.
           05  WS-TXQ-TO-CURRENCY      PIC X(3).

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

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-OPEN           PIC 9(7) VALUE 0.
           05  WS-COUNT-PAST-DUE       PIC 9(7) VALUE 0.
           05  WS-COUNT-FAVOUR         PIC 9(7) VALUE 0.
           05  WS-COUNT-AGAINST        PIC 9(7) VALUE 0.
           05  WS-COUNT-PROV-CASES     PIC 9(7) VALUE 0.
           05  WS-COUNT-NOT-RECOVERED  PIC 9(7) VALUE 0.
           05  WS-COUNT-PENDING        PIC 9(7) VALUE 0.
           05  WS-COUNT-UNAPPLIED      PIC 9(7) VALUE 0.
           05  WS-COUNT-EXCEPTIONS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 0050-LOAD-BUSINESS-DATE
           PERFORM 0020-REGISTER-RUN-START
           PERFORM 0060-LOAD-PARAMETERS
           PERFORM 0100-OPEN-FILES

           MOVE WS-TODAY TO WS-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           INITIALIZE WS-BAND-TOTALS

           DISPLAY "=================================================="
           DISPLAY "DISPUTE CASE AGING REPORT FOR " WS-TODAY
           DISPLAY "=================================================="
           DISPLAY "(A) OPEN CASES BY DAYS OUTSTANDING"
           DISPLAY "CASE ID          ACCOUNT          CCY"
                   "           AMOUNT OPENED   DUE       DAYS STATE"

           PERFORM 0150-START-CASES
           PERFORM 0200-READ-NEXT-CASE
           PERFORM UNTIL EOF-CASES
               ADD 1 TO WS-COUNT-READ
               PERFORM 0300-AGE-ONE-CASE
               PERFORM 0200-READ-NEXT-CASE
           END-PERFORM
           IF WS-COUNT-OPEN = 0 AND WS-COUNT-NOT-RECOVERED = 0
               DISPLAY "  (NONE)"
           END-IF

           DISPLAY "--------------------------------------------------"
           DISPLAY "OPEN CASES BY AGE"
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 5
               MOVE WS-BAND-COUNT(WS-BAND-IDX) TO WS-COUNT-DISPLAY
               DISPLAY "  " WS-BAND-LABEL(WS-BAND-IDX) "  "
                       WS-COUNT-DISPLAY
           END-PERFORM

           PERFORM 0400-LIST-PAST-DUE
           PERFORM 0500-READ-SUSPENSE-ACCOUNT
           PERFORM 0600-TIE-SUSPENSE
           PERFORM 0900-CLOSE-FILES

           DISPLAY "--------------------------------------------------"
           DISPLAY "CASES ON FILE:          " WS-COUNT-READ
           DISPLAY "OPEN:                   " WS-COUNT-OPEN
           DISPLAY "  OF WHICH PAST DUE:    " WS-COUNT-PAST-DUE
           DISPLAY "RESOLVED IN FAVOUR:     " WS-COUNT-FAVOUR
           DISPLAY "RESOLVED AGAINST:       " WS-COUNT-AGAINST
           DISPLAY "PROVISIONAL OUTSTANDING:" WS-COUNT-PROV-CASES
           DISPLAY "  RESOLVED, UNRECOVERED:" WS-COUNT-NOT-RECOVERED
           DISPLAY "LEGS AWAITING APPROVAL: " WS-COUNT-PENDING
           DISPLAY "LEGS DECIDED, UNAPPLIED:" WS-COUNT-UNAPPLIED
           DISPLAY "=================================================="
           PERFORM 0950-REGISTER-RUN-COMPLETE
           IF WS-COUNT-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * REGISTER THIS STEP WITH RUN-CONTROL BEFORE TOUCHING DATA -
      * A DUPLICATE RUN FOR THE BUSINESS DATE IS REFUSED UNLESS AN
      * OPERATOR AUTHORIZED A RERUN THROUGH RUN-RESET
      ******************************************************************
       0020-REGISTER-RUN-START.
           MOVE "DSPAGING" TO WS-RUN-STEP
           MOVE SPACES TO WS-RUN-PREREQ-1
           MOVE SPACES TO WS-RUN-PREREQ-2
           MOVE SPACES TO WS-RUN-PREREQ-3
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

       0060-LOAD-PARAMETERS.
           OPEN INPUT DISP-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ DISP-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DP-FLOAT-AMOUNT IS NUMERIC
                           MOVE DP-FLOAT-AMOUNT TO WS-FLOAT-AMOUNT
                       END-IF
               END-READ
               CLOSE DISP-PARM-FILE
           END-IF.

       0100-OPEN-FILES.
           OPEN INPUT DISPUTE-FILE
           IF WS-DISP-FILE-STATUS = "00"
               MOVE 'Y' TO WS-CASES-OPEN
           ELSE
               DISPLAY "WARNING: No dispute cases on file, "
                       "nothing to age"
           END-IF.

       0150-START-CASES.
           MOVE 'N' TO WS-EOF-CASES
           IF CASES-OPEN
               MOVE LOW-VALUES TO DSP-CASE-ID
               START DISPUTE-FILE KEY NOT < DSP-CASE-ID
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-CASES
               END-START
           ELSE
               MOVE 'Y' TO WS-EOF-CASES
           END-IF.

       0200-READ-NEXT-CASE.
           IF NOT EOF-CASES
               READ DISPUTE-FILE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-CASES
               END-READ
           END-IF.

      ******************************************************************
      * ONE CASE: ITS PROVISIONAL CREDIT GOES TO THE SUSPENSE TIE
      * WHATEVER ITS STATUS; AN OPEN CASE IS AGED AND LISTED; A
      * RESOLVED CASE STILL HOLDING PROVISIONAL CREDIT IS LISTED AS
      * AN EXCEPTION - THE CUSTOMER HAS BOTH THE CREDIT AND AN ANSWER
      ******************************************************************
       0300-AGE-ONE-CASE.
           PERFORM 0350-PROVISIONAL-OUTSTANDING
           EVALUATE TRUE
               WHEN DSP-OPEN
                   ADD 1 TO WS-COUNT-OPEN
                   PERFORM 0310-AGE-OPEN-CASE
               WHEN DSP-FAVOUR
                   ADD 1 TO WS-COUNT-FAVOUR
               WHEN DSP-AGAINST
                   ADD 1 TO WS-COUNT-AGAINST
               WHEN OTHER
                   DISPLAY "WARNING: Unknown case status '"
                           DSP-STATUS "' on " DSP-CASE-ID
           END-EVALUATE

           IF DSP-RESOLVED AND WS-CASE-OUTSTANDING > ZEROS
               ADD 1 TO WS-COUNT-NOT-RECOVERED
               ADD 1 TO WS-COUNT-EXCEPTIONS
               MOVE ZEROS TO WS-CASE-AGE
               MOVE "RESOLVED, PROV UNRECOVD" TO WS-STATE-TEXT
               PERFORM 0380-PRINT-CASE
           END-IF.

       0310-AGE-OPEN-CASE.
           PERFORM 0320-COUNT-CASE-DAYS
           EVALUATE TRUE
               WHEN WS-CASE-AGE NOT > 10
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-CASE-AGE NOT > 30
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-CASE-AGE NOT > 45
                   MOVE 3 TO WS-BAND-IDX
               WHEN WS-CASE-AGE NOT > 90
                   MOVE 4 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 5 TO WS-BAND-IDX
           END-EVALUATE
           ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX)

           PERFORM 0330-CHECK-PAST-DUE
           IF CASE-PAST-DUE
               ADD 1 TO WS-COUNT-PAST-DUE
               ADD 1 TO WS-COUNT-EXCEPTIONS
           END-IF

           EVALUATE TRUE
               WHEN CASE-PAST-DUE AND WS-CASE-OUTSTANDING > ZEROS
                   MOVE "PAST DUE, PROV CREDIT" TO WS-STATE-TEXT
               WHEN CASE-PAST-DUE
                   MOVE "PAST DUE" TO WS-STATE-TEXT
               WHEN WS-CASE-OUTSTANDING > ZEROS
                   MOVE "OPEN, PROV CREDIT" TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE "OPEN" TO WS-STATE-TEXT
           END-EVALUATE
           PERFORM 0380-PRINT-CASE.

      ******************************************************************
      * CALENDAR DAYS SINCE THE CASE WAS OPENED, TODAY NOT COUNTED
      ******************************************************************
       0320-COUNT-CASE-DAYS.
           MOVE ZEROS TO WS-CASE-AGE
           IF DSP-OPENED-DATE IS NUMERIC
               MOVE DSP-OPENED-DATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               IF WS-DATE-INT < WS-TODAY-INT
                   COMPUTE WS-CASE-AGE = WS-TODAY-INT - WS-DATE-INT
               END-IF
           ELSE
               DISPLAY "WARNING: No usable opened date on "
                       DSP-CASE-ID ", aged from today"
           END-IF.

      ******************************************************************
      * THE DUE DATE IS THE LAST DAY ALLOWED - PAST DUE FROM THE DAY
      * AFTER. A CASE WITH NO USABLE DUE DATE IS TREATED AS PAST DUE.
      ******************************************************************
       0330-CHECK-PAST-DUE.
           MOVE 'N' TO WS-PAST-DUE-FLAG
           MOVE ZEROS TO WS-DAYS-OVER
           IF DSP-DUE-DATE IS NUMERIC
               IF DSP-DUE-DATE < WS-TODAY
                   MOVE 'Y' TO WS-PAST-DUE-FLAG
                   MOVE DSP-DUE-DATE TO WS-DATE-NUM
                   COMPUTE WS-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
                   COMPUTE WS-DAYS-OVER = WS-TODAY-INT - WS-DATE-INT
               END-IF
           ELSE
               MOVE 'Y' TO WS-PAST-DUE-FLAG
           END-IF.

      ******************************************************************
      * PROVISIONAL CREDIT THE CASE STILL HAS OUT OF SUSPENSE. A LEG
      * CAPTURED FOR DUAL CONTROL IS PROBED: APPROVED BUT NOT YET
      * APPLIED BY DISP-MAINT COUNTS THE WAY THE MONEY MOVED (A GRANT
      * IS OUT, A FINALIZATION, CLAWBACK OR RETURN IS BACK); STILL
      * CAPTURED OR REFUSED MOVED NOTHING.
      ******************************************************************
       0350-PROVISIONAL-OUTSTANDING.
           MOVE ZEROS TO WS-CASE-OUTSTANDING
           MOVE SPACES TO WS-PEND-NOTE
           IF DSP-PROV-GRANTED
               MOVE DSP-PROV-AMOUNT TO WS-CASE-OUTSTANDING
           END-IF

           IF NOT DSP-NO-PENDING
               MOVE DSP-PEND-TX-ID TO WS-TXQ-TX-ID
               CALL "INQUIRE-TX" USING WS-TXQ-REQUEST WS-TXQ-RESPONSE
               END-CALL
               EVALUATE TRUE
                   WHEN WS-TXQ-STATUS-CODE NOT = "00"
                       MOVE "CAPTURED LEG COULD NOT BE VERIFIED"
                           TO WS-PEND-NOTE
                   WHEN WS-TXQ-TX-STATUS = "09"
                       ADD 1 TO WS-COUNT-PENDING
                       MOVE "AWAITING DUAL-CONTROL APPROVAL"
                           TO WS-PEND-NOTE
                   WHEN WS-TXQ-TX-STATUS = "00"
                       ADD 1 TO WS-COUNT-UNAPPLIED
                       MOVE "APPROVED, NOT YET APPLIED TO THE CASE"
                           TO WS-PEND-NOTE
                       IF DSP-PEND-STEP = "C"
                           MOVE WS-TXQ-AMOUNT TO WS-CASE-OUTSTANDING
                       ELSE
                           MOVE ZEROS TO WS-CASE-OUTSTANDING
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-COUNT-UNAPPLIED
                       MOVE "REFUSED, NOT YET RELEASED FROM THE CASE"
                           TO WS-PEND-NOTE
               END-EVALUATE
           END-IF

           IF WS-CASE-OUTSTANDING > ZEROS
               ADD 1 TO WS-COUNT-PROV-CASES
               ADD WS-CASE-OUTSTANDING TO WS-TOTAL-OUTSTANDING
           END-IF.

       0380-PRINT-CASE.
           MOVE DSP-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE WS-CASE-AGE TO WS-AGE-DISPLAY
           DISPLAY DSP-CASE-ID " " DSP-ACCT-NUMBER " " DSP-CURRENCY
                   " " WS-AMOUNT-DISPLAY " " DSP-OPENED-DATE " "
                   DSP-DUE-DATE " " WS-AGE-DISPLAY " " WS-STATE-TEXT
           IF WS-PEND-NOTE NOT = SPACES
               DISPLAY "                 LEG " DSP-PEND-TX-ID " "
                       WS-PEND-NOTE
           END-IF.

      ******************************************************************
      * (B) SECOND PASS - OPEN CASES PAST THEIR REGULATORY DEADLINE,
      * WITH THE DAYS OVER AND THE OPERATOR WHO OPENED THEM
      ******************************************************************
       0400-LIST-PAST-DUE.
           DISPLAY "--------------------------------------------------"
           DISPLAY "(B) OPEN CASES PAST THEIR REGULATORY DEADLINE"
           DISPLAY "CASE ID          ACCOUNT          DUE      "
                   " DAYS OVER OPENED BY REASON"
           PERFORM 0150-START-CASES
           PERFORM 0200-READ-NEXT-CASE
           PERFORM UNTIL EOF-CASES
               IF DSP-OPEN
                   PERFORM 0330-CHECK-PAST-DUE
                   IF CASE-PAST-DUE
                       MOVE WS-DAYS-OVER TO WS-AGE-DISPLAY
                       DISPLAY DSP-CASE-ID " " DSP-ACCT-NUMBER " "
                               DSP-DUE-DATE " " WS-AGE-DISPLAY
                               "      " DSP-OPENED-BY " "
                               DSP-REASON-CODE
                   END-IF
               END-IF
               PERFORM 0200-READ-NEXT-CASE
           END-PERFORM
           IF WS-COUNT-PAST-DUE = 0
               DISPLAY "  (NONE)"
           END-IF.

       0500-READ-SUSPENSE-ACCOUNT.
           OPEN INPUT ACCOUNT-MASTER
           IF WS-ACCT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Account master unavailable (status "
                       WS-ACCT-FILE-STATUS "), suspense balance "
                       "not shown"
           ELSE
               MOVE WS-SUSPENSE-ACCT TO ACCT-NUMBER
               READ ACCOUNT-MASTER
                   INVALID KEY
                       DISPLAY "WARNING: Suspense account "
                               WS-SUSPENSE-ACCT " not on file"
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-SUSPENSE-FOUND
                       MOVE ACCT-CURRENCY TO WS-SUSPENSE-CCY
                       MOVE ACCT-BALANCE TO WS-SUSPENSE-BALANCE
               END-READ
               CLOSE ACCOUNT-MASTER
           END-IF.

      ******************************************************************
      * (C) THE SUSPENSE ACCOUNT IS USED FOR NOTHING BUT PROVISIONAL
      * CREDIT, SO IT MUST SIT AT ITS FLOAT LESS WHAT IS OUTSTANDING.
      * A SUSPENSE ACCOUNT THAT CANNOT BE READ CANNOT BE SHOWN TO TIE.
      ******************************************************************
       0600-TIE-SUSPENSE.
           DISPLAY "--------------------------------------------------"
           DISPLAY "(C) PROVISIONAL CREDIT AND SUSPENSE ACCOUNT "
                   WS-SUSPENSE-ACCT
           MOVE WS-TOTAL-OUTSTANDING TO WS-AMOUNT-DISPLAY
           DISPLAY "  PROVISIONAL OUTSTANDING:  " WS-AMOUNT-DISPLAY
           MOVE WS-FLOAT-AMOUNT TO WS-AMOUNT-DISPLAY
           DISPLAY "  SUSPENSE FLOAT:           " WS-AMOUNT-DISPLAY
           COMPUTE WS-EXPECTED-BALANCE =
               WS-FLOAT-AMOUNT - WS-TOTAL-OUTSTANDING
           MOVE WS-EXPECTED-BALANCE TO WS-SIGNED-DISPLAY
           DISPLAY "  EXPECTED BALANCE:       " WS-SIGNED-DISPLAY

           IF SUSPENSE-FOUND
               COMPUTE WS-SUSPENSE-DIFFERENCE =
                   WS-SUSPENSE-BALANCE - WS-EXPECTED-BALANCE
               MOVE WS-SUSPENSE-BALANCE TO WS-SIGNED-DISPLAY
               DISPLAY "  SUSPENSE BALANCE (" WS-SUSPENSE-CCY "): "
                       WS-SIGNED-DISPLAY
               MOVE WS-SUSPENSE-DIFFERENCE TO WS-SIGNED-DISPLAY
               DISPLAY "  DIFFERENCE:             " WS-SIGNED-DISPLAY
               IF WS-SUSPENSE-DIFFERENCE = ZEROS
                   DISPLAY "  SUSPENSE TIES TO PROVISIONAL CREDIT"
               ELSE
                   ADD 1 TO WS-COUNT-EXCEPTIONS
                   DISPLAY "  *** SUSPENSE DOES NOT TIE ***"
               END-IF
           ELSE
               ADD 1 TO WS-COUNT-EXCEPTIONS
               DISPLAY "  *** SUSPENSE BALANCE UNAVAILABLE, "
                       "NOT TIED ***"
           END-IF.

       0900-CLOSE-FILES.
           IF CASES-OPEN
               CLOSE DISPUTE-FILE
           END-IF.

       END PROGRAM DISP-AGING.

      ******************************************************************
      * LEGACY TITAN BRIDGE - CUSTOMER MASTER WATCH-LIST RESCREEN
      ******************************************************************
      * Program:     SANC-RESCREEN
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Periodic batch that screens every customer on
      *              CUSTMSTR against the watch list again, so a
      *              name added to the list after the customer was
      *              loaded is still caught. Each customer goes
      *              through SANC-SCREEN's SANC-CHECK exactly as
      *              CUST-LOAD screens new and amended customers;
      *              new hits are raised on SANCHITS for compliance
      *              and CST-WATCH-FLAG is brought up to date.
      *
      *              The job is safe to schedule every night: it
      *              only does the work when SANC-LOAD has changed
      *              the list since the last completed rescreen
      *              (SC-LIST-VERSION against SC-RESCREEN-VERSION on
      *              SANCCTL). A run in which any customer could not
      *              be screened ends RC 8 and leaves the rescreen
      *              version alone, so the next run tries again.
      *
      * Input:       SANCCTL watch-list version control (SANCCREC)
      *              CUSTMSTR customer master, updated in place
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANC-RESCREEN.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANC-CONTROL-FILE ASSIGN TO "SANCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CST-NUMBER
               FILE STATUS IS WS-CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SANC-CONTROL-FILE.
       COPY SANCCREC.

       FD  CUSTOMER-MASTER.
       COPY CUSTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CTL-FILE-STATUS      PIC XX.
           05  WS-CUST-FILE-STATUS     PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-CUSTOMER         PIC X VALUE 'N'.
               88  EOF-CUSTOMER        VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(26).
       01  WS-SCREENING-VERSION        PIC X(26).
       01  WS-NEW-WATCH-FLAG           PIC X(1).

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-FLAGGED        PIC 9(7) VALUE 0.
           05  WS-COUNT-CHANGED        PIC 9(7) VALUE 0.
           05  WS-COUNT-UNSCREENED     PIC 9(7) VALUE 0.

      ******************************************************************
      * LOCAL MIRROR OF SANC-SCREEN'S LINKAGE LAYOUT - THE CALL BINDS
      * BY POSITION, NOT BY NAME, SO THE SHAPE MUST MATCH
      ******************************************************************
       01  WS-SCR-REQUEST.
           05  WS-SCR-SUBJECT-TYPE     PIC X(1).
           05  WS-SCR-SUBJECT-REF      PIC X(16).
           05  WS-SCR-NAME             PIC X(40).
           05  WS-SCR-BANK-ID          PIC X(11).
           05  WS-SCR-SCREENED-BY      PIC X(8).

       01  WS-SCR-RESPONSE.
           05  WS-SCR-STATUS-CODE      PIC XX.
           05  WS-SCR-STATUS-MSG       PIC X(80).
           05  WS-SCR-HIT-COUNT        PIC 9(3).
           05  WS-SCR-OPEN-COUNT       PIC 9(3).
           05  WS-SCR-CONFIRMED-COUNT  PIC 9(3).
           05  WS-SCR-LIST-SOURCE      PIC X(8).
           05  WS-SCR-ENTRY-ID         PIC X(12).
           05  WS-SCR-LISTED-NAME      PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           PERFORM 0100-READ-CONTROL

           IF SC-LIST-VERSION = SPACES
               DISPLAY "WARNING: No watch-list version on SANCCTL - "
                       "load the list with SANC-LOAD first"
               DISPLAY "=== SANC-RESCREEN SUMMARY ==="
               DISPLAY "CUSTOMER MASTER NOT RESCREENED"
               DISPLAY "============================="
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           IF SC-LIST-VERSION = SC-RESCREEN-VERSION
               DISPLAY "=== SANC-RESCREEN SUMMARY ==="
               DISPLAY "WATCH LIST UNCHANGED SINCE " SC-RESCREEN-TS
               DISPLAY "CUSTOMER MASTER NOT RESCREENED"
               DISPLAY "============================="
               STOP RUN
           END-IF

           MOVE SC-LIST-VERSION TO WS-SCREENING-VERSION
           PERFORM 0200-OPEN-CUSTOMERS

           PERFORM 0300-READ-CUSTOMER
           PERFORM UNTIL EOF-CUSTOMER
               ADD 1 TO WS-COUNT-READ
               PERFORM 0400-SCREEN-CUSTOMER
               PERFORM 0300-READ-CUSTOMER
           END-PERFORM

           CLOSE CUSTOMER-MASTER

      *    Only a complete pass counts as rescreened against this
      *    version; anything unscreened leaves it for the next run
           IF WS-COUNT-UNSCREENED = 0
               PERFORM 0500-STAMP-RESCREEN-VERSION
           END-IF

           DISPLAY "=== SANC-RESCREEN SUMMARY ==="
           DISPLAY "LIST VERSION:       " WS-SCREENING-VERSION
           DISPLAY "CUSTOMERS SCREENED: " WS-COUNT-READ
           DISPLAY "WATCH-LIST FLAGGED: " WS-COUNT-FLAGGED
           DISPLAY "FLAGS CHANGED:      " WS-COUNT-CHANGED
           DISPLAY "NOT SCREENED:       " WS-COUNT-UNSCREENED
           DISPLAY "============================="

           IF WS-COUNT-UNSCREENED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * A MISSING CONTROL FILE LEAVES THE RECORD BLANK - THE LIST HAS
      * NEVER BEEN LOADED
      ******************************************************************
       0100-READ-CONTROL.
           MOVE SPACES TO SANC-CTL-RECORD
           OPEN INPUT SANC-CONTROL-FILE
           IF WS-CTL-FILE-STATUS = "00"
               READ SANC-CONTROL-FILE
                   AT END
                       MOVE SPACES TO SANC-CTL-RECORD
               END-READ
               CLOSE SANC-CONTROL-FILE
           END-IF.

       0200-OPEN-CUSTOMERS.
           OPEN I-O CUSTOMER-MASTER
           IF WS-CUST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open CUSTMSTR (status "
                       WS-CUST-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0300-READ-CUSTOMER.
           READ CUSTOMER-MASTER NEXT
               AT END
                   MOVE 'Y' TO WS-EOF-CUSTOMER
           END-READ.

      ******************************************************************
      * SCREEN ONE CUSTOMER AND BRING ITS WATCH FLAG UP TO DATE. THE
      * FLAG MAPPING IS THE SAME AS CUST-LOAD'S.
      ******************************************************************
       0400-SCREEN-CUSTOMER.
           MOVE "C" TO WS-SCR-SUBJECT-TYPE
           MOVE CST-NUMBER TO WS-SCR-SUBJECT-REF
           MOVE CST-NAME TO WS-SCR-NAME
           MOVE SPACES TO WS-SCR-BANK-ID
           MOVE "SANCRESC" TO WS-SCR-SCREENED-BY
           CALL "SANC-CHECK" USING WS-SCR-REQUEST WS-SCR-RESPONSE
           END-CALL

           EVALUATE WS-SCR-STATUS-CODE
               WHEN "21"
                   MOVE "T" TO WS-NEW-WATCH-FLAG
               WHEN "20"
                   MOVE "H" TO WS-NEW-WATCH-FLAG
               WHEN "00"
                   IF WS-SCR-HIT-COUNT > 0
                       MOVE "C" TO WS-NEW-WATCH-FLAG
                   ELSE
                       MOVE SPACE TO WS-NEW-WATCH-FLAG
                   END-IF
               WHEN OTHER
                   MOVE CST-WATCH-FLAG TO WS-NEW-WATCH-FLAG
                   ADD 1 TO WS-COUNT-UNSCREENED
                   DISPLAY "WARNING: Customer " CST-NUMBER
                           " not screened - " WS-SCR-STATUS-MSG
           END-EVALUATE

           IF WS-NEW-WATCH-FLAG = "H" OR WS-NEW-WATCH-FLAG = "T"
               ADD 1 TO WS-COUNT-FLAGGED
               DISPLAY "FLAGGED: Customer " CST-NUMBER " "
                       WS-SCR-STATUS-MSG
           END-IF

           IF WS-NEW-WATCH-FLAG NOT = CST-WATCH-FLAG
               MOVE WS-NEW-WATCH-FLAG TO CST-WATCH-FLAG
               REWRITE CUST-RECORD
                   INVALID KEY
                       ADD 1 TO WS-COUNT-UNSCREENED
                       DISPLAY "WARNING: Could not set watch flag on "
                               "customer " CST-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-CHANGED
               END-REWRITE
           END-IF.

      ******************************************************************
      * RECORD THE VERSION JUST SCREENED AGAINST. THE CONTROL RECORD
      * IS READ AGAIN FIRST SO A LIST LOADED WHILE THIS RUN WAS
      * WORKING KEEPS ITS NEWER VERSION AND IS RESCREENED NEXT TIME.
      ******************************************************************
       0500-STAMP-RESCREEN-VERSION.
           PERFORM 0100-READ-CONTROL
           MOVE WS-SCREENING-VERSION TO SC-RESCREEN-VERSION
           MOVE WS-TIMESTAMP TO SC-RESCREEN-TS
           OPEN OUTPUT SANC-CONTROL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open SANCCTL for output "
                       "(status " WS-CTL-FILE-STATUS ")"
               MOVE 8 TO RETURN-CODE
           ELSE
               WRITE SANC-CTL-RECORD
               IF WS-CTL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot write SANCCTL (status "
                           WS-CTL-FILE-STATUS ")"
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE SANC-CONTROL-FILE
           END-IF.

       END PROGRAM SANC-RESCREEN.

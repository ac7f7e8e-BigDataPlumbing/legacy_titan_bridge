      *              totals, and a control total tying back to the
      *              sum of all amounts processed, so ops can confirm
      *              nothing was lost or double-posted before close
      *              of business. Only the business date's entries
      *              are read - through the AUDDATE business-date
      *              index, not a scan of the whole trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EOD-REPORT.
       FILE-CONTROL.
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

           SELECT FX-RATE-MASTER ASSIGN TO "FXRATES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  AUDIT-TRAIL.
       COPY AUDITREC.

       FD  AUDIT-DATE-INDEX.
       COPY DATEXREC.

       FD  FX-RATE-MASTER.
       COPY FXRREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-FILE-STATUS    PIC XX.
           05  WS-ADX-FILE-STATUS      PIC XX.
           05  WS-RATE-FILE-STATUS     PIC XX.
           05  WS-BUSD-FILE-STATUS     PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-AUDIT            PIC X VALUE 'N'.
               88  EOF-AUDIT           VALUE 'Y'.
           05  WS-AUDIT-OPEN           PIC X VALUE 'N'.
               88  AUDIT-OPEN          VALUE 'Y'.
           05  WS-AUDIT-FOUND          PIC X VALUE 'N'.
               88  AUDIT-FOUND         VALUE 'Y'.

       01  WS-REPORT-DATE              PIC X(8).
       01  WS-RECORD-COUNT             PIC 9(7) VALUE 0.
       01  WS-CONTROL-TOTAL            PIC 9(12)V99 VALUE 0.

               PERFORM 0300-READ-AUDIT
           END-PERFORM

           IF AUDIT-OPEN
               CLOSE AUDIT-TRAIL
               CLOSE AUDIT-DATE-INDEX
           END-IF
           PERFORM 0900-PRINT-REPORT
           STOP RUN.

      * 1360-FX-LOOKUP-RATE AS BEFORE.
      ******************************************************************
       0150-LOAD-FX-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REPORT-DATE
           PERFORM 0140-LOAD-BUSINESS-DATE
           MOVE WS-REPORT-DATE TO WS-FX-ASOF-DATE
           MOVE 0 TO WS-FX-COUNT
           MOVE 'N' TO WS-FX-LOAD-DONE
           OPEN INPUT FX-RATE-MASTER
           END-IF.

      ******************************************************************
      * THE REPORT DATE (AND SO THE RATE AS-OF DATE) IS THE OFFICIAL
      * BUSINESS DATE FROM THE BUSDCTL POSTING CALENDAR, NOT THE WALL
      * CLOCK. NO CONTROL FILE = WALL CLOCK, AS EVERYWHERE ELSE.
      ******************************************************************
       0140-LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO WS-REPORT-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
               MOVE FXR-USD-RATE TO WS-FX-USD-RATE(WS-FX-FOUND-IDX)
           END-IF.

      ******************************************************************
      * THE BUSINESS DATE'S ENTRIES ARE READ THROUGH THE AUDDATE
      * BUSINESS-DATE INDEX. A TRAIL WITH NO INDEX IS A HARD STOP -
      * AN EMPTY REPORT WOULD LOOK LIKE A QUIET DAY.
      ******************************************************************
       0200-OPEN-FILES.
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Audit trail unavailable (status "
                       WS-AUDIT-FILE-STATUS "), report will be empty"
               MOVE 'Y' TO WS-EOF-AUDIT
           ELSE
               MOVE 'Y' TO WS-AUDIT-OPEN
               OPEN INPUT AUDIT-DATE-INDEX
               IF WS-ADX-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Business-date index AUDDATE "
                           "unavailable (status " WS-ADX-FILE-STATUS
                           ") - run DATE-XREF-BUILD before reporting"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-REPORT-DATE TO ADX-BUS-DATE
               MOVE LOW-VALUES TO ADX-TX-ID
               START AUDIT-DATE-INDEX KEY NOT < ADX-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-AUDIT
               END-START
           END-IF.

      ******************************************************************
      * NEXT AUDIT ENTRY OF THE BUSINESS DATE: READ THE NEXT INDEX
      * RECORD, STOP AT THE FIRST ONE FOR A LATER DATE, AND FETCH ITS
      * ENTRY FROM AUDTRAIL BY KEY
      ******************************************************************
       0300-READ-AUDIT.
           MOVE 'N' TO WS-AUDIT-FOUND
           PERFORM UNTIL EOF-AUDIT OR AUDIT-FOUND
               READ AUDIT-DATE-INDEX NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-AUDIT
                   NOT AT END
                       IF ADX-BUS-DATE > WS-REPORT-DATE
                           MOVE 'Y' TO WS-EOF-AUDIT
                       ELSE
                           PERFORM 0310-FETCH-INDEXED-AUDIT
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * AN INDEX RECORD WHOSE ENTRY IS GONE (PURGED) OR NOW CARRIES
      * ANOTHER DATE IS STALE AND SKIPPED
      ******************************************************************
       0310-FETCH-INDEXED-AUDIT.
           MOVE ADX-TX-ID TO AUD-TX-ID
           READ AUDIT-TRAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AUD-TIMESTAMP(1:8) = ADX-BUS-DATE
                       MOVE 'Y' TO WS-AUDIT-FOUND
                   END-IF
           END-READ.

      ******************************************************************
           DISPLAY "=================================================="
           DISPLAY "END OF DAY RECONCILIATION AND SETTLEMENT REPORT"
           DISPLAY "=================================================="
           DISPLAY "BUSINESS DATE:      " WS-REPORT-DATE
           DISPLAY "RECORDS READ:       " WS-RECORD-COUNT
           DISPLAY "--------------------------------------------------"
           DISPLAY "TOTALS BY STATUS CODE"

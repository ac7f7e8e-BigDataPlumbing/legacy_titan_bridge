      *              REVERSED mark). Zero-amount administrative
      *              entries are excluded.
      *
      *              The scan covers the rolling window ending on the
      *              business date - the last WS-WINDOW-DAYS calendar
      *              days - read through the AUDDATE business-date
      *              index, not a scan of the whole trail. Section
      *              (A) and the same-day test in (B) report only the
      *              business date itself (earlier days were reported
      *              on their own night); the earlier days of the
      *              window feed the rolling-window test.
      *
      * Input (SURVPARM, optional), one record:
      *              SV-THRESHOLD   9(12)V99 USD reporting threshold
      *                             (blank/zero = 10000.00)

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

       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS     PIC XX.
           05  WS-AUDIT-FILE-STATUS    PIC XX.
           05  WS-ADX-FILE-STATUS      PIC XX.
           05  WS-RATE-FILE-STATUS     PIC XX.
           05  WS-CXREF-FILE-STATUS    PIC XX.
           05  WS-BUSD-FILE-STATUS     PIC XX.
       01  WS-SWITCHES.
           05  WS-EOF-AUDIT            PIC X VALUE 'N'.
               88  EOF-AUDIT           VALUE 'Y'.
           05  WS-INDEX-OPEN           PIC X VALUE 'N'.
               88  INDEX-OPEN          VALUE 'Y'.
           05  WS-AUDIT-FOUND          PIC X VALUE 'N'.
               88  AUDIT-FOUND         VALUE 'Y'.

      ******************************************************************
      * SCAN WINDOW - THE WS-WINDOW-DAYS CALENDAR DAYS ENDING ON THE
      * BUSINESS DATE
      ******************************************************************
       01  WS-BUSINESS-DATE            PIC X(8).
       01  WS-SCAN-FROM-DATE           PIC X(8).
       01  WS-SCAN-FROM-NUM            PIC 9(8).
       01  WS-SCAN-FROM-INT            PIC 9(8).

      ******************************************************************
      * CONFIGURATION - DEFAULTS USED WHEN SURVPARM IS ABSENT
           DISPLAY "LARGE-TRANSACTION AND STRUCTURING SURVEILLANCE"
           DISPLAY "USD THRESHOLD: " WS-AMOUNT-DISPLAY
                   "  ROLLING WINDOW: " WS-WINDOW-DAYS " DAYS"
           DISPLAY "BUSINESS DATE: " WS-BUSINESS-DATE
                   "  SCAN WINDOW FROM: " WS-SCAN-FROM-DATE
           DISPLAY "=================================================="
           DISPLAY "(A) TRANSACTIONS AT OR ABOVE THRESHOLD"

           IF SURV-TABLE-FULL
               DISPLAY "WARNING: AGGREGATION TABLE OVERFLOWED - "
                       "REPORT IS INCOMPLETE, RERUN WITH A SHORTER "
                       "WINDOW"
               MOVE 8 TO RETURN-CODE
           END-IF
           IF CMAP-TABLE-FULL
           DISPLAY "=================================================="
           STOP RUN.

      ******************************************************************
      * OPEN THE TRAIL AND ITS AUDDATE BUSINESS-DATE INDEX AND
      * POSITION ON THE FIRST DAY OF THE SCAN WINDOW. A TRAIL WITH NO
      * INDEX IS A HARD STOP - AN EMPTY SCAN WOULD READ AS A CLEAN
      * FILING PERIOD (SAME STANDARD AS THE FX RATE MASTER).
      ******************************************************************
       0100-OPEN-AUDIT.
           MOVE WS-BUSINESS-DATE TO WS-SCAN-FROM-NUM
           COMPUTE WS-SCAN-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAN-FROM-NUM)
               - WS-WINDOW-DAYS + 1
           COMPUTE WS-SCAN-FROM-NUM =
               FUNCTION DATE-OF-INTEGER(WS-SCAN-FROM-INT)
           MOVE WS-SCAN-FROM-NUM TO WS-SCAN-FROM-DATE

           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "WARNING: Audit trail unavailable (status "
                       WS-AUDIT-FILE-STATUS "), nothing to scan"
               MOVE 'Y' TO WS-EOF-AUDIT
           ELSE
               OPEN INPUT AUDIT-DATE-INDEX
               IF WS-ADX-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Business-date index AUDDATE "
                           "unavailable (status " WS-ADX-FILE-STATUS
                           ") - run DATE-XREF-BUILD before scanning"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-INDEX-OPEN
               PERFORM 0120-START-WINDOW
           END-IF.

       0120-START-WINDOW.
           MOVE 'N' TO WS-EOF-AUDIT
           MOVE WS-SCAN-FROM-DATE TO ADX-BUS-DATE
           MOVE LOW-VALUES TO ADX-TX-ID
           START AUDIT-DATE-INDEX KEY NOT < ADX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-AUDIT
           END-START.

      ******************************************************************
      * LOAD THE ACCOUNT-TO-CUSTOMER TABLE FROM CUSTXREF SO EACH
      * BELOW-THRESHOLD TRANSFER AGGREGATES UNDER ITS CUSTOMER. AN
               CLOSE SURV-PARM-FILE
           END-IF.

      ******************************************************************
      * NEXT AUDIT ENTRY OF THE SCAN WINDOW: READ THE NEXT INDEX
      * RECORD, STOP AT THE FIRST ONE AFTER THE BUSINESS DATE, AND
      * FETCH ITS ENTRY FROM AUDTRAIL BY KEY
      ******************************************************************
       0300-READ-AUDIT.
           MOVE 'N' TO WS-AUDIT-FOUND
           PERFORM UNTIL EOF-AUDIT OR AUDIT-FOUND
               READ AUDIT-DATE-INDEX NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-AUDIT
                   NOT AT END
                       IF ADX-BUS-DATE > WS-BUSINESS-DATE
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
      * CLASSIFY ONE POSTED ORIGINAL: AT OR ABOVE THE THRESHOLD IT
      * PRINTS IN SECTION (A) ON THE NIGHT IT POSTED; BELOW, IT JOINS
      * THE SOURCE ACCOUNT'S DAILY AGGREGATES FOR THE STRUCTURING
      * EVALUATION
      ******************************************************************
       0400-CLASSIFY-ONE-ENTRY.
           MOVE AUD-AMOUNT TO WS-CONV-AMOUNT
           PERFORM 0450-CONVERT-TO-USD

           IF WS-USD-AMOUNT NOT < WS-THRESHOLD
               IF AUD-TIMESTAMP(1:8) = WS-BUSINESS-DATE
                   PERFORM 0405-PRINT-LARGE-ENTRY
               END-IF
           ELSE
               PERFORM 0420-AGGREGATE-ONE-ENTRY
           END-IF.

       0405-PRINT-LARGE-ENTRY.
           ADD 1 TO WS-COUNT-LARGE
           MOVE WS-USD-AMOUNT TO WS-AMOUNT-DISPLAY
           PERFORM 0410-SET-REVERSED-MARK
           DISPLAY "  " AUD-TIMESTAMP(1:8) "  "
                   AUD-FROM-ACCT " -> " AUD-TO-ACCT
                   "  USD " WS-AMOUNT-DISPLAY
                   "  TX " AUD-TX-ID(1:20)
                   WS-REVERSED-MARK.

      ******************************************************************
      * A TRANSFER THAT WAS LATER VOIDED STILL APPEARS (THE MONEY
      * MOVED AND WAS CLAWED BACK), BUT THE FILING NEEDS TO KNOW -
           END-PERFORM.

       0510-EVALUATE-ONE-ACCOUNT.
      *    Same-day structuring - the business date only; the
      *    window's earlier days were judged on their own night
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX >
                       WS-SURV-DAY-COUNT(WS-ACCOUNT-SEARCH-IDX)
               IF WS-SURV-DATE
                       (WS-ACCOUNT-SEARCH-IDX, WS-DAY-IDX)
                       = WS-BUSINESS-DATE
                   AND WS-SURV-TOTAL
                       (WS-ACCOUNT-SEARCH-IDX, WS-DAY-IDX)
                       NOT < WS-THRESHOLD
                   AND WS-SURV-COUNT
           END-IF.

      ******************************************************************
      * SECOND PASS OVER THE SCAN WINDOW: LIST THE COMPONENT
      * TRANSACTIONS (BELOW-THRESHOLD POSTED ORIGINALS) OF EVERY
      * FLAGGED ACCOUNT, WITH COUNTERPARTY AND USD AMOUNT
      ******************************************************************
       0700-LIST-COMPONENTS.
           DISPLAY "--------------------------------------------------"
           DISPLAY "COMPONENT TRANSACTIONS OF FLAGGED ACCOUNTS"
           PERFORM 0120-START-WINDOW
           PERFORM 0300-READ-AUDIT
           PERFORM UNTIL EOF-AUDIT
               IF AUD-STATUS-CODE = "00"
      * STANDARD AS THE AGGREGATION-TABLE OVERFLOW).
      ******************************************************************
       0150-LOAD-FX-TABLE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUSINESS-DATE
           PERFORM 0140-LOAD-BUSINESS-DATE
           MOVE WS-BUSINESS-DATE TO WS-FX-ASOF-DATE
           MOVE 0 TO WS-FX-COUNT
           MOVE 'N' TO WS-FX-LOAD-DONE
           OPEN INPUT FX-RATE-MASTER
           END-IF.

      ******************************************************************
      * THE SCAN WINDOW'S LAST DAY (AND SO THE RATE AS-OF DATE) IS
      * THE OFFICIAL BUSINESS DATE FROM THE BUSDCTL POSTING CALENDAR,
      * NOT THE WALL CLOCK. NO CONTROL FILE = WALL CLOCK, AS
      * EVERYWHERE ELSE.
      ******************************************************************
       0140-LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO WS-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
       0900-CLOSE-FILES.
           IF WS-AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-TRAIL
           END-IF
           IF INDEX-OPEN
               CLOSE AUDIT-DATE-INDEX
           END-IF.

       END PROGRAM SURV-SCAN.

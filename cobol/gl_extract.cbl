      *              double-entry records on the GLEXTR interface
      *              file, so the corporate ledger team ingests a
      *              machine extract instead of rekeying EOD-REPORT's
      *              console output. Only the extract date's entries
      *              are read - through the AUDDATE business-date
      *              index, not a scan of the whole trail.
      *
      *              Each posted transfer produces a DR leg against
      *              the source account's deposit-liability GL

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

           SELECT GL-EXTRACT-FILE ASSIGN TO "GLEXTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTR-FILE-STATUS.
       FD  AUDIT-TRAIL.
       COPY AUDITREC.

       FD  AUDIT-DATE-INDEX.
       COPY DATEXREC.

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD           PIC X(100).

       01  WS-FILE-STATUSES.
           05  WS-PARM-FILE-STATUS     PIC XX.
           05  WS-AUDIT-FILE-STATUS    PIC XX.
           05  WS-ADX-FILE-STATUS      PIC XX.
           05  WS-EXTR-FILE-STATUS     PIC XX.
           05  WS-RATE-FILE-STATUS     PIC XX.
           05  WS-BUSD-FILE-STATUS     PIC XX.
               88  EOF-AUDIT           VALUE 'Y'.
           05  WS-RUN-REGISTERED       PIC X VALUE 'N'.
               88  RUN-REGISTERED      VALUE 'Y'.
           05  WS-INDEX-OPEN           PIC X VALUE 'N'.
               88  INDEX-OPEN          VALUE 'Y'.
           05  WS-AUDIT-FOUND          PIC X VALUE 'N'.
               88  AUDIT-FOUND         VALUE 'Y'.

       01  WS-EXTRACT-DATE             PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).
      ******************************************************************
      * REGISTER THIS STEP WITH RUN-CONTROL BEFORE TOUCHING DATA -
      * THE TIE-OUT MUST HAVE PASSED FOR THE BUSINESS DATE (A
      * LEDGER EXTRACT OF AN UNRECONCILED DAY HELPS NOBODY) AND
      * AUD-VERIFY MUST HAVE PROVED THE AUDIT HASH CHAINS INTACT (NOR
      * ONE OF A TAMPERED AUDIT TRAIL), AND A
      * DUPLICATE RUN IS REFUSED UNLESS AN OPERATOR AUTHORIZED A
      * RERUN THROUGH RUN-RESET. A BACK-DATED RUN (GLPARM OVERRODE
      * THE EXTRACT DATE) IS A DELIBERATE OPERATOR REPRODUCTION OF A
           ELSE
               MOVE "GLEXTR" TO WS-RUN-STEP
               MOVE "POSTIE" TO WS-RUN-PREREQ-1
               MOVE "AUDVRFY" TO WS-RUN-PREREQ-2
               MOVE SPACES TO WS-RUN-PREREQ-3
               CALL "RUN-START" USING WS-RUN-REQUEST WS-RUN-RESPONSE
               END-CALL
               DISPLAY "WARNING: Audit trail unavailable (status "
                       WS-AUDIT-FILE-STATUS "), extract will be empty"
               MOVE 'Y' TO WS-EOF-AUDIT
           ELSE
               PERFORM 0120-OPEN-DATE-INDEX
           END-IF
           OPEN OUTPUT GL-EXTRACT-FILE.

      ******************************************************************
      * THE EXTRACT DATE'S ENTRIES ARE READ THROUGH THE AUDDATE
      * BUSINESS-DATE INDEX. A TRAIL WITH NO INDEX IS A HARD STOP -
      * READING NOTHING WOULD SEND THE LEDGER AN EMPTY, BALANCED DAY.
      ******************************************************************
       0120-OPEN-DATE-INDEX.
           OPEN INPUT AUDIT-DATE-INDEX
           IF WS-ADX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Business-date index AUDDATE unavailable"
                       " (status " WS-ADX-FILE-STATUS ") - run "
                       "DATE-XREF-BUILD before extracting"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'Y' TO WS-INDEX-OPEN
           MOVE WS-EXTRACT-DATE TO ADX-BUS-DATE
           MOVE LOW-VALUES TO ADX-TX-ID
           START AUDIT-DATE-INDEX KEY NOT < ADX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-AUDIT
           END-START.

      ******************************************************************
      * THE EXTRACT DATE COMES FROM GLPARM WHEN PRESENT AND NUMERIC;
      * OTHERWISE TODAY IS EXTRACTED (THE NORMAL NIGHTLY CASE)
           MOVE WS-GL-HEADER TO GL-EXTRACT-RECORD
           WRITE GL-EXTRACT-RECORD.

      ******************************************************************
      * NEXT AUDIT ENTRY OF THE EXTRACT DATE: READ THE NEXT INDEX
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
                       IF ADX-BUS-DATE > WS-EXTRACT-DATE
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
      * WRITE THE DR AND CR LEGS FOR ONE POSTED AUDIT ENTRY, PLUS AN
           IF WS-AUDIT-FILE-STATUS NOT = "35"
               CLOSE AUDIT-TRAIL
           END-IF
           IF INDEX-OPEN
               CLOSE AUDIT-DATE-INDEX
           END-IF
           CLOSE GL-EXTRACT-FILE.

       END PROGRAM GL-EXTRACT.

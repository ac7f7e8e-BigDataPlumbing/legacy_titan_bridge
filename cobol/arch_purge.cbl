      *              prior-period transaction or statement is still
      *              served without ops restoring files by hand.
      *
      *              AUDDATE, the business-date index over AUDTRAIL,
      *              is not archived - it only points at entries.
      *              Each purged audit entry's index record is
      *              dropped with it; an index record left behind
      *              is harmless (readers skip an entry no longer
      *              on AUDTRAIL) and DATE-XREF-BUILD clears it.
      *
      * Input (ARCHPARM), one record:
      *              AP-RETENTION-DAYS 9(5) - records dated before
      *              business date minus this many days are archived.
               RECORD KEY IS AXR-KEY
               FILE STATUS IS WS-XRFARCH-FILE-STATUS.

           SELECT AUDIT-DATE-INDEX ASSIGN TO "AUDDATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADX-KEY
               FILE STATUS IS WS-ADX-FILE-STATUS.

           SELECT POSITION-HISTORY ASSIGN TO "POSHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       COPY XREFREC REPLACING ==XREF-RECORD== BY ==XRF-ARCH-RECORD==
           LEADING ==XRF-== BY ==AXR-==.

       FD  AUDIT-DATE-INDEX.
       COPY DATEXREC.

       FD  POSITION-HISTORY.
       COPY POSREC.

           05  WS-AUDARCH-FILE-STATUS  PIC XX.
           05  WS-XREF-FILE-STATUS     PIC XX.
           05  WS-XRFARCH-FILE-STATUS  PIC XX.
           05  WS-ADX-FILE-STATUS      PIC XX.
           05  WS-POS-FILE-STATUS      PIC XX.
           05  WS-POSARCH-FILE-STATUS  PIC XX.
           05  WS-HOLD-FILE-STATUS     PIC XX.
               88  PEND-QUEUE-OPEN     VALUE 'Y'.
           05  WS-CAPTURE-CLOSED       PIC X VALUE 'N'.
               88  CAPTURE-CLOSED      VALUE 'Y'.
           05  WS-DATE-INDEX-OPEN      PIC X VALUE 'N'.
               88  DATE-INDEX-OPEN     VALUE 'Y'.

       01  WS-TODAY                    PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).
       01  WS-CUTOFF-DATE              PIC X(8).
       01  WS-DATE-NUM                 PIC 9(8) VALUE 0.
       01  WS-DATE-INT                 PIC 9(8) VALUE 0.
       01  WS-CNT-ADX-DROPPED          PIC 9(7) VALUE 0.

      ******************************************************************
      * PER-FILE CONTROL TOTALS - RESET FOR EACH OF THE SIX FILES.
               IF WS-PEND-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-PEND-QUEUE-OPEN
               END-IF
               MOVE 'N' TO WS-DATE-INDEX-OPEN
               OPEN I-O AUDIT-DATE-INDEX
               IF WS-ADX-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-DATE-INDEX-OPEN
               END-IF
               MOVE 'A' TO WS-PHASE
               PERFORM 1100-SWEEP-AUDIT-TRAIL
               PERFORM 0300-JUDGE-ARCHIVE-PHASE
               IF PEND-QUEUE-OPEN
                   CLOSE PENDING-APPROVAL
               END-IF
               IF DATE-INDEX-OPEN
                   CLOSE AUDIT-DATE-INDEX
               END-IF
               DISPLAY "AUDTRAIL:   SELECTED " WS-CNT-SELECTED
                       " ARCHIVED " WS-CNT-ARCHIVED
                       " EXISTING " WS-CNT-EXISTING
                       " PURGED " WS-CNT-PURGED
               DISPLAY "AUDDATE:    INDEX RECORDS DROPPED "
                       WS-CNT-ADX-DROPPED
           END-IF.

       1100-SWEEP-AUDIT-TRAIL.
                       ADD 1 TO WS-CNT-FAILED
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-PURGED
                       PERFORM 1250-DROP-DATE-INDEX
               END-DELETE
           END-IF.

      ******************************************************************
      * THE PURGED ENTRY'S AUDDATE INDEX RECORD GOES WITH IT. NOT
      * PART OF THE PURGE GATE - AN INDEX RECORD NOT ON FILE (ENTRY
      * WRITTEN BEFORE THE INDEX EXISTED) OR NOT DROPPED IS HARMLESS.
      ******************************************************************
       1250-DROP-DATE-INDEX.
           IF DATE-INDEX-OPEN
               MOVE AUD-TIMESTAMP(1:8) TO ADX-BUS-DATE
               MOVE AUD-TX-ID TO ADX-TX-ID
               DELETE AUDIT-DATE-INDEX
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-ADX-DROPPED
               END-DELETE
           END-IF.


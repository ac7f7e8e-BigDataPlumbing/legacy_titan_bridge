      ******************************************************************
      * LEGACY TITAN BRIDGE - AUDIT BUSINESS-DATE INDEX REBUILD
      ******************************************************************
      * Program:     DATE-XREF-BUILD
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     One-time (and disaster-recovery) utility that
      *              rebuilds the AUDDATE business-date index from an
      *              existing AUDTRAIL: one record per audit entry,
      *              whatever its status, under the entry's own
      *              business date - the same records CORE-BANKING
      *              writes as it logs. A second pass drops index
      *              records that no longer point at an entry of
      *              that date (purged by ARCH-PURGE, or restamped
      *              under another date). Rerun-safe - records
      *              already on file are quietly left alone. Run
      *              this once before the first nightly run on an
      *              audit trail that predates the index.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATE-XREF-BUILD.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
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

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL.
       COPY AUDITREC.

       FD  AUDIT-DATE-INDEX.
       COPY DATEXREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUDIT-FILE-STATUS    PIC XX.
           05  WS-ADX-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-AUDIT            PIC X VALUE 'N'.
               88  EOF-AUDIT           VALUE 'Y'.
           05  WS-EOF-INDEX            PIC X VALUE 'N'.
               88  EOF-INDEX           VALUE 'Y'.
           05  WS-ENTRY-STALE          PIC X VALUE 'N'.
               88  ENTRY-STALE         VALUE 'Y'.
           05  WS-AUDIT-OPEN           PIC X VALUE 'N'.
               88  AUDIT-OPEN          VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-WRITTEN        PIC 9(7) VALUE 0.
           05  WS-COUNT-EXISTING       PIC 9(7) VALUE 0.
           05  WS-COUNT-INDEX-READ     PIC 9(7) VALUE 0.
           05  WS-COUNT-DROPPED        PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           PERFORM 0100-OPEN-FILES

           PERFORM 0200-READ-AUDIT
           PERFORM UNTIL EOF-AUDIT
               ADD 1 TO WS-COUNT-READ
               PERFORM 0300-WRITE-DATE-INDEX
               PERFORM 0200-READ-AUDIT
           END-PERFORM

      *    Second pass only once the trail itself could be read - an
      *    unavailable AUDTRAIL must not be taken as "every entry
      *    purged"
           IF AUDIT-OPEN
               PERFORM 0400-START-INDEX
               PERFORM 0450-READ-INDEX
               PERFORM UNTIL EOF-INDEX
                   ADD 1 TO WS-COUNT-INDEX-READ
                   PERFORM 0500-CHECK-INDEX-ENTRY
                   PERFORM 0450-READ-INDEX
               END-PERFORM
           END-IF

           PERFORM 0900-CLOSE-FILES

           DISPLAY "=== DATE-XREF-BUILD SUMMARY ==="
           DISPLAY "AUDIT RECORDS READ:    " WS-COUNT-READ
           DISPLAY "INDEX RECORDS ADDED:   " WS-COUNT-WRITTEN
           DISPLAY "ALREADY ON FILE:       " WS-COUNT-EXISTING
           DISPLAY "INDEX RECORDS CHECKED: " WS-COUNT-INDEX-READ
           DISPLAY "STALE RECORDS DROPPED: " WS-COUNT-DROPPED
           DISPLAY "==============================="
           STOP RUN.

       0100-OPEN-FILES.
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS = "00"
               MOVE 'Y' TO WS-AUDIT-OPEN
           ELSE
               DISPLAY "WARNING: Audit trail unavailable (status "
                       WS-AUDIT-FILE-STATUS "), nothing to build"
               MOVE 'Y' TO WS-EOF-AUDIT
           END-IF
           OPEN I-O AUDIT-DATE-INDEX
           IF WS-ADX-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-DATE-INDEX
               CLOSE AUDIT-DATE-INDEX
               OPEN I-O AUDIT-DATE-INDEX
           END-IF.

       0200-READ-AUDIT.
           IF NOT EOF-AUDIT
               READ AUDIT-TRAIL NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-AUDIT
               END-READ
           END-IF.

      ******************************************************************
      * INDEX THE AUDIT ENTRY IN THE BUFFER UNDER ITS BUSINESS DATE -
      * SAME RECORD CORE-BANKING'S 1780-WRITE-DATE-INDEX PRODUCES
      ******************************************************************
       0300-WRITE-DATE-INDEX.
           MOVE AUD-TIMESTAMP(1:8) TO ADX-BUS-DATE
           MOVE AUD-TX-ID TO ADX-TX-ID
           WRITE AUD-DATE-RECORD
               INVALID KEY
                   ADD 1 TO WS-COUNT-EXISTING
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-WRITTEN
           END-WRITE.

       0400-START-INDEX.
           MOVE LOW-VALUES TO ADX-KEY
           START AUDIT-DATE-INDEX KEY NOT < ADX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-INDEX
           END-START.

       0450-READ-INDEX.
           IF NOT EOF-INDEX
               READ AUDIT-DATE-INDEX NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-INDEX
               END-READ
           END-IF.

      ******************************************************************
      * AN INDEX RECORD IS STALE WHEN ITS ENTRY IS NO LONGER ON
      * AUDTRAIL OR NOW CARRIES ANOTHER BUSINESS DATE - DROP IT SO
      * THE NIGHTLY READERS DO NOT KEEP PAYING FOR IT
      ******************************************************************
       0500-CHECK-INDEX-ENTRY.
           MOVE 'N' TO WS-ENTRY-STALE
           MOVE ADX-TX-ID TO AUD-TX-ID
           READ AUDIT-TRAIL
               INVALID KEY
                   MOVE 'Y' TO WS-ENTRY-STALE
               NOT INVALID KEY
                   IF AUD-TIMESTAMP(1:8) NOT = ADX-BUS-DATE
                       MOVE 'Y' TO WS-ENTRY-STALE
                   END-IF
           END-READ
           IF ENTRY-STALE
               DELETE AUDIT-DATE-INDEX
                   INVALID KEY
                       DISPLAY "WARNING: Could not drop index record "
                               ADX-BUS-DATE " " ADX-TX-ID
                   NOT INVALID KEY
                       ADD 1 TO WS-COUNT-DROPPED
               END-DELETE
           END-IF.

       0900-CLOSE-FILES.
           IF AUDIT-OPEN
               CLOSE AUDIT-TRAIL
           END-IF
           CLOSE AUDIT-DATE-INDEX.

       END PROGRAM DATE-XREF-BUILD.

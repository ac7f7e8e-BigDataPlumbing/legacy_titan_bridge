      ******************************************************************
      * LEGACY TITAN BRIDGE - WATCH-LIST LOAD UTILITY
      ******************************************************************
      * Program:     SANC-LOAD
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Batch that loads the WATCHLST sanctions / watch-
      *              list master from a control-totaled list feed
      *              (WLSTIN), one list source per feed. The run is
      *              all-or-nothing at the file level like FX-RATE-
      *              LOAD: a first pass proves the frame (header first
      *              with a list source and numeric list date, every
      *              detail a numeric nonzero entry id with a known
      *              entry type and a name or bank id, trailer last
      *              with matching count and entry-id hash) before
      *              anything is applied, so a truncated list can
      *              never quietly drop the names it lost.
      *
      *              Each feed is a full snapshot of its source. The
      *              second pass adds new entries, rewrites changed
      *              or relisted ones and then marks delisted every
      *              entry of the same source the feed no longer
      *              carries - delisted, not deleted, so the hit
      *              trail can still name what it matched. Entries of
      *              other list sources are not touched. A feed with
      *              no entries is refused: it would delist the whole
      *              source.
      *
      *              When the run changes anything, SANCCTL's list
      *              version is stamped with the run timestamp so the
      *              next SANC-RESCREEN rescreens the customer master
      *              against the new list.
      *
      * Input (WLSTIN), record type in column 1:
      *   'H' header  - list source, list date YYYYMMDD, loaded-by
      *                 operator
      *   'D' detail  - entry id 9(12), entry type ('N' name, 'B'
      *                 bank id), name or BIC
      *   'T' trailer - detail record count, entry-id hash total (sum
      *                 of detail entry ids)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANC-LOAD.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-INPUT-FILE ASSIGN TO "WLSTIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT WATCH-LIST ASSIGN TO "WATCHLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WATCH-FILE-STATUS.

           SELECT SANC-CONTROL-FILE ASSIGN TO "SANCCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-INPUT-FILE.
       01  LIST-INPUT-RECORD.
           05  LI-RECORD-TYPE          PIC X(1).
               88  LI-HEADER           VALUE 'H'.
               88  LI-DETAIL           VALUE 'D'.
               88  LI-TRAILER          VALUE 'T'.
           05  LI-RECORD-BODY          PIC X(53).
           05  LI-HEADER-BODY REDEFINES LI-RECORD-BODY.
               10  LH-LIST-SOURCE      PIC X(8).
               10  LH-LIST-DATE        PIC X(8).
               10  LH-LOADED-BY        PIC X(8).
               10  FILLER              PIC X(29).
           05  LI-DETAIL-BODY REDEFINES LI-RECORD-BODY.
               10  LD-ENTRY-ID         PIC X(12).
               10  LD-ENTRY-ID-NUM REDEFINES LD-ENTRY-ID
                                       PIC 9(12).
               10  LD-ENTRY-TYPE       PIC X(1).
               10  LD-NAME             PIC X(40).
           05  LI-TRAILER-BODY REDEFINES LI-RECORD-BODY.
               10  LT-RECORD-COUNT     PIC 9(7).
               10  LT-HASH-TOTAL       PIC 9(15).
               10  FILLER              PIC X(31).

       FD  WATCH-LIST.
       COPY WATCHREC.

       FD  SANC-CONTROL-FILE.
       COPY SANCCREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-INPUT-FILE-STATUS    PIC XX.
           05  WS-WATCH-FILE-STATUS    PIC XX.
           05  WS-CTL-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-INPUT            PIC X VALUE 'N'.
               88  EOF-INPUT           VALUE 'Y'.
           05  WS-RUN-OK               PIC X VALUE 'Y'.
               88  RUN-OK              VALUE 'Y'.
           05  WS-HEADER-SEEN          PIC X VALUE 'N'.
               88  HEADER-SEEN         VALUE 'Y'.
           05  WS-TRAILER-SEEN         PIC X VALUE 'N'.
               88  TRAILER-SEEN        VALUE 'Y'.
           05  WS-EOF-WATCH            PIC X VALUE 'N'.
               88  EOF-WATCH           VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(26).

       01  WS-FEED-CONTROL.
           05  WS-LIST-SOURCE          PIC X(8).
           05  WS-LIST-DATE            PIC X(8).
           05  WS-LOADED-BY            PIC X(8).
           05  WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
           05  WS-ID-HASH              PIC 9(15) VALUE 0.
           05  WS-TRAILER-COUNT        PIC 9(7) VALUE 0.
           05  WS-TRAILER-HASH         PIC 9(15) VALUE 0.

       01  WS-COUNTERS.
           05  WS-COUNT-READ           PIC 9(7) VALUE 0.
           05  WS-COUNT-ADDED          PIC 9(7) VALUE 0.
           05  WS-COUNT-CHANGED        PIC 9(7) VALUE 0.
           05  WS-COUNT-RELISTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-UNCHANGED      PIC 9(7) VALUE 0.
           05  WS-COUNT-DELISTED       PIC 9(7) VALUE 0.
           05  WS-COUNT-FAILED         PIC 9(7) VALUE 0.

       01  WS-LIST-CHANGES             PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           PERFORM 0100-VALIDATE-FEED
           IF RUN-OK
               PERFORM 0250-APPLY-FEED
           ELSE
               DISPLAY "RUN REJECTED - NOTHING APPLIED"
               MOVE 8 TO RETURN-CODE
           END-IF

           DISPLAY "=== SANC-LOAD SUMMARY ==="
           DISPLAY "LIST SOURCE:       " WS-LIST-SOURCE
           DISPLAY "RECORDS READ:      " WS-COUNT-READ
           DISPLAY "ENTRIES ADDED:     " WS-COUNT-ADDED
           DISPLAY "ENTRIES CHANGED:   " WS-COUNT-CHANGED
           DISPLAY "ENTRIES RELISTED:  " WS-COUNT-RELISTED
           DISPLAY "ENTRIES UNCHANGED: " WS-COUNT-UNCHANGED
           DISPLAY "ENTRIES DELISTED:  " WS-COUNT-DELISTED
           DISPLAY "ENTRIES FAILED:    " WS-COUNT-FAILED
           DISPLAY "========================="
           IF WS-COUNT-FAILED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      ******************************************************************
      * PASS 1 - PROVE THE FEED'S FRAME BEFORE TOUCHING THE LIST:
      * HEADER FIRST, EVERY DETAIL VALID, TRAILER LAST WITH MATCHING
      * COUNT AND ENTRY-ID HASH, NOTHING AFTER THE TRAILER - SAME
      * ALL-OR-NOTHING GATE AS FX-RATE-LOAD
      ******************************************************************
       0100-VALIDATE-FEED.
           OPEN INPUT LIST-INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open WLSTIN (status "
                       WS-INPUT-FILE-STATUS ")"
               MOVE 'N' TO WS-RUN-OK
               MOVE 'Y' TO WS-EOF-INPUT
           END-IF

           PERFORM 0200-READ-INPUT
           PERFORM UNTIL EOF-INPUT
               ADD 1 TO WS-COUNT-READ
               PERFORM 0110-VALIDATE-ONE-RECORD
               PERFORM 0200-READ-INPUT
           END-PERFORM

           IF WS-INPUT-FILE-STATUS NOT = "35"
               CLOSE LIST-INPUT-FILE
           END-IF

           IF RUN-OK AND NOT HEADER-SEEN
               DISPLAY "ERROR: Feed has no header record"
               MOVE 'N' TO WS-RUN-OK
           END-IF
           IF RUN-OK AND NOT TRAILER-SEEN
               DISPLAY "ERROR: Feed has no trailer record - possible "
                       "truncation"
               MOVE 'N' TO WS-RUN-OK
           END-IF

           IF RUN-OK AND WS-TRAILER-COUNT NOT = WS-DETAIL-COUNT
               DISPLAY "ERROR: Trailer count " WS-TRAILER-COUNT
                       " does not match details read "
                       WS-DETAIL-COUNT
               MOVE 'N' TO WS-RUN-OK
           END-IF

           IF RUN-OK
               IF WS-TRAILER-HASH NOT = WS-ID-HASH
                   DISPLAY "ERROR: Trailer hash total does not match "
                           "sum of detail entry ids"
                   MOVE 'N' TO WS-RUN-OK
               END-IF
           END-IF

      *    The feed is a full snapshot - an empty one would delist
      *    every entry of the source and leave nothing to screen
           IF RUN-OK AND WS-DETAIL-COUNT = 0
               DISPLAY "ERROR: Feed carries no entries for "
                       WS-LIST-SOURCE " - would delist the whole list"
               MOVE 'N' TO WS-RUN-OK
           END-IF.

       0110-VALIDATE-ONE-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   DISPLAY "ERROR: Record follows the trailer at "
                           "line " WS-COUNT-READ
                   MOVE 'N' TO WS-RUN-OK
               WHEN LI-HEADER
                   PERFORM 0120-VALIDATE-HEADER
               WHEN LI-DETAIL
                   PERFORM 0130-VALIDATE-DETAIL
               WHEN LI-TRAILER
                   PERFORM 0140-VALIDATE-TRAILER
               WHEN OTHER
                   DISPLAY "ERROR: Unknown record type '"
                           LI-RECORD-TYPE "' at line " WS-COUNT-READ
                   MOVE 'N' TO WS-RUN-OK
           END-EVALUATE.

       0120-VALIDATE-HEADER.
           IF HEADER-SEEN
               DISPLAY "ERROR: More than one header record"
               MOVE 'N' TO WS-RUN-OK
           END-IF
           IF WS-COUNT-READ NOT = 1
               DISPLAY "ERROR: Header is not the first record"
               MOVE 'N' TO WS-RUN-OK
           END-IF
           MOVE 'Y' TO WS-HEADER-SEEN

           IF LH-LIST-SOURCE = SPACES
               DISPLAY "ERROR: Header list source is blank"
               MOVE 'N' TO WS-RUN-OK
           END-IF
           IF LH-LIST-DATE NOT NUMERIC
               DISPLAY "ERROR: Header list date '"
                       LH-LIST-DATE "' not numeric"
               MOVE 'N' TO WS-RUN-OK
           END-IF
           MOVE LH-LIST-SOURCE TO WS-LIST-SOURCE
           MOVE LH-LIST-DATE TO WS-LIST-DATE
           MOVE LH-LOADED-BY TO WS-LOADED-BY.

       0130-VALIDATE-DETAIL.
           IF NOT HEADER-SEEN
               DISPLAY "ERROR: Detail before header at line "
                       WS-COUNT-READ
               MOVE 'N' TO WS-RUN-OK
           END-IF
           ADD 1 TO WS-DETAIL-COUNT

           IF LD-ENTRY-ID NOT NUMERIC
               DISPLAY "ERROR: Entry id not numeric at line "
                       WS-COUNT-READ
               MOVE 'N' TO WS-RUN-OK
           ELSE
               IF LD-ENTRY-ID-NUM = ZEROS
                   DISPLAY "ERROR: Zero entry id at line "
                           WS-COUNT-READ
                   MOVE 'N' TO WS-RUN-OK
               ELSE
                   ADD LD-ENTRY-ID-NUM TO WS-ID-HASH
               END-IF
           END-IF

           IF LD-NAME = SPACES
               DISPLAY "ERROR: Blank name at line " WS-COUNT-READ
               MOVE 'N' TO WS-RUN-OK
           END-IF

      *    A bank entry is a BIC: 8 characters (every branch) or 11
      *    (one branch), nothing after it
           EVALUATE LD-ENTRY-TYPE
               WHEN "N"
                   CONTINUE
               WHEN "B"
                   IF LD-NAME(1:8) = SPACES
                           OR LD-NAME(12:29) NOT = SPACES
                           OR (LD-NAME(9:3) NOT = SPACES
                               AND (LD-NAME(9:1) = SPACE
                                 OR LD-NAME(10:1) = SPACE
                                 OR LD-NAME(11:1) = SPACE))
                       DISPLAY "ERROR: Bank entry '" LD-NAME(1:11)
                               "' is not an 8 or 11 character BIC "
                               "at line " WS-COUNT-READ
                       MOVE 'N' TO WS-RUN-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "ERROR: Unknown entry type '"
                           LD-ENTRY-TYPE "' at line " WS-COUNT-READ
                   MOVE 'N' TO WS-RUN-OK
           END-EVALUATE.

       0140-VALIDATE-TRAILER.
           IF NOT HEADER-SEEN
               DISPLAY "ERROR: Trailer before header"
               MOVE 'N' TO WS-RUN-OK
           END-IF
           MOVE 'Y' TO WS-TRAILER-SEEN
           IF LT-RECORD-COUNT NOT NUMERIC
                   OR LT-HASH-TOTAL NOT NUMERIC
               DISPLAY "ERROR: Trailer count or hash not numeric"
               MOVE 'N' TO WS-RUN-OK
           ELSE
      *        Capture the trailer controls while the record is
      *        current - the record area is gone after AT END/CLOSE
               MOVE LT-RECORD-COUNT TO WS-TRAILER-COUNT
               MOVE LT-HASH-TOTAL TO WS-TRAILER-HASH
           END-IF.

      ******************************************************************
      * PASS 2 - THE FRAME PROVED OUT; REOPEN THE FEED AND LOAD EACH
      * ENTRY, THEN DELIST WHAT THE SNAPSHOT NO LONGER CARRIES
      ******************************************************************
       0250-APPLY-FEED.
           OPEN INPUT LIST-INPUT-FILE
           OPEN I-O WATCH-LIST
           IF WS-WATCH-FILE-STATUS = "35"
               OPEN OUTPUT WATCH-LIST
               CLOSE WATCH-LIST
               OPEN I-O WATCH-LIST
           END-IF
           MOVE 'N' TO WS-EOF-INPUT

           PERFORM 0200-READ-INPUT
           PERFORM UNTIL EOF-INPUT
               IF LI-DETAIL
                   PERFORM 0300-APPLY-ONE-ENTRY
               END-IF
               PERFORM 0200-READ-INPUT
           END-PERFORM

           PERFORM 0400-DELIST-DROPPED

           COMPUTE WS-LIST-CHANGES = WS-COUNT-ADDED
               + WS-COUNT-CHANGED + WS-COUNT-RELISTED
               + WS-COUNT-DELISTED
           IF WS-LIST-CHANGES > 0
               PERFORM 0500-STAMP-LIST-VERSION
           ELSE
               DISPLAY "List unchanged - rescreen not required"
           END-IF

           PERFORM 0900-CLOSE-FILES.

       0200-READ-INPUT.
           IF NOT EOF-INPUT
               READ LIST-INPUT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-INPUT
               END-READ
           END-IF.

      ******************************************************************
      * ADD A NEW ENTRY, OR REWRITE A KNOWN ONE. EVERY ENTRY THE FEED
      * CARRIES IS STAMPED WITH THIS RUN'S TIMESTAMP SO THE DELIST
      * SWEEP CAN TELL WHICH ONES IT DROPPED.
      ******************************************************************
       0300-APPLY-ONE-ENTRY.
           MOVE WS-LIST-SOURCE TO WL-LIST-SOURCE
           MOVE LD-ENTRY-ID TO WL-ENTRY-ID
           READ WATCH-LIST
               INVALID KEY
                   PERFORM 0310-ADD-ENTRY
               NOT INVALID KEY
                   PERFORM 0320-REFRESH-ENTRY
           END-READ.

       0310-ADD-ENTRY.
           MOVE LD-ENTRY-TYPE TO WL-ENTRY-TYPE
           MOVE LD-NAME TO WL-NAME
           SET WL-LISTED TO TRUE
           MOVE WS-LIST-DATE TO WL-LIST-DATE
           MOVE WS-LOADED-BY TO WL-LOADED-BY
           MOVE WS-TIMESTAMP TO WL-LOADED-TS
           WRITE WATCH-RECORD
               INVALID KEY
                   ADD 1 TO WS-COUNT-FAILED
                   DISPLAY "WARNING: Could not add entry "
                           WS-LIST-SOURCE "/" LD-ENTRY-ID
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-ADDED
           END-WRITE.

       0320-REFRESH-ENTRY.
      *    Already stamped by this run - the feed carries the same
      *    entry id twice, and the second one must not silently win
           IF WL-LOADED-TS = WS-TIMESTAMP
               ADD 1 TO WS-COUNT-FAILED
               DISPLAY "WARNING: Entry " WS-LIST-SOURCE "/"
                       LD-ENTRY-ID " appears more than once - "
                       "first occurrence kept"
           ELSE
               EVALUATE TRUE
                   WHEN WL-DELISTED
                       ADD 1 TO WS-COUNT-RELISTED
                   WHEN WL-ENTRY-TYPE NOT = LD-ENTRY-TYPE
                           OR WL-NAME NOT = LD-NAME
                       ADD 1 TO WS-COUNT-CHANGED
                   WHEN OTHER
                       ADD 1 TO WS-COUNT-UNCHANGED
               END-EVALUATE
               MOVE LD-ENTRY-TYPE TO WL-ENTRY-TYPE
               MOVE LD-NAME TO WL-NAME
               SET WL-LISTED TO TRUE
               MOVE WS-LIST-DATE TO WL-LIST-DATE
               MOVE WS-LOADED-BY TO WL-LOADED-BY
               MOVE WS-TIMESTAMP TO WL-LOADED-TS
               REWRITE WATCH-RECORD
                   INVALID KEY
                       ADD 1 TO WS-COUNT-FAILED
                       DISPLAY "WARNING: Could not rewrite entry "
                               WS-LIST-SOURCE "/" LD-ENTRY-ID
               END-REWRITE
           END-IF.

      ******************************************************************
      * DELIST EVERY LISTED ENTRY OF THIS SOURCE THE FEED DID NOT
      * CARRY. OTHER SOURCES SORT OUTSIDE THE KEY RANGE AND ARE NEVER
      * READ.
      ******************************************************************
       0400-DELIST-DROPPED.
           MOVE 'N' TO WS-EOF-WATCH
           MOVE WS-LIST-SOURCE TO WL-LIST-SOURCE
           MOVE LOW-VALUES TO WL-ENTRY-ID
           START WATCH-LIST KEY IS NOT LESS THAN WL-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-WATCH
           END-START
           PERFORM UNTIL EOF-WATCH
               READ WATCH-LIST NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-WATCH
                   NOT AT END
                       IF WL-LIST-SOURCE NOT = WS-LIST-SOURCE
                           MOVE 'Y' TO WS-EOF-WATCH
                       ELSE
                           IF WL-LISTED
                                   AND WL-LOADED-TS NOT = WS-TIMESTAMP
                               PERFORM 0410-DELIST-ONE-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       0410-DELIST-ONE-ENTRY.
           SET WL-DELISTED TO TRUE
           MOVE WS-LIST-DATE TO WL-LIST-DATE
           MOVE WS-LOADED-BY TO WL-LOADED-BY
           MOVE WS-TIMESTAMP TO WL-LOADED-TS
           REWRITE WATCH-RECORD
               INVALID KEY
                   ADD 1 TO WS-COUNT-FAILED
                   DISPLAY "WARNING: Could not delist entry "
                           WL-LIST-SOURCE "/" WL-ENTRY-ID
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-DELISTED
                   DISPLAY "DELISTED: " WL-LIST-SOURCE "/"
                           WL-ENTRY-ID " " WL-NAME
           END-REWRITE.

      ******************************************************************
      * STAMP THE NEW LIST VERSION, KEEPING THE VERSION THE CUSTOMER
      * MASTER WAS LAST RESCREENED AGAINST
      ******************************************************************
       0500-STAMP-LIST-VERSION.
           MOVE SPACES TO SANC-CTL-RECORD
           OPEN INPUT SANC-CONTROL-FILE
           IF WS-CTL-FILE-STATUS = "00"
               READ SANC-CONTROL-FILE
                   AT END
                       MOVE SPACES TO SANC-CTL-RECORD
               END-READ
               CLOSE SANC-CONTROL-FILE
           END-IF

           MOVE WS-TIMESTAMP TO SC-LIST-VERSION
           MOVE WS-LIST-SOURCE TO SC-LIST-SOURCE
           OPEN OUTPUT SANC-CONTROL-FILE
           IF WS-CTL-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open SANCCTL for output "
                       "(status " WS-CTL-FILE-STATUS ")"
               ADD 1 TO WS-COUNT-FAILED
           ELSE
               WRITE SANC-CTL-RECORD
               IF WS-CTL-FILE-STATUS NOT = "00"
                   DISPLAY "ERROR: Cannot write SANCCTL (status "
                           WS-CTL-FILE-STATUS ")"
                   ADD 1 TO WS-COUNT-FAILED
               END-IF
               CLOSE SANC-CONTROL-FILE
           END-IF.

       0900-CLOSE-FILES.
           CLOSE LIST-INPUT-FILE
           CLOSE WATCH-LIST.

       END PROGRAM SANC-LOAD.

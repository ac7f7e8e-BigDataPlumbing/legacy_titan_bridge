      ******************************************************************
      * LEGACY TITAN BRIDGE - AUDIT TRAIL HASH CHAIN VERIFICATION
      ******************************************************************
      * Program:     AUD-VERIFY
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Nightly tamper check over the audit trail.
      *              CORE-BANKING seals every AUDTRAIL entry into its
      *              business date's hash chain: AUD-HASH covers the
      *              entry's own fields, its chain position and the
      *              previous entry's link hash, and the AUDCHAIN
      *              file records each position's TX-ID and link
      *              hash plus the day's head. This job walks every
      *              day's chain in order, fetching each entry from
      *              AUDTRAIL (or AUDTARCH once ARCH-PURGE has moved
      *              the day), recomputes its hash and re-checks the
      *              links. Each exception is printed with its
      *              TX-ID:
      *
      *                ALTERED      - recomputed hash differs from
      *                               AUD-HASH, or the entry's link
      *                               hash differs from the chain's
      *                BROKEN LINK  - AUD-PREV-HASH is not the
      *                               previous position's link hash
      *                MISSING      - a position with no entry on
      *                               either file (deleted), a gap
      *                               in the sequence, or a chain
      *                               shorter than its head says
      *                MISPLACED    - an entry whose own chain date/
      *                               sequence disagree with the
      *                               position it is linked at
      *                UNATTESTED   - AUD-HASH moved off the link
      *                               hash with no -AP/-RJ/-EX
      *                               decision entry vouching for
      *                               the new hash
      *                REVERSAL     - reversed flag, AUD-REVERSED-BY
      *                               and the reversal entry's
      *                               AUD-REVERSAL-OF disagree
      *                UNLINKED     - an entry on file that no chain
      *                               position accounts for (an
      *                               insertion), or an unchained
      *                               entry dated after chaining
      *                               began
      *
      *              Entries written before chaining began carry no
      *              chain fields; they are counted, not failed.
      *              Only a clean run completes the RUN-CONTROL step
      *              AUDVRFY - GL-EXTRACT stands behind it, so a day
      *              that does not verify is never extracted. Any
      *              exception ends the job with RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUD-VERIFY.
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

           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDTARCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AAR-TX-ID
               FILE STATUS IS WS-AUDARCH-FILE-STATUS.

           SELECT AUDIT-CHAIN ASSIGN TO "AUDCHAIN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-KEY
               FILE STATUS IS WS-CHAIN-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUSD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-TRAIL.
       COPY AUDITREC.

      *    Archive layout is the live copybook with renamed data
      *    items - same convention as ARCH-PURGE
       FD  AUDIT-ARCHIVE.
       COPY AUDITREC REPLACING ==AUDIT-RECORD== BY ==AUD-ARCH-RECORD==
           LEADING ==AUD-== BY ==AAR-==.

       FD  AUDIT-CHAIN.
       COPY CHAINREC.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.

       WORKING-STORAGE SECTION.
      ******************************************************************
      * THE ENTRY UNDER CHECK AND A LOOKUP AREA FOR THE ENTRIES IT IS
      * PROVED AGAINST (DECISION ENTRIES, REVERSALS, ORIGINALS) -
      * WHICHEVER FILE A RECORD CAME FROM, IT IS WORKED IN THESE
      ******************************************************************
       COPY AUDITREC REPLACING ==AUDIT-RECORD== BY ==WS-ENTRY-RECORD==
           LEADING ==AUD-== BY ==ENT-==.

       COPY AUDITREC REPLACING ==AUDIT-RECORD== BY ==WS-LOOKUP-RECORD==
           LEADING ==AUD-== BY ==LKP-==.

       01  WS-FILE-STATUSES.
           05  WS-AUDIT-FILE-STATUS    PIC XX.
           05  WS-AUDARCH-FILE-STATUS  PIC XX.
           05  WS-CHAIN-FILE-STATUS    PIC XX.
           05  WS-BUSD-FILE-STATUS     PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-CHAIN            PIC X VALUE 'N'.
               88  EOF-CHAIN           VALUE 'Y'.
           05  WS-EOF-SWEEP            PIC X VALUE 'N'.
               88  EOF-SWEEP           VALUE 'Y'.
           05  WS-ARCH-AVAILABLE       PIC X VALUE 'N'.
               88  ARCH-AVAILABLE      VALUE 'Y'.
           05  WS-CHAIN-AVAILABLE      PIC X VALUE 'N'.
               88  CHAIN-AVAILABLE     VALUE 'Y'.
           05  WS-LOOKUP-FOUND-FLAG    PIC X VALUE 'N'.
               88  LOOKUP-FOUND        VALUE 'Y'.
           05  WS-LOOKUP-ARCHIVED-FLAG PIC X VALUE 'N'.
               88  LOOKUP-FROM-ARCHIVE VALUE 'Y'.
           05  WS-DAY-HEAD-FLAG        PIC X VALUE 'N'.
               88  DAY-HEAD-SEEN       VALUE 'Y'.
      *    Set after a gap or a missing entry: the next link's
      *    previous-hash cannot be judged against a position that was
      *    not there, and the gap itself is already reported
           05  WS-SKIP-PREV-FLAG       PIC X VALUE 'N'.
               88  SKIP-PREV-CHECK     VALUE 'Y'.
           05  WS-ATTESTED-FLAG        PIC X VALUE 'N'.
               88  REWRITE-ATTESTED    VALUE 'Y'.

       01  WS-TODAY                    PIC X(8).
       01  WS-TIMESTAMP                PIC X(26).

      ******************************************************************
      * CHAIN WALK STATE - THE DAY BEING WALKED, ITS HEAD, AND THE
      * POSITION BEFORE THE ONE UNDER CHECK
      ******************************************************************
       01  WS-WALK-WORK.
           05  WS-WALK-DATE            PIC X(8) VALUE SPACES.
           05  WS-FIRST-CHAIN-DATE     PIC X(8) VALUE SPACES.
           05  WS-EXPECT-SEQ           PIC 9(9) VALUE 0.
           05  WS-LAST-SEQ-SEEN        PIC 9(9) VALUE 0.
           05  WS-PREV-LINK-HASH       PIC X(64).
           05  WS-HEAD-LAST-SEQ        PIC 9(9) VALUE 0.
           05  WS-HEAD-LAST-HASH       PIC X(64).
           05  WS-HEAD-LAST-TX-ID      PIC X(32).
           05  WS-GAP-FROM             PIC 9(9) VALUE 0.
           05  WS-GAP-TO               PIC 9(9) VALUE 0.
           05  WS-LOOKUP-TX-ID         PIC X(32).
           05  WS-SUFFIX-IDX           PIC 9(1) VALUE 0.
           05  WS-DECISION-SUFFIXES    PIC X(9) VALUE "-AP-RJ-EX".
           05  WS-SWEEP-FILE-NAME      PIC X(8).

      ******************************************************************
      * EXCEPTION LINE
      ******************************************************************
       01  WS-EXCEPTION-WORK.
           05  WS-EXC-TYPE             PIC X(12).
           05  WS-EXC-TX-ID            PIC X(32).
           05  WS-EXC-DETAIL           PIC X(60).

      ******************************************************************
      * HASH WORK AREA - MUST STAY IN STEP WITH CORE-BANKING'S
      * WS-HASH-SOURCE, 1600-GENERATE-HASH AND 1650-LOAD-HASH-SOURCE:
      * SAME FIELDS IN THE SAME ORDER, SAME SEEDS, PRIMES AND MODULUS
      ******************************************************************
       01  WS-HASH-SOURCE.
           05  WS-HASH-TXID            PIC X(32).
           05  WS-HASH-FROM            PIC X(16).
           05  WS-HASH-TO              PIC X(16).
           05  WS-HASH-AMOUNT          PIC 9(12)V99.
           05  WS-HASH-TIME            PIC X(26).
           05  WS-HASH-STATUS          PIC X(2).
           05  WS-HASH-CURRENCY        PIC X(3).
           05  WS-HASH-MSG             PIC X(80).
           05  WS-HASH-TO-AMOUNT       PIC 9(12)V99.
           05  WS-HASH-TO-CURRENCY     PIC X(3).
           05  WS-HASH-REVERSAL-OF     PIC X(32).
           05  WS-HASH-CHAIN-DATE      PIC X(8).
           05  WS-HASH-CHAIN-SEQ       PIC 9(9).
           05  WS-HASH-PREV            PIC X(64).
           05  WS-HASH-RELATED         PIC X(64).

       01  WS-HASH-WORK.
           05  WS-HASH-PAYLOAD         PIC X(383).
           05  WS-HASH-RESULT          PIC X(64).
           05  WS-HASH-POS             PIC 9(3).
           05  WS-HASH-BYTE-VAL        PIC 9(3).
           05  WS-HASH-MODULUS         PIC 9(10) VALUE 9999999937.
           05  WS-HASH-1               PIC 9(10).
           05  WS-HASH-2               PIC 9(10).
           05  WS-HASH-3               PIC 9(10).
           05  WS-HASH-4               PIC 9(10).
           05  WS-PRIME-1              PIC 9(7) VALUE 1000003.
           05  WS-PRIME-2              PIC 9(7) VALUE 1000033.
           05  WS-PRIME-3              PIC 9(7) VALUE 1000037.
           05  WS-PRIME-4              PIC 9(7) VALUE 1000039.

       01  WS-HEX-DIGITS               PIC X(16)
               VALUE "0123456789ABCDEF".
       01  WS-HEX-WORK.
           05  WS-HEX-INPUT-VALUE      PIC 9(10).
           05  WS-HEX-OUTPUT           PIC X(16).
           05  WS-HEX-POS              PIC 9(2).
           05  WS-HEX-REMAINDER        PIC 9(2).
           05  WS-HEX-DIVIDEND         PIC 9(10).

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
           05  WS-COUNT-DAYS           PIC 9(7) VALUE 0.
           05  WS-COUNT-LINKS          PIC 9(7) VALUE 0.
           05  WS-COUNT-VERIFIED       PIC 9(7) VALUE 0.
           05  WS-COUNT-ARCHIVED       PIC 9(7) VALUE 0.
           05  WS-COUNT-REWRITES       PIC 9(7) VALUE 0.
           05  WS-COUNT-SWEPT          PIC 9(7) VALUE 0.
           05  WS-COUNT-UNCHAINED      PIC 9(7) VALUE 0.
           05  WS-COUNT-ALTERED        PIC 9(7) VALUE 0.
           05  WS-COUNT-BROKEN         PIC 9(7) VALUE 0.
           05  WS-COUNT-MISSING        PIC 9(7) VALUE 0.
           05  WS-COUNT-MISPLACED      PIC 9(7) VALUE 0.
           05  WS-COUNT-UNATTESTED     PIC 9(7) VALUE 0.
           05  WS-COUNT-REVERSAL       PIC 9(7) VALUE 0.
           05  WS-COUNT-UNLINKED       PIC 9(7) VALUE 0.
           05  WS-COUNT-EXCEPTIONS     PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
           PERFORM 0050-LOAD-BUSINESS-DATE
           PERFORM 0020-REGISTER-RUN-START

           PERFORM 0100-OPEN-FILES

           DISPLAY "=================================================="
           DISPLAY "AUDIT TRAIL HASH CHAIN VERIFICATION AS OF "
                   WS-TODAY
           DISPLAY "=================================================="
           DISPLAY "EXCEPTIONS"

           IF CHAIN-AVAILABLE
               PERFORM 0200-WALK-CHAINS
           END-IF

           MOVE "AUDTRAIL" TO WS-SWEEP-FILE-NAME
           PERFORM 0600-SWEEP-AUDIT-TRAIL
           IF ARCH-AVAILABLE
               MOVE "AUDTARCH" TO WS-SWEEP-FILE-NAME
               PERFORM 0650-SWEEP-AUDIT-ARCHIVE
           END-IF

           IF WS-COUNT-EXCEPTIONS = 0
               DISPLAY "  (NONE)"
           END-IF

           PERFORM 0900-CLOSE-FILES

           DISPLAY "--------------------------------------------------"
           DISPLAY "=== AUD-VERIFY SUMMARY ==="
           DISPLAY "CHAIN DAYS WALKED:      " WS-COUNT-DAYS
           DISPLAY "CHAIN POSITIONS READ:   " WS-COUNT-LINKS
           DISPLAY "ENTRIES VERIFIED:       " WS-COUNT-VERIFIED
           DISPLAY "  FROM AUDTARCH:        " WS-COUNT-ARCHIVED
           DISPLAY "  ATTESTED REWRITES:    " WS-COUNT-REWRITES
           DISPLAY "ENTRIES SWEPT:          " WS-COUNT-SWEPT
           DISPLAY "  PRE-CHAIN (UNCHECKED):" WS-COUNT-UNCHAINED
           DISPLAY "ALTERED:                " WS-COUNT-ALTERED
           DISPLAY "BROKEN LINK:            " WS-COUNT-BROKEN
           DISPLAY "MISSING:                " WS-COUNT-MISSING
           DISPLAY "MISPLACED:              " WS-COUNT-MISPLACED
           DISPLAY "UNATTESTED REWRITE:     " WS-COUNT-UNATTESTED
           DISPLAY "REVERSAL MISMATCH:      " WS-COUNT-REVERSAL
           DISPLAY "UNLINKED:               " WS-COUNT-UNLINKED
           IF WS-COUNT-EXCEPTIONS = 0
               DISPLAY "AUDIT TRAIL VERIFIED - CHAINS INTACT"
      *        Only a clean verification completes the step -
      *        GL-EXTRACT stands behind it
               PERFORM 0950-REGISTER-RUN-COMPLETE
           ELSE
               DISPLAY "AUDIT TRAIL FAILED VERIFICATION - "
                       WS-COUNT-EXCEPTIONS " EXCEPTION(S)"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "=================================================="
           STOP RUN.

      ******************************************************************
      * REGISTER THIS STEP WITH RUN-CONTROL BEFORE TOUCHING DATA -
      * POS-SNAP MUST HAVE COMPLETED FOR THE BUSINESS DATE (THE DAY'S
      * POSTING IS THEN OVER, SO THE CHAIN BEING PROVED IS THE ONE
      * THE LEDGER WILL BE EXTRACTED FROM), AND A DUPLICATE RUN IS
      * REFUSED UNLESS AN OPERATOR AUTHORIZED A RERUN THROUGH
      * RUN-RESET
      ******************************************************************
       0020-REGISTER-RUN-START.
           MOVE "AUDVRFY" TO WS-RUN-STEP
           MOVE "POSSNAP" TO WS-RUN-PREREQ-1
           MOVE SPACES TO WS-RUN-PREREQ-2
           MOVE SPACES TO WS-RUN-PREREQ-3
           CALL "RUN-START" USING WS-RUN-REQUEST WS-RUN-RESPONSE
           END-CALL
           IF WS-RUN-STATUS-CODE NOT = "00"
               DISPLAY "RUN-CONTROL: " WS-RUN-STATUS-MSG
               DISPLAY "AUDIT TRAIL NOT VERIFIED - DO NOT EXTRACT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       0950-REGISTER-RUN-COMPLETE.
           CALL "RUN-COMPLETE" USING WS-RUN-REQUEST WS-RUN-RESPONSE
           END-CALL
           IF WS-RUN-STATUS-CODE NOT = "00"
               DISPLAY "RUN-CONTROL: " WS-RUN-STATUS-MSG
           END-IF.

      ******************************************************************
      * REPORT HEADING CARRIES THE OFFICIAL BUSINESS DATE FROM THE
      * BUSDCTL POSTING CALENDAR; NO CONTROL FILE = WALL CLOCK
      ******************************************************************
       0050-LOAD-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BUSD-FILE-STATUS = "00"
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BD-BUSINESS-DATE IS NUMERIC
                           MOVE BD-BUSINESS-DATE TO WS-TODAY
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

      ******************************************************************
      * AUDTRAIL IS MANDATORY - AN UNOPENABLE TRAIL MUST FAIL THE
      * RUN, NOT VERIFY AN EMPTY ONE. AUDCHAIN AND AUDTARCH EXIST
      * ONLY ONCE SOMETHING HAS BEEN CHAINED OR ARCHIVED; IF AUDCHAIN
      * IS ABSENT, ANY CHAINED ENTRY ON THE TRAIL IS CAUGHT BY THE
      * SWEEP AS UNLINKED.
      ******************************************************************
       0100-OPEN-FILES.
           OPEN INPUT AUDIT-TRAIL
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open AUDTRAIL (status "
                       WS-AUDIT-FILE-STATUS ")"
               DISPLAY "AUDIT TRAIL NOT VERIFIED - DO NOT EXTRACT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT AUDIT-CHAIN
           EVALUATE WS-CHAIN-FILE-STATUS
               WHEN "00"
                   MOVE 'Y' TO WS-CHAIN-AVAILABLE
               WHEN "35"
                   MOVE 'N' TO WS-CHAIN-AVAILABLE
               WHEN OTHER
                   DISPLAY "ERROR: Cannot open AUDCHAIN (status "
                           WS-CHAIN-FILE-STATUS ")"
                   DISPLAY "AUDIT TRAIL NOT VERIFIED - DO NOT EXTRACT"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE

           OPEN INPUT AUDIT-ARCHIVE
           IF WS-AUDARCH-FILE-STATUS = "00"
               MOVE 'Y' TO WS-ARCH-AVAILABLE
           ELSE
               MOVE 'N' TO WS-ARCH-AVAILABLE
           END-IF.

      ******************************************************************
      * WALK AUDCHAIN IN KEY ORDER - (DATE, SEQUENCE), EACH DAY'S HEAD
      * (SEQUENCE 0) FIRST, THEN ITS LINKS 1..N
      ******************************************************************
       0200-WALK-CHAINS.
           MOVE 'N' TO WS-EOF-CHAIN
           MOVE LOW-VALUES TO CHN-KEY
           START AUDIT-CHAIN KEY NOT < CHN-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-CHAIN
           END-START
           PERFORM UNTIL EOF-CHAIN
               READ AUDIT-CHAIN NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-CHAIN
                   NOT AT END
                       IF WS-CHAIN-FILE-STATUS NOT = "00"
                           MOVE 'Y' TO WS-EOF-CHAIN
                       ELSE
                           PERFORM 0210-TAKE-CHAIN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WALK-DATE NOT = SPACES
               PERFORM 0250-CLOSE-DAY
           END-IF.

       0210-TAKE-CHAIN-RECORD.
           IF CHN-BUS-DATE NOT = WS-WALK-DATE
               IF WS-WALK-DATE NOT = SPACES
                   PERFORM 0250-CLOSE-DAY
               END-IF
               PERFORM 0220-OPEN-DAY
           END-IF
           IF CHN-IS-HEAD
               MOVE 'Y' TO WS-DAY-HEAD-FLAG
               MOVE CHN-LAST-SEQ TO WS-HEAD-LAST-SEQ
               MOVE CHN-LINK-HASH TO WS-HEAD-LAST-HASH
               MOVE CHN-TX-ID TO WS-HEAD-LAST-TX-ID
           ELSE
               PERFORM 0300-CHECK-LINK
           END-IF.

       0220-OPEN-DAY.
           ADD 1 TO WS-COUNT-DAYS
           MOVE CHN-BUS-DATE TO WS-WALK-DATE
           IF WS-FIRST-CHAIN-DATE = SPACES
               MOVE CHN-BUS-DATE TO WS-FIRST-CHAIN-DATE
           END-IF
           MOVE 1 TO WS-EXPECT-SEQ
           MOVE 0 TO WS-LAST-SEQ-SEEN
           MOVE SPACES TO WS-PREV-LINK-HASH
           MOVE 'N' TO WS-SKIP-PREV-FLAG
           MOVE 'N' TO WS-DAY-HEAD-FLAG
           MOVE 0 TO WS-HEAD-LAST-SEQ
           MOVE SPACES TO WS-HEAD-LAST-HASH
           MOVE SPACES TO WS-HEAD-LAST-TX-ID.

      ******************************************************************
      * END OF ONE DAY'S CHAIN: THE LAST POSITION WALKED MUST BE THE
      * ONE THE HEAD SAYS WAS ISSUED LAST - FEWER MEANS TRAILING
      * ENTRIES WERE REMOVED, A HEAD THAT DISAGREES ON THE LAST LINK
      * MEANS THE TAIL WAS REBUILT
      ******************************************************************
       0250-CLOSE-DAY.
           EVALUATE TRUE
               WHEN NOT DAY-HEAD-SEEN
                   MOVE "MISSING" TO WS-EXC-TYPE
                   MOVE SPACES TO WS-EXC-TX-ID
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "NO CHAIN HEAD FOR " DELIMITED BY SIZE
                          WS-WALK-DATE DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
                   ADD 1 TO WS-COUNT-MISSING
                   PERFORM 0800-REPORT-EXCEPTION
               WHEN WS-LAST-SEQ-SEEN < WS-HEAD-LAST-SEQ
                   COMPUTE WS-GAP-FROM = WS-LAST-SEQ-SEEN + 1
                   MOVE "MISSING" TO WS-EXC-TYPE
                   MOVE WS-HEAD-LAST-TX-ID TO WS-EXC-TX-ID
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING WS-WALK-DATE DELIMITED BY SIZE
                          " SEQ " DELIMITED BY SIZE
                          WS-GAP-FROM DELIMITED BY SIZE
                          " THRU HEAD " DELIMITED BY SIZE
                          WS-HEAD-LAST-SEQ DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
                   ADD 1 TO WS-COUNT-MISSING
                   PERFORM 0800-REPORT-EXCEPTION
               WHEN WS-LAST-SEQ-SEEN > WS-HEAD-LAST-SEQ
                       OR WS-PREV-LINK-HASH NOT = WS-HEAD-LAST-HASH
                   MOVE "BROKEN LINK" TO WS-EXC-TYPE
                   MOVE WS-HEAD-LAST-TX-ID TO WS-EXC-TX-ID
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING WS-WALK-DATE DELIMITED BY SIZE
                          " CHAIN HEAD DISAGREES WITH LAST LINK"
                              DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
                   ADD 1 TO WS-COUNT-BROKEN
                   PERFORM 0800-REPORT-EXCEPTION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      ******************************************************************
      * CHECK ONE CHAIN POSITION AND THE ENTRY SEALED AT IT
      ******************************************************************
       0300-CHECK-LINK.
           ADD 1 TO WS-COUNT-LINKS
           IF CHN-SEQ > WS-EXPECT-SEQ
               COMPUTE WS-GAP-TO = CHN-SEQ - 1
               MOVE "MISSING" TO WS-EXC-TYPE
               MOVE CHN-TX-ID TO WS-EXC-TX-ID
               MOVE SPACES TO WS-EXC-DETAIL
               STRING WS-WALK-DATE DELIMITED BY SIZE
                      " SEQ " DELIMITED BY SIZE
                      WS-EXPECT-SEQ DELIMITED BY SIZE
                      " THRU " DELIMITED BY SIZE
                      WS-GAP-TO DELIMITED BY SIZE
                      " BEFORE THIS" DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               ADD 1 TO WS-COUNT-MISSING
               PERFORM 0800-REPORT-EXCEPTION
               MOVE 'Y' TO WS-SKIP-PREV-FLAG
           END-IF

           MOVE CHN-TX-ID TO WS-LOOKUP-TX-ID
           PERFORM 0700-LOOKUP-ENTRY
           IF LOOKUP-FOUND
               IF LOOKUP-FROM-ARCHIVE
                   ADD 1 TO WS-COUNT-ARCHIVED
               END-IF
               MOVE WS-LOOKUP-RECORD TO WS-ENTRY-RECORD
               PERFORM 0320-CHECK-ENTRY
           ELSE
               MOVE "MISSING" TO WS-EXC-TYPE
               MOVE CHN-TX-ID TO WS-EXC-TX-ID
               MOVE SPACES TO WS-EXC-DETAIL
               STRING WS-WALK-DATE DELIMITED BY SIZE
                      " SEQ " DELIMITED BY SIZE
                      CHN-SEQ DELIMITED BY SIZE
                      " NOT ON AUDTRAIL OR AUDTARCH" DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               ADD 1 TO WS-COUNT-MISSING
               PERFORM 0800-REPORT-EXCEPTION
           END-IF

      *    A missing entry's position is still on AUDCHAIN, so the
      *    walk carries on from its recorded link hash
           IF LOOKUP-FOUND
               MOVE 'N' TO WS-SKIP-PREV-FLAG
           ELSE
               MOVE 'Y' TO WS-SKIP-PREV-FLAG
           END-IF
           MOVE CHN-LINK-HASH TO WS-PREV-LINK-HASH
           MOVE CHN-SEQ TO WS-LAST-SEQ-SEEN
           COMPUTE WS-EXPECT-SEQ = CHN-SEQ + 1.

      ******************************************************************
      * THE ENTRY ITSELF: WHERE IT SAYS IT SITS, ITS OWN HASH, ITS
      * LINK INTO THE CHAIN, ANY REWRITE AND ANY REVERSAL
      ******************************************************************
       0320-CHECK-ENTRY.
           ADD 1 TO WS-COUNT-VERIFIED

           IF ENT-CHAIN-DATE NOT = CHN-BUS-DATE
                   OR ENT-CHAIN-SEQ NOT = CHN-SEQ
               MOVE "MISPLACED" TO WS-EXC-TYPE
               MOVE ENT-TX-ID TO WS-EXC-TX-ID
               MOVE SPACES TO WS-EXC-DETAIL
               STRING "LINKED AT " DELIMITED BY SIZE
                      CHN-BUS-DATE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      CHN-SEQ DELIMITED BY SIZE
                      " CLAIMS " DELIMITED BY SIZE
                      ENT-CHAIN-DATE DELIMITED BY SIZE
                      "/" DELIMITED BY SIZE
                      ENT-CHAIN-SEQ DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               ADD 1 TO WS-COUNT-MISPLACED
               PERFORM 0800-REPORT-EXCEPTION
           END-IF

           PERFORM 1650-LOAD-HASH-SOURCE
           PERFORM 1600-GENERATE-HASH
           IF WS-HASH-RESULT NOT = ENT-HASH
               MOVE "ALTERED" TO WS-EXC-TYPE
               MOVE ENT-TX-ID TO WS-EXC-TX-ID
               MOVE "CONTENT DOES NOT MATCH AUD-HASH" TO WS-EXC-DETAIL
               ADD 1 TO WS-COUNT-ALTERED
               PERFORM 0800-REPORT-EXCEPTION
           END-IF

           IF ENT-LINK-HASH NOT = CHN-LINK-HASH
               MOVE "ALTERED" TO WS-EXC-TYPE
               MOVE ENT-TX-ID TO WS-EXC-TX-ID
               MOVE "LINK HASH DOES NOT MATCH AUDCHAIN"
                   TO WS-EXC-DETAIL
               ADD 1 TO WS-COUNT-ALTERED
               PERFORM 0800-REPORT-EXCEPTION
           END-IF

           IF NOT SKIP-PREV-CHECK
                   AND ENT-PREV-HASH NOT = WS-PREV-LINK-HASH
               MOVE "BROKEN LINK" TO WS-EXC-TYPE
               MOVE ENT-TX-ID TO WS-EXC-TX-ID
               MOVE SPACES TO WS-EXC-DETAIL
               STRING WS-WALK-DATE DELIMITED BY SIZE
                      " SEQ " DELIMITED BY SIZE
                      CHN-SEQ DELIMITED BY SIZE
                      " PREV-HASH NOT PREDECESSOR'S" DELIMITED BY SIZE
                   INTO WS-EXC-DETAIL
               END-STRING
               ADD 1 TO WS-COUNT-BROKEN
               PERFORM 0800-REPORT-EXCEPTION
           END-IF

           IF ENT-HASH NOT = ENT-LINK-HASH
               PERFORM 0400-CHECK-ATTESTATION
           END-IF

           PERFORM 0450-CHECK-REVERSAL.

      ******************************************************************
      * AN ENTRY WHOSE HASH HAS MOVED OFF ITS LINK HASH WAS REWRITTEN
      * IN PLACE. THE ONLY LEGITIMATE REWRITE IS APPROVE-TX RECORDING
      * A CAPTURED TRANSFER'S OUTCOME, AND THAT ALWAYS WRITES A
      * CHAINED -AP/-RJ/-EX DECISION ENTRY CARRYING THE NEW HASH IN
      * AUD-RELATED-HASH. NO SUCH ENTRY = AN UNATTESTED REWRITE.
      ******************************************************************
       0400-CHECK-ATTESTATION.
           MOVE 'N' TO WS-ATTESTED-FLAG
           PERFORM VARYING WS-SUFFIX-IDX FROM 1 BY 1
                   UNTIL WS-SUFFIX-IDX > 3 OR REWRITE-ATTESTED
               MOVE SPACES TO WS-LOOKUP-TX-ID
               STRING ENT-TX-ID(1:28) DELIMITED BY SIZE
                      WS-DECISION-SUFFIXES
                          ((WS-SUFFIX-IDX - 1) * 3 + 1:3)
                          DELIMITED BY SIZE
                   INTO WS-LOOKUP-TX-ID
               END-STRING
               PERFORM 0700-LOOKUP-ENTRY
               IF LOOKUP-FOUND
                       AND LKP-RELATED-HASH = ENT-HASH
                       AND LKP-CHAIN-DATE NOT = SPACES
                   MOVE 'Y' TO WS-ATTESTED-FLAG
               END-IF
           END-PERFORM

           IF REWRITE-ATTESTED
               ADD 1 TO WS-COUNT-REWRITES
           ELSE
               MOVE "UNATTESTED" TO WS-EXC-TYPE
               MOVE ENT-TX-ID TO WS-EXC-TX-ID
               MOVE "REWRITTEN WITH NO DECISION ENTRY VOUCHING FOR IT"
                   TO WS-EXC-DETAIL
               ADD 1 TO WS-COUNT-UNATTESTED
               PERFORM 0800-REPORT-EXCEPTION
           END-IF.

      ******************************************************************
      * REVERSALS ARE PROVED IN BOTH DIRECTIONS. A POSTED REVERSAL'S
      * ORIGINAL MUST BE FLAGGED REVERSED BY IT; A FLAGGED ENTRY MUST
      * NAME A POSTED REVERSAL THAT POINTS BACK AT IT. THE FLAG IS
      * OUTSIDE THE HASH (IT IS SET AFTER THE ENTRY IS SEALED), SO
      * THIS IS WHAT STOPS IT BEING CLEARED TO ALLOW A SECOND
      * REVERSAL, OR SET TO HIDE A LIVE TRANSFER.
      ******************************************************************
       0450-CHECK-REVERSAL.
           IF ENT-REVERSAL-OF NOT = SPACES
                   AND ENT-STATUS-CODE = "00"
               MOVE ENT-REVERSAL-OF TO WS-LOOKUP-TX-ID
               PERFORM 0700-LOOKUP-ENTRY
               IF NOT LOOKUP-FOUND
                   MOVE "REVERSAL" TO WS-EXC-TYPE
                   MOVE ENT-TX-ID TO WS-EXC-TX-ID
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING "ORIGINAL " DELIMITED BY SIZE
                          ENT-REVERSAL-OF DELIMITED BY SPACE
                          " NOT ON FILE" DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
                   ADD 1 TO WS-COUNT-REVERSAL
                   PERFORM 0800-REPORT-EXCEPTION
               ELSE
                   IF NOT LKP-IS-REVERSED
                           OR LKP-REVERSED-BY NOT = ENT-TX-ID
                       MOVE "REVERSAL" TO WS-EXC-TYPE
                       MOVE ENT-TX-ID TO WS-EXC-TX-ID
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING "ORIGINAL " DELIMITED BY SIZE
                              ENT-REVERSAL-OF DELIMITED BY SPACE
                              " NOT FLAGGED REVERSED BY THIS"
                                  DELIMITED BY SIZE
                           INTO WS-EXC-DETAIL
                       END-STRING
                       ADD 1 TO WS-COUNT-REVERSAL
                       PERFORM 0800-REPORT-EXCEPTION
                   END-IF
               END-IF
           END-IF

           IF ENT-IS-REVERSED
               MOVE ENT-REVERSED-BY TO WS-LOOKUP-TX-ID
               MOVE 'N' TO WS-LOOKUP-FOUND-FLAG
               IF ENT-REVERSED-BY NOT = SPACES
                   PERFORM 0700-LOOKUP-ENTRY
               END-IF
               IF NOT LOOKUP-FOUND
                   MOVE "REVERSAL" TO WS-EXC-TYPE
                   MOVE ENT-TX-ID TO WS-EXC-TX-ID
                   MOVE "FLAGGED REVERSED - NO REVERSAL ENTRY ON FILE"
                       TO WS-EXC-DETAIL
                   ADD 1 TO WS-COUNT-REVERSAL
                   PERFORM 0800-REPORT-EXCEPTION
               ELSE
                   IF LKP-STATUS-CODE NOT = "00"
                           OR LKP-REVERSAL-OF NOT = ENT-TX-ID
                       MOVE "REVERSAL" TO WS-EXC-TYPE
                       MOVE ENT-TX-ID TO WS-EXC-TX-ID
                       MOVE SPACES TO WS-EXC-DETAIL
                       STRING "REVERSED-BY " DELIMITED BY SIZE
                              ENT-REVERSED-BY DELIMITED BY SPACE
                              " DOES NOT REVERSE THIS" DELIMITED BY SIZE
                           INTO WS-EXC-DETAIL
                       END-STRING
                       ADD 1 TO WS-COUNT-REVERSAL
                       PERFORM 0800-REPORT-EXCEPTION
                   END-IF
               END-IF
           ELSE
               IF ENT-REVERSED-BY NOT = SPACES
                   MOVE "REVERSAL" TO WS-EXC-TYPE
                   MOVE ENT-TX-ID TO WS-EXC-TX-ID
                   MOVE "NAMES A REVERSAL BUT IS NOT FLAGGED REVERSED"
                       TO WS-EXC-DETAIL
                   ADD 1 TO WS-COUNT-REVERSAL
                   PERFORM 0800-REPORT-EXCEPTION
               END-IF
           END-IF.

      ******************************************************************
      * COVERAGE SWEEP - EVERY ENTRY ON FILE MUST BE ACCOUNTED FOR BY
      * THE CHAIN POSITION IT CLAIMS. AN ENTRY THE WALK NEVER REACHED
      * (INSERTED, OR RE-KEYED OVER A POSITION) IS UNLINKED, AND SO IS
      * AN UNCHAINED ENTRY DATED AFTER THE FIRST CHAINED DAY - ONLY
      * HISTORY FROM BEFORE CHAINING MAY CARRY NO CHAIN FIELDS.
      ******************************************************************
       0600-SWEEP-AUDIT-TRAIL.
           MOVE 'N' TO WS-EOF-SWEEP
           MOVE LOW-VALUES TO AUD-TX-ID
           START AUDIT-TRAIL KEY NOT < AUD-TX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWEEP
           END-START
           PERFORM UNTIL EOF-SWEEP
               READ AUDIT-TRAIL NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWEEP
                   NOT AT END
                       IF WS-AUDIT-FILE-STATUS NOT = "00"
                           MOVE 'Y' TO WS-EOF-SWEEP
                       ELSE
                           MOVE AUDIT-RECORD TO WS-ENTRY-RECORD
                           PERFORM 0620-SWEEP-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       0650-SWEEP-AUDIT-ARCHIVE.
           MOVE 'N' TO WS-EOF-SWEEP
           MOVE LOW-VALUES TO AAR-TX-ID
           START AUDIT-ARCHIVE KEY NOT < AAR-TX-ID
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-SWEEP
           END-START
           PERFORM UNTIL EOF-SWEEP
               READ AUDIT-ARCHIVE NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-SWEEP
                   NOT AT END
                       IF WS-AUDARCH-FILE-STATUS NOT = "00"
                           MOVE 'Y' TO WS-EOF-SWEEP
                       ELSE
                           MOVE AUD-ARCH-RECORD TO WS-ENTRY-RECORD
                           PERFORM 0620-SWEEP-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.

       0620-SWEEP-ONE-ENTRY.
           ADD 1 TO WS-COUNT-SWEPT
           IF ENT-CHAIN-DATE = SPACES
               IF WS-FIRST-CHAIN-DATE NOT = SPACES
                       AND ENT-TIMESTAMP(1:8) > WS-FIRST-CHAIN-DATE
                   MOVE "UNLINKED" TO WS-EXC-TYPE
                   MOVE ENT-TX-ID TO WS-EXC-TX-ID
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING WS-SWEEP-FILE-NAME DELIMITED BY SIZE
                          " ENTRY DATED " DELIMITED BY SIZE
                          ENT-TIMESTAMP(1:8) DELIMITED BY SIZE
                          " CARRIES NO CHAIN FIELDS" DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
                   ADD 1 TO WS-COUNT-UNLINKED
                   PERFORM 0800-REPORT-EXCEPTION
               ELSE
                   ADD 1 TO WS-COUNT-UNCHAINED
               END-IF
           ELSE
               MOVE 'N' TO WS-LOOKUP-FOUND-FLAG
               IF CHAIN-AVAILABLE
                   MOVE ENT-CHAIN-DATE TO CHN-BUS-DATE
                   MOVE ENT-CHAIN-SEQ TO CHN-SEQ
                   READ AUDIT-CHAIN
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CHN-TX-ID = ENT-TX-ID
                                   AND NOT CHN-IS-HEAD
                               MOVE 'Y' TO WS-LOOKUP-FOUND-FLAG
                           END-IF
                   END-READ
               END-IF
               IF NOT LOOKUP-FOUND
                   MOVE "UNLINKED" TO WS-EXC-TYPE
                   MOVE ENT-TX-ID TO WS-EXC-TX-ID
                   MOVE SPACES TO WS-EXC-DETAIL
                   STRING WS-SWEEP-FILE-NAME DELIMITED BY SIZE
                          " ENTRY CLAIMS " DELIMITED BY SIZE
                          ENT-CHAIN-DATE DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          ENT-CHAIN-SEQ DELIMITED BY SIZE
                          " - NOT LINKED THERE" DELIMITED BY SIZE
                       INTO WS-EXC-DETAIL
                   END-STRING
                   ADD 1 TO WS-COUNT-UNLINKED
                   PERFORM 0800-REPORT-EXCEPTION
               END-IF
           END-IF.

      ******************************************************************
      * FETCH WS-LOOKUP-TX-ID INTO WS-LOOKUP-RECORD - THE LIVE TRAIL
      * FIRST, THEN THE ARCHIVE (SAME FALLBACK AS INQUIRE-TX)
      ******************************************************************
       0700-LOOKUP-ENTRY.
           MOVE 'N' TO WS-LOOKUP-FOUND-FLAG
           MOVE 'N' TO WS-LOOKUP-ARCHIVED-FLAG
           MOVE WS-LOOKUP-TX-ID TO AUD-TX-ID
           READ AUDIT-TRAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO WS-LOOKUP-RECORD
                   MOVE 'Y' TO WS-LOOKUP-FOUND-FLAG
           END-READ
           IF NOT LOOKUP-FOUND AND ARCH-AVAILABLE
               MOVE WS-LOOKUP-TX-ID TO AAR-TX-ID
               READ AUDIT-ARCHIVE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE AUD-ARCH-RECORD TO WS-LOOKUP-RECORD
                       MOVE 'Y' TO WS-LOOKUP-FOUND-FLAG
                       MOVE 'Y' TO WS-LOOKUP-ARCHIVED-FLAG
               END-READ
           END-IF.

       0800-REPORT-EXCEPTION.
           ADD 1 TO WS-COUNT-EXCEPTIONS
           DISPLAY "  " WS-EXC-TYPE " " WS-EXC-TX-ID " "
                   WS-EXC-DETAIL.

      ******************************************************************
      * RECOMPUTE AN ENTRY'S HASH - A COPY OF CORE-BANKING'S
      * 1600-GENERATE-HASH AND 1650-LOAD-HASH-SOURCE, WORKING FROM
      * THE ENTRY UNDER CHECK. ANY CHANGE THERE MUST BE MADE HERE.
      ******************************************************************
       1600-GENERATE-HASH.
           MOVE WS-HASH-SOURCE TO WS-HASH-PAYLOAD

           MOVE 14695981 TO WS-HASH-1
           MOVE 2166136 TO WS-HASH-2
           MOVE 5381 TO WS-HASH-3
           MOVE 1 TO WS-HASH-4

           PERFORM VARYING WS-HASH-POS FROM 1 BY 1
                   UNTIL WS-HASH-POS > 383
               COMPUTE WS-HASH-BYTE-VAL =
                   FUNCTION ORD(WS-HASH-PAYLOAD(WS-HASH-POS:1))
               COMPUTE WS-HASH-1 =
                   FUNCTION MOD((WS-HASH-1 * WS-PRIME-1) +
                       WS-HASH-BYTE-VAL, WS-HASH-MODULUS)
               COMPUTE WS-HASH-2 =
                   FUNCTION MOD((WS-HASH-2 * WS-PRIME-2) +
                       WS-HASH-BYTE-VAL, WS-HASH-MODULUS)
               COMPUTE WS-HASH-3 =
                   FUNCTION MOD((WS-HASH-3 * WS-PRIME-3) +
                       WS-HASH-BYTE-VAL, WS-HASH-MODULUS)
               COMPUTE WS-HASH-4 =
                   FUNCTION MOD((WS-HASH-4 * WS-PRIME-4) +
                       WS-HASH-BYTE-VAL, WS-HASH-MODULUS)
           END-PERFORM

           MOVE WS-HASH-1 TO WS-HEX-INPUT-VALUE
           PERFORM 1660-TO-HEX16
           MOVE WS-HEX-OUTPUT TO WS-HASH-RESULT(1:16)

           MOVE WS-HASH-2 TO WS-HEX-INPUT-VALUE
           PERFORM 1660-TO-HEX16
           MOVE WS-HEX-OUTPUT TO WS-HASH-RESULT(17:16)

           MOVE WS-HASH-3 TO WS-HEX-INPUT-VALUE
           PERFORM 1660-TO-HEX16
           MOVE WS-HEX-OUTPUT TO WS-HASH-RESULT(33:16)

           MOVE WS-HASH-4 TO WS-HEX-INPUT-VALUE
           PERFORM 1660-TO-HEX16
           MOVE WS-HEX-OUTPUT TO WS-HASH-RESULT(49:16).

       1650-LOAD-HASH-SOURCE.
           MOVE ENT-TX-ID TO WS-HASH-TXID
           MOVE ENT-FROM-ACCT TO WS-HASH-FROM
           MOVE ENT-TO-ACCT TO WS-HASH-TO
           MOVE ENT-AMOUNT TO WS-HASH-AMOUNT
           MOVE ENT-TIMESTAMP TO WS-HASH-TIME
           MOVE ENT-STATUS-CODE TO WS-HASH-STATUS
           MOVE ENT-CURRENCY TO WS-HASH-CURRENCY
           MOVE ENT-STATUS-MSG TO WS-HASH-MSG
           MOVE ENT-TO-AMOUNT TO WS-HASH-TO-AMOUNT
           MOVE ENT-TO-CURRENCY TO WS-HASH-TO-CURRENCY
           MOVE ENT-REVERSAL-OF TO WS-HASH-REVERSAL-OF
           MOVE ENT-CHAIN-DATE TO WS-HASH-CHAIN-DATE
           MOVE ENT-CHAIN-SEQ TO WS-HASH-CHAIN-SEQ
           MOVE ENT-PREV-HASH TO WS-HASH-PREV
           MOVE ENT-RELATED-HASH TO WS-HASH-RELATED.

       1660-TO-HEX16.
           MOVE WS-HEX-INPUT-VALUE TO WS-HEX-DIVIDEND
           MOVE SPACES TO WS-HEX-OUTPUT
           PERFORM VARYING WS-HEX-POS FROM 16 BY -1
                   UNTIL WS-HEX-POS < 1
               COMPUTE WS-HEX-REMAINDER =
                   FUNCTION MOD(WS-HEX-DIVIDEND, 16)
               COMPUTE WS-HEX-DIVIDEND = WS-HEX-DIVIDEND / 16
               MOVE WS-HEX-DIGITS(WS-HEX-REMAINDER + 1:1)
                   TO WS-HEX-OUTPUT(WS-HEX-POS:1)
           END-PERFORM.

       0900-CLOSE-FILES.
           CLOSE AUDIT-TRAIL
           IF CHAIN-AVAILABLE
               CLOSE AUDIT-CHAIN
           END-IF
           IF ARCH-AVAILABLE
               CLOSE AUDIT-ARCHIVE
           END-IF.

       END PROGRAM AUD-VERIFY.

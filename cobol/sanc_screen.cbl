      ******************************************************************
      * LEGACY TITAN BRIDGE - SANCTIONS / WATCH-LIST SCREENING
      ******************************************************************
      * Program:     SANC-SCREEN
      * Author:      BDP Engineering
      * Date:        2026
      * Purpose:     Subprogram every name and bank id the system
      *              takes money from, sends money to or opens a
      *              customer for is screened through - PAY-INBOUND
      *              (originator, sending bank), PAY-OUTBOUND
      *              (beneficiary name and bank), CUST-LOAD and
      *              SANC-RESCREEN (customer name). Nothing screened
      *              anything before: a listed party could be paid
      *              or onboarded without anyone noticing.
      *
      *              The listed entries of the WATCHLST master are
      *              loaded into a table on the first call and kept
      *              for the life of the caller. A name entry hits
      *              when every one of its words appears as a whole
      *              word in the screened name (any order, case and
      *              punctuation ignored); a bank entry hits on the
      *              BIC, an 8-character entry on every branch.
      *
      *              Every hit is kept on SANCHITS keyed by subject
      *              and entry, and the first time it is raised an
      *              'H' entry goes to the SANCTRAIL decision trail.
      *              A hit compliance has cleared stays cleared for
      *              that subject and entry. The outcome is judged
      *              on every hit recorded against the subject, not
      *              only on what matched this call, so a subject
      *              re-screened with less detail (a repair item
      *              without its sending bank) or after an entry was
      *              delisted still waits for compliance: the
      *              subject passes only when every hit on it is
      *              cleared.
      *
      * Entry Points: SANC-CHECK
      * Parameters:
      *              LS-SCR-SUBJECT-TYPE  (Input) - 'I' inbound item,
      *                         'O' outbound instruction, 'C' customer
      *              LS-SCR-SUBJECT-REF   (Input) - item/instruction
      *                         ref or customer number
      *              LS-SCR-NAME          (Input) - name to screen
      *                         (blank = none)
      *              LS-SCR-BANK-ID       (Input) - BIC to screen
      *                         (blank = none)
      *              LS-SCR-SCREENED-BY   (Input) - calling program,
      *                         recorded on a newly raised hit
      *              LS-SCR-STATUS-CODE   (Output):
      *                00 - passed (no hits, or every hit cleared)
      *                20 - held: a hit awaits a compliance decision
      *                21 - blocked: a hit was confirmed a true match
      *                99 - watch list or hit file unavailable -
      *                     treated as a hold, never as a pass
      *              LS-SCR-STATUS-MSG    (Output) - detail
      *              LS-SCR-HIT-COUNT     (Output) - hits on the
      *                         subject
      *              LS-SCR-OPEN-COUNT    (Output) - of which open
      *              LS-SCR-CONFIRMED-COUNT (Output) - of which
      *                         confirmed
      *              LS-SCR-LIST-SOURCE / LS-SCR-ENTRY-ID /
      *              LS-SCR-LISTED-NAME   (Output) - the hit that
      *                         decided the status (first confirmed,
      *                         else first open, else first hit)
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANC-SCREEN.
       AUTHOR. BDP-ENGINEERING.
       DATE-WRITTEN. 2026.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCH-LIST ASSIGN TO "WATCHLST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WL-KEY
               FILE STATUS IS WS-WATCH-FILE-STATUS.

           SELECT SANC-HITS ASSIGN TO "SANCHITS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS WS-HIT-FILE-STATUS.

           SELECT SANC-TRAIL ASSIGN TO "SANCTRAIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ST-KEY
               FILE STATUS IS WS-TRAIL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WATCH-LIST.
       COPY WATCHREC.

       FD  SANC-HITS.
       COPY SANCREC.

       FD  SANC-TRAIL.
       COPY SANCTREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-WATCH-FILE-STATUS    PIC XX.
           05  WS-HIT-FILE-STATUS      PIC XX.
           05  WS-TRAIL-FILE-STATUS    PIC XX.

       01  WS-FILE-SWITCHES.
      *    The list is loaded and the hit files opened on the first
      *    call; a list that could not be loaded is re-tried on every
      *    call so a caller never screens against a partial table
           05  WS-LIST-LOADED          PIC X VALUE 'N'.
               88  LIST-LOADED         VALUE 'Y'.
           05  WS-HITS-OPEN            PIC X VALUE 'N'.
               88  HITS-OPEN           VALUE 'Y'.
           05  WS-LOAD-DONE            PIC X VALUE 'N'.
               88  LOAD-DONE           VALUE 'Y'.
           05  WS-LOAD-FAILED          PIC X VALUE 'N'.
               88  LOAD-FAILED         VALUE 'Y'.
           05  WS-ENTRY-MATCHED        PIC X VALUE 'N'.
               88  ENTRY-MATCHED       VALUE 'Y'.
           05  WS-HITS-DONE            PIC X VALUE 'N'.
               88  HITS-DONE           VALUE 'Y'.

       01  WS-TIMESTAMP                PIC X(26).
       01  WS-TRAIL-SEQ                PIC 9(5) VALUE 0.

      ******************************************************************
      * LISTED ENTRIES, NAMES ALREADY NORMALIZED. A LIST LARGER THAN
      * THE TABLE IS A LOAD FAILURE (STATUS 99), NEVER A SILENT
      * PARTIAL SCREEN.
      ******************************************************************
       01  WS-WL-MAX                   PIC 9(5) VALUE 5000.
       01  WS-WL-TABLE.
           05  WS-WL-COUNT             PIC 9(5) VALUE 0.
           05  WS-WL-ENTRY OCCURS 5000 TIMES.
               10  WS-WL-SOURCE        PIC X(8).
               10  WS-WL-ID            PIC X(12).
               10  WS-WL-TYPE          PIC X(1).
               10  WS-WL-NAME          PIC X(40).
               10  WS-WL-NORM          PIC X(44).
       01  WS-WL-IDX                   PIC 9(5).

      ******************************************************************
      * NAME NORMALIZATION - UPPER CASE, EVERYTHING BUT LETTERS AND
      * DIGITS TURNED INTO A SINGLE SPACE, WITH A LEADING AND A
      * TRAILING SPACE SO EVERY WORD CAN BE PROBED AS " WORD "
      ******************************************************************
       01  WS-NORM-WORK.
           05  WS-NORM-IN              PIC X(40).
           05  WS-NORM-OUT             PIC X(44).
           05  WS-NORM-CHAR            PIC X(1).
           05  WS-NORM-POS             PIC 9(2).
           05  WS-NORM-LEN             PIC 9(2).

       01  WS-SUBJECT-NORM             PIC X(44).
       01  WS-SUBJECT-BANK             PIC X(11).

       01  WS-WORD-WORK.
           05  WS-WORD-PTR             PIC 9(2).
           05  WS-WORD                 PIC X(40).
           05  WS-WORD-LEN             PIC 9(2).
           05  WS-PROBE                PIC X(42).
           05  WS-PROBE-LEN            PIC 9(2).
           05  WS-WORD-TALLY           PIC 9(3).
           05  WS-WORDS-TESTED         PIC 9(2).

       01  WS-HIT-WORK.
           05  WS-HIT-MATCH-ON         PIC X(1).
           05  WS-HIT-SCREENED         PIC X(40).
           05  WS-DECIDING-RANK        PIC 9(1) VALUE 0.

       LINKAGE SECTION.
       01  LS-SCR-REQUEST.
           05  LS-SCR-SUBJECT-TYPE     PIC X(1).
           05  LS-SCR-SUBJECT-REF      PIC X(16).
           05  LS-SCR-NAME             PIC X(40).
           05  LS-SCR-BANK-ID          PIC X(11).
           05  LS-SCR-SCREENED-BY      PIC X(8).

       01  LS-SCR-RESPONSE.
           05  LS-SCR-STATUS-CODE      PIC XX.
           05  LS-SCR-STATUS-MSG       PIC X(80).
           05  LS-SCR-HIT-COUNT        PIC 9(3).
           05  LS-SCR-OPEN-COUNT       PIC 9(3).
           05  LS-SCR-CONFIRMED-COUNT  PIC 9(3).
           05  LS-SCR-LIST-SOURCE      PIC X(8).
           05  LS-SCR-ENTRY-ID         PIC X(12).
           05  LS-SCR-LISTED-NAME      PIC X(40).

       PROCEDURE DIVISION.

      ******************************************************************
      * MAIN ENTRY POINT - NOT USED DIRECTLY
      ******************************************************************
       0000-MAIN-PARA.
           DISPLAY "SANC-SCREEN: Use the SANC-CHECK entry point"
           STOP RUN.

      ******************************************************************
      * ENTRY POINT: SANC-CHECK
      * Screen one subject's name and bank id against the listed
      * entries. The caller must hold or block on any nonzero status.
      ******************************************************************
       ENTRY "SANC-CHECK" USING LS-SCR-REQUEST LS-SCR-RESPONSE.

       1000-PROCESS-SANC-CHECK.
           PERFORM 0200-INITIALIZE-RESPONSE
           PERFORM 0100-OPEN-FILES
           IF LS-SCR-STATUS-CODE = "00"
               PERFORM 1100-SCREEN-SUBJECT
               PERFORM 1700-TALLY-SUBJECT-HITS
           END-IF
           IF LS-SCR-STATUS-CODE = "00"
               PERFORM 1900-SET-OUTCOME
           END-IF
           GOBACK.

      ******************************************************************
      * LOAD THE LIST AND OPEN THE HIT FILES ON FIRST USE. ANY OF
      * THEM MISSING IS A 99 - SCREENING THAT CANNOT BE DONE MUST
      * NEVER PASS A PAYMENT.
      ******************************************************************
       0100-OPEN-FILES.
           IF NOT LIST-LOADED
               PERFORM 0110-LOAD-WATCH-LIST
           END-IF
           IF NOT HITS-OPEN
               OPEN I-O SANC-HITS
               IF WS-HIT-FILE-STATUS = "35"
                   OPEN OUTPUT SANC-HITS
                   CLOSE SANC-HITS
                   OPEN I-O SANC-HITS
               END-IF
               OPEN I-O SANC-TRAIL
               IF WS-TRAIL-FILE-STATUS = "35"
                   OPEN OUTPUT SANC-TRAIL
                   CLOSE SANC-TRAIL
                   OPEN I-O SANC-TRAIL
               END-IF
               IF WS-HIT-FILE-STATUS = "00"
                       AND WS-TRAIL-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-HITS-OPEN
               END-IF
           END-IF

           IF NOT LIST-LOADED
               MOVE "99" TO LS-SCR-STATUS-CODE
               MOVE "ERROR: Watch list unavailable - held, not screened"
                   TO LS-SCR-STATUS-MSG
           END-IF
           IF LS-SCR-STATUS-CODE = "00" AND NOT HITS-OPEN
               MOVE "99" TO LS-SCR-STATUS-CODE
               MOVE "ERROR: Hit file unavailable - held, not screened"
                   TO LS-SCR-STATUS-MSG
           END-IF.

       0110-LOAD-WATCH-LIST.
           MOVE 0 TO WS-WL-COUNT
           MOVE 'N' TO WS-LOAD-DONE
           MOVE 'N' TO WS-LOAD-FAILED
           OPEN INPUT WATCH-LIST
           IF WS-WATCH-FILE-STATUS NOT = "00"
               MOVE 'Y' TO WS-LOAD-DONE
               MOVE 'Y' TO WS-LOAD-FAILED
           END-IF
           PERFORM UNTIL LOAD-DONE
               READ WATCH-LIST NEXT
                   AT END
                       MOVE 'Y' TO WS-LOAD-DONE
                   NOT AT END
                       IF WL-LISTED
                           PERFORM 0120-TABLE-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-WATCH-FILE-STATUS NOT = "35"
               CLOSE WATCH-LIST
           END-IF

      *    An empty list is a list that was never loaded - screening
      *    against nothing would pass everything
           IF NOT LOAD-FAILED AND WS-WL-COUNT > 0
               MOVE 'Y' TO WS-LIST-LOADED
           ELSE
               DISPLAY "SANC-SCREEN: Watch list not loaded (status "
                       WS-WATCH-FILE-STATUS ", " WS-WL-COUNT
                       " entries)"
           END-IF.

       0120-TABLE-ONE-ENTRY.
           IF WS-WL-COUNT NOT < WS-WL-MAX
               DISPLAY "SANC-SCREEN: Watch list exceeds "
                       WS-WL-MAX " entries - not loaded"
               MOVE 'Y' TO WS-LOAD-FAILED
               MOVE 'Y' TO WS-LOAD-DONE
           ELSE
               ADD 1 TO WS-WL-COUNT
               MOVE WL-LIST-SOURCE TO WS-WL-SOURCE(WS-WL-COUNT)
               MOVE WL-ENTRY-ID TO WS-WL-ID(WS-WL-COUNT)
               MOVE WL-ENTRY-TYPE TO WS-WL-TYPE(WS-WL-COUNT)
               MOVE WL-NAME TO WS-WL-NAME(WS-WL-COUNT)
               IF WL-BANK-ENTRY
                   MOVE UPPER-CASE(WL-NAME) TO WS-WL-NORM(WS-WL-COUNT)
               ELSE
                   MOVE WL-NAME TO WS-NORM-IN
                   PERFORM 0300-NORMALIZE-NAME
                   MOVE WS-NORM-OUT TO WS-WL-NORM(WS-WL-COUNT)
               END-IF
           END-IF.

       0200-INITIALIZE-RESPONSE.
           MOVE SPACES TO LS-SCR-RESPONSE
           MOVE "00" TO LS-SCR-STATUS-CODE
           MOVE ZEROS TO LS-SCR-HIT-COUNT
           MOVE ZEROS TO LS-SCR-OPEN-COUNT
           MOVE ZEROS TO LS-SCR-CONFIRMED-COUNT
           MOVE 0 TO WS-DECIDING-RANK
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP.

      ******************************************************************
      * NORMALIZE WS-NORM-IN INTO WS-NORM-OUT: " WORD WORD ... "
      ******************************************************************
       0300-NORMALIZE-NAME.
           MOVE SPACES TO WS-NORM-OUT
           MOVE 1 TO WS-NORM-LEN
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                   UNTIL WS-NORM-POS > 40
               MOVE UPPER-CASE(WS-NORM-IN(WS-NORM-POS:1))
                   TO WS-NORM-CHAR
               IF (WS-NORM-CHAR >= "A" AND WS-NORM-CHAR <= "Z")
                       OR (WS-NORM-CHAR >= "0" AND WS-NORM-CHAR <= "9")
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
               ELSE
                   IF WS-NORM-OUT(WS-NORM-LEN:1) NOT = SPACE
                       ADD 1 TO WS-NORM-LEN
                   END-IF
               END-IF
           END-PERFORM.

      ******************************************************************
      * TEST THE SUBJECT AGAINST EVERY LISTED ENTRY OF ITS KIND
      ******************************************************************
       1100-SCREEN-SUBJECT.
           MOVE SPACES TO WS-SUBJECT-NORM
           IF LS-SCR-NAME NOT = SPACES
               MOVE LS-SCR-NAME TO WS-NORM-IN
               PERFORM 0300-NORMALIZE-NAME
               MOVE WS-NORM-OUT TO WS-SUBJECT-NORM
           END-IF
           MOVE UPPER-CASE(LS-SCR-BANK-ID) TO WS-SUBJECT-BANK

           PERFORM VARYING WS-WL-IDX FROM 1 BY 1
                   UNTIL WS-WL-IDX > WS-WL-COUNT
               MOVE 'N' TO WS-ENTRY-MATCHED
               IF WS-WL-TYPE(WS-WL-IDX) = "B"
                   IF WS-SUBJECT-BANK NOT = SPACES
                       PERFORM 1200-MATCH-BANK-ENTRY
                   END-IF
               ELSE
                   IF WS-SUBJECT-NORM NOT = SPACES
                       PERFORM 1300-MATCH-NAME-ENTRY
                   END-IF
               END-IF
               IF ENTRY-MATCHED
                   PERFORM 1500-RECORD-HIT
               END-IF
           END-PERFORM.

       1200-MATCH-BANK-ENTRY.
           IF WS-WL-NORM(WS-WL-IDX)(9:3) = SPACES
               IF WS-SUBJECT-BANK(1:8) = WS-WL-NORM(WS-WL-IDX)(1:8)
                   MOVE 'Y' TO WS-ENTRY-MATCHED
               END-IF
           ELSE
               IF WS-SUBJECT-BANK = WS-WL-NORM(WS-WL-IDX)(1:11)
                   MOVE 'Y' TO WS-ENTRY-MATCHED
               END-IF
           END-IF
           IF ENTRY-MATCHED
               MOVE "B" TO WS-HIT-MATCH-ON
               MOVE LS-SCR-BANK-ID TO WS-HIT-SCREENED
           END-IF.

      ******************************************************************
      * EVERY WORD OF THE LISTED NAME MUST APPEAR AS A WHOLE WORD IN
      * THE SCREENED NAME - "SMITH, JOHN" MATCHES "JOHN SMITH", BUT
      * "JOHNSON" DOES NOT MATCH "JOHN"
      ******************************************************************
       1300-MATCH-NAME-ENTRY.
           MOVE 'Y' TO WS-ENTRY-MATCHED
           MOVE 0 TO WS-WORDS-TESTED
           MOVE 2 TO WS-WORD-PTR
           PERFORM UNTIL WS-WORD-PTR > 43 OR NOT ENTRY-MATCHED
               MOVE SPACES TO WS-WORD
               MOVE 0 TO WS-WORD-LEN
               UNSTRING WS-WL-NORM(WS-WL-IDX) DELIMITED BY SPACE
                   INTO WS-WORD COUNT IN WS-WORD-LEN
                   WITH POINTER WS-WORD-PTR
               END-UNSTRING
               IF WS-WORD-LEN > 0
                   ADD 1 TO WS-WORDS-TESTED
                   MOVE SPACES TO WS-PROBE
                   MOVE WS-WORD(1:WS-WORD-LEN)
                       TO WS-PROBE(2:WS-WORD-LEN)
                   COMPUTE WS-PROBE-LEN = WS-WORD-LEN + 2
                   MOVE 0 TO WS-WORD-TALLY
                   INSPECT WS-SUBJECT-NORM TALLYING WS-WORD-TALLY
                       FOR ALL WS-PROBE(1:WS-PROBE-LEN)
                   IF WS-WORD-TALLY = 0
                       MOVE 'N' TO WS-ENTRY-MATCHED
                   END-IF
               ELSE
                   MOVE 44 TO WS-WORD-PTR
               END-IF
           END-PERFORM
           IF WS-WORDS-TESTED = 0
               MOVE 'N' TO WS-ENTRY-MATCHED
           END-IF
           IF ENTRY-MATCHED
               MOVE "N" TO WS-HIT-MATCH-ON
               MOVE LS-SCR-NAME TO WS-HIT-SCREENED
           END-IF.

      ******************************************************************
      * THE SUBJECT MATCHED AN ENTRY - RAISE A NEW HIT UNLESS ONE IS
      * ALREADY RECORDED FOR THIS SUBJECT AND ENTRY (ITS DECISION,
      * IF ANY, STANDS). A MATCH THAT CANNOT BE LOOKED UP OR RECORDED
      * WOULD BE MISSING FROM THE TALLY AND PASS, SO IT IS A 99.
      ******************************************************************
       1500-RECORD-HIT.
           MOVE LS-SCR-SUBJECT-TYPE TO SH-SUBJECT-TYPE
           MOVE LS-SCR-SUBJECT-REF TO SH-SUBJECT-REF
           MOVE WS-WL-SOURCE(WS-WL-IDX) TO SH-LIST-SOURCE
           MOVE WS-WL-ID(WS-WL-IDX) TO SH-ENTRY-ID
           READ SANC-HITS
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE WS-HIT-FILE-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   PERFORM 1510-RAISE-NEW-HIT
               WHEN OTHER
                   DISPLAY "SANC-SCREEN: Could not read hit for "
                           SH-SUBJECT-REF " on " SH-LIST-SOURCE
                           "/" SH-ENTRY-ID " (status "
                           WS-HIT-FILE-STATUS ")"
                   PERFORM 1590-HIT-NOT-RECORDED
           END-EVALUATE.

       1510-RAISE-NEW-HIT.
           MOVE WS-HIT-MATCH-ON TO SH-MATCH-ON
           MOVE WS-HIT-SCREENED TO SH-SCREENED-NAME
           MOVE WS-WL-NAME(WS-WL-IDX) TO SH-LISTED-NAME
           SET SH-OPEN TO TRUE
           MOVE LS-SCR-SCREENED-BY TO SH-RAISED-BY
           MOVE WS-TIMESTAMP TO SH-RAISED-TS
           MOVE SPACES TO SH-DECIDED-BY
           MOVE SPACES TO SH-DECIDED-TS
           MOVE SPACES TO SH-DECISION-NOTE
           WRITE SANC-HIT-RECORD
               INVALID KEY
                   DISPLAY "SANC-SCREEN: Could not record hit for "
                           SH-SUBJECT-REF " on " SH-LIST-SOURCE
                           "/" SH-ENTRY-ID
                   PERFORM 1590-HIT-NOT-RECORDED
           END-WRITE

           MOVE SH-KEY TO ST-HIT-KEY
           MOVE WS-TIMESTAMP TO ST-TIMESTAMP
           SET ST-HIT-RAISED TO TRUE
           MOVE LS-SCR-SCREENED-BY TO ST-ACTOR
           MOVE SPACE TO ST-PRIOR-STATUS
           MOVE SPACES TO ST-NOTE
           STRING "MATCHED " DELIMITED BY SIZE
                  WS-WL-NAME(WS-WL-IDX) DELIMITED BY SIZE
                  " ON " DELIMITED BY SIZE
                  WS-HIT-SCREENED DELIMITED BY SIZE
               INTO ST-NOTE
           END-STRING
           WRITE SANC-TRAIL-RECORD
               INVALID KEY
                   PERFORM 1520-TRAIL-RETRY
           END-WRITE.

      ******************************************************************
      * TWO RAISES FOR THE SAME HIT WITHIN ONE CLOCK TICK COLLIDE ON
      * ST-KEY - RETRY UNDER A SEQUENCE IN THE TIMESTAMP'S ZONE
      * OFFSET POSITIONS SO NO TRAIL ENTRY IS LOST
      ******************************************************************
       1520-TRAIL-RETRY.
           ADD 1 TO WS-TRAIL-SEQ
           MOVE WS-TRAIL-SEQ TO ST-TIMESTAMP(22:5)
           WRITE SANC-TRAIL-RECORD
               INVALID KEY
                   DISPLAY "SANC-SCREEN: Could not write trail for "
                           ST-SUBJECT-REF
           END-WRITE.

      ******************************************************************
      * THE SUBJECT MATCHED BUT THE HIT IS NOT ON FILE - HELD, NOT
      * PASSED (1000 SKIPS THE OUTCOME SO THE 99 STANDS)
      ******************************************************************
       1590-HIT-NOT-RECORDED.
           MOVE "99" TO LS-SCR-STATUS-CODE
           MOVE "ERROR: hit not recorded - held, not screened"
               TO LS-SCR-STATUS-MSG.

      ******************************************************************
      * JUDGE THE SUBJECT ON EVERY HIT RECORDED AGAINST IT - THE
      * HITS CLUSTER UNDER (SUBJECT TYPE, SUBJECT REF) ON SH-KEY
      ******************************************************************
       1700-TALLY-SUBJECT-HITS.
           MOVE 'N' TO WS-HITS-DONE
           MOVE LS-SCR-SUBJECT-TYPE TO SH-SUBJECT-TYPE
           MOVE LS-SCR-SUBJECT-REF TO SH-SUBJECT-REF
           MOVE LOW-VALUES TO SH-LIST-SOURCE
           MOVE LOW-VALUES TO SH-ENTRY-ID
           START SANC-HITS KEY NOT < SH-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-HITS-DONE
           END-START
           PERFORM UNTIL HITS-DONE
               READ SANC-HITS NEXT
                   AT END
                       MOVE 'Y' TO WS-HITS-DONE
                   NOT AT END
                       IF SH-SUBJECT-TYPE NOT = LS-SCR-SUBJECT-TYPE
                               OR SH-SUBJECT-REF
                                   NOT = LS-SCR-SUBJECT-REF
                           MOVE 'Y' TO WS-HITS-DONE
                       ELSE
                           PERFORM 1710-TALLY-ONE-HIT
                       END-IF
               END-READ
           END-PERFORM.

       1710-TALLY-ONE-HIT.
           ADD 1 TO LS-SCR-HIT-COUNT
           EVALUATE TRUE
               WHEN SH-CONFIRMED
                   ADD 1 TO LS-SCR-CONFIRMED-COUNT
                   IF WS-DECIDING-RANK < 3
                       MOVE 3 TO WS-DECIDING-RANK
                       PERFORM 1790-NOTE-DECIDING-HIT
                   END-IF
               WHEN SH-OPEN
                   ADD 1 TO LS-SCR-OPEN-COUNT
                   IF WS-DECIDING-RANK < 2
                       MOVE 2 TO WS-DECIDING-RANK
                       PERFORM 1790-NOTE-DECIDING-HIT
                   END-IF
               WHEN OTHER
                   IF WS-DECIDING-RANK < 1
                       MOVE 1 TO WS-DECIDING-RANK
                       PERFORM 1790-NOTE-DECIDING-HIT
                   END-IF
           END-EVALUATE.

       1790-NOTE-DECIDING-HIT.
           MOVE SH-LIST-SOURCE TO LS-SCR-LIST-SOURCE
           MOVE SH-ENTRY-ID TO LS-SCR-ENTRY-ID
           MOVE SH-LISTED-NAME TO LS-SCR-LISTED-NAME.

       1900-SET-OUTCOME.
           EVALUATE TRUE
               WHEN LS-SCR-CONFIRMED-COUNT > 0
                   MOVE "21" TO LS-SCR-STATUS-CODE
                   MOVE SPACES TO LS-SCR-STATUS-MSG
                   STRING "BLOCKED: confirmed match on "
                              DELIMITED BY SIZE
                          LS-SCR-LIST-SOURCE DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          LS-SCR-ENTRY-ID DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          LS-SCR-LISTED-NAME DELIMITED BY SIZE
                       INTO LS-SCR-STATUS-MSG
                   END-STRING
               WHEN LS-SCR-OPEN-COUNT > 0
                   MOVE "20" TO LS-SCR-STATUS-CODE
                   MOVE SPACES TO LS-SCR-STATUS-MSG
                   STRING "HELD: possible match on "
                              DELIMITED BY SIZE
                          LS-SCR-LIST-SOURCE DELIMITED BY SPACE
                          "/" DELIMITED BY SIZE
                          LS-SCR-ENTRY-ID DELIMITED BY SPACE
                          " " DELIMITED BY SIZE
                          LS-SCR-LISTED-NAME DELIMITED BY SIZE
                       INTO LS-SCR-STATUS-MSG
                   END-STRING
               WHEN LS-SCR-HIT-COUNT > 0
                   MOVE "Passed - every hit cleared by compliance"
                       TO LS-SCR-STATUS-MSG
               WHEN OTHER
                   MOVE "Passed - no watch-list match"
                       TO LS-SCR-STATUS-MSG
           END-EVALUATE.

       END PROGRAM SANC-SCREEN.

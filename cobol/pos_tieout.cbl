      *              share that unit. An account with activity today
      *              but no snapshot yesterday reconciles from an
      *              opening position of zero (new account).
      *
      *              Only today's audit entries are read - through
      *              the AUDDATE business-date index, not a scan of
      *              the whole trail.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POS-TIEOUT.

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

           SELECT ADJ-JOURNAL-FILE ASSIGN TO "ACCTADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
       FD  AUDIT-TRAIL.
       COPY AUDITREC.

       FD  AUDIT-DATE-INDEX.
       COPY DATEXREC.

       FD  ADJ-JOURNAL-FILE.
       COPY ADJREC.

       01  WS-FILE-STATUSES.
           05  WS-POS-FILE-STATUS      PIC XX.
           05  WS-AUDIT-FILE-STATUS    PIC XX.
           05  WS-ADX-FILE-STATUS      PIC XX.
           05  WS-ADJ-FILE-STATUS      PIC XX.
           05  WS-BUSD-FILE-STATUS     PIC XX.

           05  WS-TIE-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-TIE-IDX.
               10  WS-TIE-ACCT-NUMBER  PIC X(16).
               10  WS-TIE-OPEN-BAL     PIC S9(12)V99.
               10  WS-TIE-CLOSE-BAL    PIC S9(12)V99.
               10  WS-TIE-DEBITS       PIC 9(12)V99.
               10  WS-TIE-CREDITS      PIC 9(12)V99.
               10  WS-TIE-SEEN-OPEN    PIC X(1).
       01  WS-EXPECTED-BALANCE         PIC S9(13)V99 VALUE 0.
       01  WS-BREAK-AMOUNT             PIC S9(13)V99 VALUE 0.
       01  WS-BREAK-DISPLAY            PIC -(13)9.99.
      *    Snapshot balances are signed (overdrafts), so the break
      *    line shows them edited rather than raw
       01  WS-OPEN-DISPLAY             PIC -(13)9.99.
       01  WS-CLOSE-DISPLAY            PIC -(13)9.99.

      ******************************************************************
      * LOCAL MIRROR OF RUN-CONTROL'S LINKAGE LAYOUT - THE CALL BINDS
           MOVE WS-DATE-NUM TO WS-YESTERDAY.

      ******************************************************************
      * ALL INPUTS ARE MANDATORY - THIS IS THE SIGN-OFF GATE, SO AN
      * UNOPENABLE FILE MUST FAIL THE RUN, NOT TIE OUT AN EMPTY DAY.
      * THAT INCLUDES THE AUDDATE INDEX TODAY'S ENTRIES ARE READ BY.
      ******************************************************************
       0100-OPEN-FILES.
           OPEN INPUT POSITION-HISTORY
               DISPLAY "TIE-OUT FAILED - DO NOT SIGN OFF THE DAY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT AUDIT-DATE-INDEX
           IF WS-ADX-FILE-STATUS NOT = "00"
               DISPLAY "ERROR: Cannot open AUDDATE (status "
                       WS-ADX-FILE-STATUS ") - run DATE-XREF-BUILD"
               DISPLAY "TIE-OUT FAILED - DO NOT SIGN OFF THE DAY"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      ******************************************************************
      * STATUS 00 ENTRIES MOVED MONEY; THAT INCLUDES REVERSAL
      * ENTRIES, WHICH ARE ORDINARY POSTINGS HERE. AMOUNTS ARE IN
      * EACH ACCOUNT'S OWN CURRENCY (AUD-AMOUNT FOR THE DEBITED
      * SOURCE, AUD-TO-AMOUNT FOR THE CREDITED DESTINATION). TODAY'S
      * ENTRIES ARE FOUND THROUGH THE AUDDATE INDEX AND FETCHED FROM
      * AUDTRAIL BY KEY.
      ******************************************************************
       0400-ACCUMULATE-ACTIVITY.
           MOVE WS-TODAY TO ADX-BUS-DATE
           MOVE LOW-VALUES TO ADX-TX-ID
           START AUDIT-DATE-INDEX KEY NOT < ADX-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-EOF-AUDIT
           END-START
           PERFORM UNTIL EOF-AUDIT
               READ AUDIT-DATE-INDEX NEXT
                   AT END
                       MOVE 'Y' TO WS-EOF-AUDIT
                   NOT AT END
                       IF WS-ADX-FILE-STATUS NOT = "00"
                               OR ADX-BUS-DATE NOT = WS-TODAY
                           MOVE 'Y' TO WS-EOF-AUDIT
                       ELSE
                           PERFORM 0410-FETCH-ONE-AUDIT
                       END-IF
               END-READ
           END-PERFORM.

      ******************************************************************
      * AN INDEX RECORD WHOSE ENTRY IS GONE (PURGED) OR NOW CARRIES
      * ANOTHER DATE IS STALE AND SKIPPED
      ******************************************************************
       0410-FETCH-ONE-AUDIT.
           MOVE ADX-TX-ID TO AUD-TX-ID
           READ AUDIT-TRAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-COUNT-AUDIT
                   IF AUD-STATUS-CODE = "00"
                           AND AUD-TIMESTAMP(1:8) = WS-TODAY
                       ADD 1 TO WS-COUNT-ACTIVITY
                       PERFORM 0450-APPLY-ONE-POSTING
                   END-IF
           END-READ.

       0450-APPLY-ONE-POSTING.
           MOVE AUD-FROM-ACCT TO WS-SEARCH-ACCT-NUMBER
           PERFORM 0500-FIND-OR-ADD-ACCOUNT
                   WHEN OTHER
                       ADD 1 TO WS-COUNT-BREAKS
                       MOVE WS-BREAK-AMOUNT TO WS-BREAK-DISPLAY
                       MOVE WS-TIE-OPEN-BAL(WS-TIE-IDX)
                           TO WS-OPEN-DISPLAY
                       MOVE WS-TIE-CLOSE-BAL(WS-TIE-IDX)
                           TO WS-CLOSE-DISPLAY
                       DISPLAY "  " WS-TIE-ACCT-NUMBER(WS-TIE-IDX)
                               "  BREAK " WS-BREAK-DISPLAY
                               "  OPEN " WS-OPEN-DISPLAY
                               " +CR " WS-TIE-CREDITS(WS-TIE-IDX)
                               " -DR " WS-TIE-DEBITS(WS-TIE-IDX)
                               " CLOSE " WS-CLOSE-DISPLAY
               END-EVALUATE
           END-PERFORM
           IF WS-COUNT-BREAKS = 0

       0900-CLOSE-FILES.
           CLOSE POSITION-HISTORY
           CLOSE AUDIT-TRAIL
           CLOSE AUDIT-DATE-INDEX.

       END PROGRAM POS-TIEOUT.

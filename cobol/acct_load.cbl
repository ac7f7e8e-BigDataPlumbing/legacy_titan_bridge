      * Input (ACCTIN), record type in column 1:
      *   'H' header  - business date YYYYMMDD, mode 'F'/'D'
      *   'D' detail  - action, account, sign, amount, status,
      *                 currency, product, rate. On an add or a
      *                 refresh a '-' sign loads an overdrawn
      *                 (negative) balance; a 'J' debit may take the
      *                 balance below zero.
      *   'T' trailer - detail record count, net hash sign, net
      *                 balance hash total (signed sum of detail
      *                 amounts, '-' amounts subtracted)
           05  WS-TRAILER-NET          PIC S9(13)V99 VALUE 0.

       01  WS-MOVEMENT-WORK.
           05  WS-OLD-BALANCE          PIC S9(12)V99 VALUE 0.
           05  WS-FEED-BALANCE         PIC S9(12)V99 VALUE 0.
           05  WS-MOVE-AMOUNT          PIC S9(13)V99 VALUE 0.
           05  WS-MOVE-DISPLAY         PIC -(13)9.99.
           05  WS-OLD-DISPLAY          PIC -(13)9.99.
           05  WS-NEW-DISPLAY          PIC -(13)9.99.

       01  WS-ADJ-WORK.
           05  WS-ADJ-SIGN             PIC X(1).
                       AD-ACCT-NUMBER ", skipping"
           END-IF.

      ******************************************************************
      * THE DETAIL'S SIGNED BALANCE FOR AN ADD OR A REFRESH - THE
      * SAME SIGN CONVENTION THE TRAILER HASH ALREADY USES
      ******************************************************************
       0308-SET-FEED-BALANCE.
           IF AD-SIGN = "-"
               COMPUTE WS-FEED-BALANCE = 0 - AD-AMOUNT
           ELSE
               MOVE AD-AMOUNT TO WS-FEED-BALANCE
           END-IF.

       0310-INSERT-ACCOUNT.
           PERFORM 0305-VALIDATE-CURRENCY
           IF RECORD-OK
               PERFORM 0308-SET-FEED-BALANCE
               MOVE AD-ACCT-NUMBER TO ACCT-NUMBER
               MOVE WS-FEED-BALANCE TO ACCT-BALANCE
               MOVE AD-STATUS TO ACCT-STATUS
               MOVE ZEROS TO ACCT-DAILY-TOTAL
               MOVE SPACES TO ACCT-DAILY-DATE
               END-IF
               MOVE ZEROS TO ACCT-ACCRUED-INT
               MOVE SPACES TO ACCT-LAST-ACCRUAL
               MOVE ZEROS TO ACCT-OD-ACCRUED-INT
               WRITE ACCT-RECORD
                   INVALID KEY
                       PERFORM 0390-REJECT-RECORD
                       ADD 1 TO WS-COUNT-NEW
                       IF AD-AMOUNT NOT = ZEROS
                           MOVE "+" TO WS-ADJ-SIGN
                           IF WS-FEED-BALANCE < ZEROS
                               MOVE "-" TO WS-ADJ-SIGN
                           END-IF
                           MOVE AD-AMOUNT TO WS-ADJ-AMOUNT
                           PERFORM 0700-WRITE-ADJ-JOURNAL
                       END-IF

      ******************************************************************
      * DELTA ADJUST - MOVE THE BALANCE BY A SIGNED AMOUNT WITHOUT
      * REPLACING IT. THE BALANCE IS SIGNED, SO A DEBIT MAY LEAVE
      * THE ACCOUNT OVERDRAWN; WHETHER THAT IS WITHIN AN ARRANGED
      * FACILITY IS OD-EXCESS'S CONCERN, NOT THE FEED'S.
      ******************************************************************
       0330-ADJUST-BALANCE.
           MOVE AD-ACCT-NUMBER TO ACCT-NUMBER

           IF RECORD-OK
               IF AD-SIGN = "-"
                   SUBTRACT AD-AMOUNT FROM ACCT-BALANCE
               ELSE
                   ADD AD-AMOUNT TO ACCT-BALANCE
               END-IF
           END-IF.

       0360-REPLACE-ACCOUNT.
           PERFORM 0308-SET-FEED-BALANCE
           MOVE ACCT-BALANCE TO WS-OLD-BALANCE
           COMPUTE WS-MOVE-AMOUNT = WS-FEED-BALANCE - WS-OLD-BALANCE
           IF WS-MOVE-AMOUNT < 0
               COMPUTE WS-MOVE-AMOUNT = 0 - WS-MOVE-AMOUNT
           END-IF
           IF WS-MOVE-AMOUNT NOT < WS-MOVEMENT-THRESHOLD
               ADD 1 TO WS-COUNT-LARGE-MOVES
               COMPUTE WS-MOVE-AMOUNT =
                   WS-FEED-BALANCE - WS-OLD-BALANCE
               MOVE WS-MOVE-AMOUNT TO WS-MOVE-DISPLAY
               MOVE WS-OLD-BALANCE TO WS-OLD-DISPLAY
               MOVE WS-FEED-BALANCE TO WS-NEW-DISPLAY
               DISPLAY "MOVEMENT: " AD-ACCT-NUMBER
                       " BEFORE " WS-OLD-DISPLAY
                       " AFTER " WS-NEW-DISPLAY
                       " CHANGE " WS-MOVE-DISPLAY
           END-IF

           MOVE WS-FEED-BALANCE TO ACCT-BALANCE
           MOVE AD-STATUS TO ACCT-STATUS
           IF AD-CURRENCY NOT = SPACES
               MOVE AD-CURRENCY TO ACCT-CURRENCY
      * BALANCE MINUS OLD); AN UNCHANGED BALANCE ADDS NOTHING
      ******************************************************************
       0370-JOURNAL-REPLACEMENT.
           COMPUTE WS-MOVE-AMOUNT = WS-FEED-BALANCE - WS-OLD-BALANCE
           IF WS-MOVE-AMOUNT NOT = ZEROS
               IF WS-MOVE-AMOUNT < ZEROS
                   MOVE "-" TO WS-ADJ-SIGN

      *              of activity after the range; opening = closing
      *              minus the net within the range. When the range
      *              ends today the closing balance IS the account
      *              master balance. An overdrawn account prints a
      *              negative balance, and debit interest accrued but
      *              not yet charged is noted under the closing line.
      *
      * Input (STMTPARM), one record:
      *              SP-ACCT-NUMBER  account to statement, or "ALL"
       01  WS-TO-DATE                  PIC X(8).
       01  WS-STMT-ACCT                PIC X(16).
       01  WS-STMT-CURRENCY            PIC X(3).
       01  WS-CURRENT-BALANCE          PIC S9(12)V99 VALUE 0.
       01  WS-STMT-OD-ACCRUED          PIC 9(12)V99 VALUE 0.

       01  WS-STMT-WORK.
           05  WS-NET-AFTER            PIC S9(13)V99 VALUE 0.
               CONTINUE
           ELSE
               MOVE ACCT-BALANCE TO WS-CURRENT-BALANCE
               MOVE ACCT-OD-ACCRUED-INT TO WS-STMT-OD-ACCRUED
               MOVE ACCT-CURRENCY TO WS-STMT-CURRENCY
               MOVE ZEROS TO WS-NET-AFTER
               MOVE ZEROS TO WS-NET-RANGE
           MOVE WS-CLOSE-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY "  CLOSING BALANCE " WS-BALANCE-DISPLAY
                   "  (" WS-RANGE-COUNT " TRANSACTIONS)"
           IF WS-STMT-OD-ACCRUED NOT = ZEROS
               MOVE WS-STMT-OD-ACCRUED TO WS-AMOUNT-DISPLAY
               DISPLAY "  DEBIT INTEREST  " WS-AMOUNT-DISPLAY
                       "  (ACCRUED, CHARGED AT MONTH END)"
           END-IF
           DISPLAY "==================================================".

       0900-CLOSE-FILES.

      ******************************************************************
       01  ACCT-RECORD.
           05  ACCT-NUMBER             PIC X(16).
      *    Signed: an account drawing on an arranged overdraft
      *    facility (LIMPROF LIM-OD-LIMIT) carries a negative balance.
      *    The sign is held in the last digit (trailing overpunch),
      *    so the field is still 14 bytes.
           05  ACCT-BALANCE            PIC S9(12)V99.
           05  ACCT-STATUS             PIC X(1).
               88  ACCT-ACTIVE         VALUE 'A'.
               88  ACCT-FROZEN         VALUE 'F'.
           05  ACCT-INT-RATE           PIC 9(2)V9(4).
           05  ACCT-ACCRUED-INT        PIC 9(12)V99.
           05  ACCT-LAST-ACCRUAL       PIC X(8).
      *    Debit interest owed on overdrawn days, kept apart from the
      *    credit interest above. INT-ACCRUE accrues it at the
      *    facility's LIM-OD-RATE (same ACCT-LAST-ACCRUAL stamp) and
      *    INT-CAPITAL charges it to the account at month end.
           05  ACCT-OD-ACCRUED-INT     PIC 9(12)V99.
           05  FILLER                  PIC X(7).

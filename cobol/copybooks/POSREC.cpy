           05  PH-KEY.
               10  PH-SNAP-DATE        PIC X(8).
               10  PH-ACCT-NUMBER      PIC X(16).
      *    Signed, like ACCT-BALANCE - an overdrawn account snapshots
      *    a negative position
           05  PH-BALANCE              PIC S9(12)V99.
           05  PH-STATUS               PIC X(1).
           05  PH-CURRENCY             PIC X(3).
           05  PH-SNAP-TS              PIC X(26).

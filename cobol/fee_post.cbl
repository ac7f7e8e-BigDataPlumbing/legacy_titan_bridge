      *              FS-XCCY-FREE-COUNT  cross-currency transfers
      *                                  free each month before the
      *                                  charge applies
      *              FS-CLOSE-AMT        closing fee, USD - not
      *                                  read here; ACCT-CLOSE
      *                                  charges it at close-out
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEE-POST.
       DATA DIVISION.
       FILE SECTION.
       FD  FEE-SCHED-FILE.
       COPY FEESREC.

       FD  BUSINESS-DATE-FILE.
       COPY BUSDREC.
       01  WS-SCHED-FOUND-IDX          PIC 9(3) VALUE 0.

      ******************************************************************
      * PER-ACCOUNT ASSESSMENT WORK AREA. THE BALANCE IS SIGNED, SO
      * AN OVERDRAWN ACCOUNT NEVER MEETS THE WAIVER THRESHOLD
      ******************************************************************
       01  WS-FEE-WORK.
           05  WS-FEE-ACCT-NUMBER      PIC X(16).
           05  WS-FEE-CURRENCY         PIC X(3).
           05  WS-FEE-BALANCE          PIC S9(12)V99 VALUE 0.
           05  WS-FEE-BALANCE-USD      PIC S9(12)V99 VALUE 0.
           05  WS-FEE-MONTHLY          PIC 9(7)V99 VALUE 0.
           05  WS-FEE-XCCY-COUNT       PIC 9(5) VALUE 0.
           05  WS-FEE-XCCY-CHARGEABLE  PIC 9(5) VALUE 0.

       01  WS-FX-SEARCH-CODE           PIC X(3).
       01  WS-FX-RATE-VALUE            PIC 9(6)V9(6).
       01  WS-CONV-AMOUNT              PIC S9(12)V99.
       01  WS-USD-AMOUNT               PIC S9(12)V99.

       01  WS-FX-LOAD-WORK.
           05  WS-FX-COUNT             PIC 9(2) VALUE 0.

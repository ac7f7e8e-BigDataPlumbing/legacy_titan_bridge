      ******************************************************************
      * SWEEPREC - CASH CONCENTRATION SWEEP STRUCTURE RECORD LAYOUT
      * Shared by SWEEP-MAINT (writer) and SWEEP-POST (reader). Keyed
      * by SW-KEY (structure + participating account) on the SWEEPMST
      * indexed file, so one structure's participants cluster
      * together and SWEEP-POST can work a structure at a time. Every
      * participant carries its structure's header account and owning
      * customer; SWEEP-MAINT keeps both the same across a structure,
      * and the header and every participant must be linked to that
      * customer on CUSTXREF.
      *
      * Sweep types, judged nightly on the participant's available
      * balance (ledger balance less active holds):
      *   'Z' zero balance    - everything available moves up to the
      *                         header; a negative available balance
      *                         is topped up to zero from it
      *   'T' target balance  - surplus above SW-TARGET moves up, a
      *                         shortfall below it is topped up
      *   'U' threshold       - only surplus above SW-TARGET moves up;
      *                         the account is never topped up
      * A leg smaller than SW-MIN-AMOUNT is not posted. A removed
      * participant stays on file with status 'C' for the history.
      ******************************************************************
       01  SWEEP-RECORD.
           05  SW-KEY.
               10  SW-STRUCTURE-ID     PIC X(12).
               10  SW-PART-ACCT        PIC X(16).
           05  SW-HEADER-ACCT          PIC X(16).
           05  SW-CUST-NUMBER          PIC X(12).
           05  SW-SWEEP-TYPE           PIC X(1).
               88  SW-ZERO-BALANCE     VALUE 'Z'.
               88  SW-TARGET-BALANCE   VALUE 'T'.
               88  SW-THRESHOLD        VALUE 'U'.
               88  SW-TOPS-UP          VALUE 'Z' 'T'.
           05  SW-TARGET               PIC 9(12)V99.
           05  SW-MIN-AMOUNT           PIC 9(12)V99.
           05  SW-STATUS               PIC X(1).
               88  SW-ACTIVE           VALUE 'A'.
               88  SW-REMOVED          VALUE 'C'.
           05  SW-MAINT-BY             PIC X(8).
           05  SW-MAINT-TS             PIC X(26).

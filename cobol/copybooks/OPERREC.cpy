      ******************************************************************
      * OPERREC - OPERATOR ENTITLEMENT MASTER RECORD LAYOUT
      * Written by OPER-MAINT, read by the OPER-CONTROL subprogram's
      * OPER-CHECK entry point, which every program carrying an
      * "authorized by" field calls before acting on it. Keyed by
      * OPR-ID on the OPERMSTR indexed file. The authorizing fields
      * used to be free text that nothing checked - now the ID must
      * be on file, active, of the role the action requires, and
      * (where an amount is being approved) carry an approval
      * authority at least the USD value of that amount. A revoked
      * operator stays on file for the audit history but can no
      * longer authorize anything.
      ******************************************************************
       01  OPER-RECORD.
           05  OPR-ID                  PIC X(8).
           05  OPR-NAME                PIC X(40).
           05  OPR-ROLE                PIC X(1).
               88  OPR-ROLE-OPERATOR   VALUE 'O'.
               88  OPR-ROLE-SUPERVISOR VALUE 'S'.
           05  OPR-STATUS              PIC X(1).
               88  OPR-ACTIVE          VALUE 'A'.
               88  OPR-REVOKED         VALUE 'R'.
      *    Largest amount (USD) this operator may approve
           05  OPR-APPR-AUTHORITY      PIC 9(12)V99.
           05  OPR-MAINT-BY            PIC X(8).
           05  OPR-MAINT-TS            PIC X(26).

      ******************************************************************
      * ALRTSREC - CUSTOMER ALERT SUBSCRIPTION RECORD LAYOUT
      * Shared by ALERT-MAINT (writer) and ALERT-EXTRACT (reader).
      * Keyed by AS-KEY (subject type + reference) on the ALERTSUB
      * indexed file. A subscription is held either for one account
      * or for a customer, where it covers every account linked to
      * the customer on CUSTXREF. An account's own subscription,
      * while active, takes precedence over its customer's - it is
      * how one account of a customer is set up differently from the
      * rest.
      *
      * The thresholds are in the account's own currency; zero
      * switches that alert off. A balance below AS-LOW-BAL-THRESHOLD
      * after a day's debit raises a low-balance alert, and a single
      * debit of AS-LARGE-DEBIT-THRESHOLD or more a large-debit alert.
      * The opt-ins ('Y' or 'N') cover holds placed, freezes/
      * unfreezes/dormancy/closure, standing order occurrences that
      * failed or were stopped, and inbound payments received or
      * parked for repair. A cancelled subscription stays on file
      * with status 'C' for the history.
      ******************************************************************
       01  ALERT-SUB-RECORD.
           05  AS-KEY.
               10  AS-SUBJECT-TYPE     PIC X(1).
                   88  AS-FOR-ACCOUNT  VALUE 'A'.
                   88  AS-FOR-CUSTOMER VALUE 'C'.
      *        Account number, or customer number left-justified
               10  AS-SUBJECT-REF      PIC X(16).
           05  AS-LOW-BAL-THRESHOLD    PIC 9(12)V99.
           05  AS-LARGE-DEBIT-THRESHOLD PIC 9(12)V99.
           05  AS-OPT-HOLDS            PIC X(1).
               88  AS-WANTS-HOLDS      VALUE 'Y'.
           05  AS-OPT-STATUS           PIC X(1).
               88  AS-WANTS-STATUS     VALUE 'Y'.
           05  AS-OPT-STORD            PIC X(1).
               88  AS-WANTS-STORD      VALUE 'Y'.
           05  AS-OPT-INBOUND          PIC X(1).
               88  AS-WANTS-INBOUND    VALUE 'Y'.
           05  AS-STATUS               PIC X(1).
               88  AS-ACTIVE           VALUE 'A'.
               88  AS-CANCELLED        VALUE 'C'.
           05  AS-MAINT-BY             PIC X(8).
           05  AS-MAINT-TS             PIC X(26).

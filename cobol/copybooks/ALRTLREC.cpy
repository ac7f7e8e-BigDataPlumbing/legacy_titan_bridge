      ******************************************************************
      * ALRTLREC - CUSTOMER ALERT SENT-EVENT LOG RECORD LAYOUT
      * Written by ALERT-EXTRACT, one record per alert event it has
      * put on the ALERTOUT extract, keyed by AL-EVENT-ID on the
      * ALERTLOG indexed file. Every event carries an ID built from
      * what raised it, so the same event always gets the same ID:
      *   LBAL-<account>-<business date>   low balance
      *   LDEB-<TX-ID>                     large debit
      *   HOLD-<account>-<hold id>         hold placed
      *   STAT-<account>-<MNT-TIMESTAMP>   status change
      *   SOFL-<order id>-<due date>       standing order not paid
      *   PINB-<TX-ID>                     inbound payment received
      *   PRPK-<item ref>                  inbound payment parked
      * An event already on the log is never extracted again, so a
      * rerun or an overlapping window sends nothing twice.
      *
      * The record keyed "*LAST-EXTRACT" (AL-IS-CONTROL) is not an
      * event: its AL-BUSINESS-DATE is the business date of the last
      * completed extract, from which the next run starts looking.
      ******************************************************************
       01  ALERT-LOG-RECORD.
           05  AL-EVENT-ID             PIC X(48).
               88  AL-IS-CONTROL       VALUE "*LAST-EXTRACT".
           05  AL-EVENT-TYPE           PIC X(4).
           05  AL-ACCT-NUMBER          PIC X(16).
           05  AL-CUST-NUMBER          PIC X(12).
           05  AL-BUSINESS-DATE        PIC X(8).
           05  AL-SENT-TS              PIC X(26).

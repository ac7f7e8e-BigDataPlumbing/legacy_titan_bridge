      * through the CUSTXREF cross-reference (CXREFREC); the
      * customer record itself carries the same status values and
      * last-editor stamp convention as the account master.
      * CST-WATCH-FLAG carries the customer's sanctions screening
      * outcome, set by CUST-LOAD on add/amend, by SANC-RESCREEN when
      * the watch list changes and by SANC-DECIDE when compliance
      * decides one of the customer's hits (SANCHITS, type 'C').
      ******************************************************************
       01  CUST-RECORD.
           05  CST-NUMBER              PIC X(12).
               88  CST-CLOSED          VALUE 'C'.
           05  CST-MAINT-BY            PIC X(8).
           05  CST-MAINT-TS            PIC X(26).
      *    Space = never matched a watch-list entry
           05  CST-WATCH-FLAG          PIC X(1).
               88  CST-WATCH-OPEN      VALUE 'H'.
               88  CST-WATCH-CONFIRMED VALUE 'T'.
               88  CST-WATCH-CLEARED   VALUE 'C'.
               88  CST-WATCH-FLAGGED   VALUES 'H' 'T'.

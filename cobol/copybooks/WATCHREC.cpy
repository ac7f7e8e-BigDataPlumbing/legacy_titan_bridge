      ******************************************************************
      * WATCHREC - SANCTIONS / WATCH-LIST MASTER RECORD LAYOUT
      * Written by SANC-LOAD from the control-totaled WLSTIN feed,
      * read by the SANC-SCREEN subprogram's SANC-CHECK entry point,
      * which PAY-INBOUND, PAY-OUTBOUND, CUST-LOAD and SANC-RESCREEN
      * screen names and bank ids through. Keyed by WL-KEY (list
      * source + entry id) on the WATCHLST indexed file, so two
      * lists that reuse the same entry numbers never collide. Each
      * feed is a full snapshot of its list source: an entry the
      * latest feed no longer carries is marked delisted, not
      * deleted, so the hit trail can still name what it matched.
      *
      * Entry types: 'N' name - every word of WL-NAME must appear as
      *                  a whole word in the screened name, in any
      *                  order, punctuation and case ignored
      *              'B' bank id - WL-NAME(1:11) is a BIC; an 8-
      *                  character entry blocks every branch
      ******************************************************************
       01  WATCH-RECORD.
           05  WL-KEY.
               10  WL-LIST-SOURCE      PIC X(8).
               10  WL-ENTRY-ID         PIC X(12).
           05  WL-ENTRY-TYPE           PIC X(1).
               88  WL-NAME-ENTRY       VALUE 'N'.
               88  WL-BANK-ENTRY       VALUE 'B'.
           05  WL-NAME                 PIC X(40).
           05  WL-STATUS               PIC X(1).
               88  WL-LISTED           VALUE 'A'.
               88  WL-DELISTED         VALUE 'D'.
      *    List date of the feed that last carried (or dropped) it
           05  WL-LIST-DATE            PIC X(8).
           05  WL-LOADED-BY            PIC X(8).
           05  WL-LOADED-TS            PIC X(26).

      ******************************************************************
      * SANCCREC - WATCH-LIST VERSION CONTROL RECORD LAYOUT
      * Single-record SANCCTL line sequential control file. SANC-LOAD
      * stamps SC-LIST-VERSION with its run timestamp whenever a feed
      * actually changes the watch list (an entry added, changed,
      * relisted or delisted); SANC-RESCREEN compares it with
      * SC-RESCREEN-VERSION, rescreens the whole customer master only
      * when they differ, and then records the version it screened
      * against. A missing control file means the list has never
      * been rescreened.
      ******************************************************************
       01  SANC-CTL-RECORD.
           05  SC-LIST-VERSION         PIC X(26).
           05  SC-LIST-SOURCE          PIC X(8).
           05  SC-RESCREEN-VERSION     PIC X(26).
           05  SC-RESCREEN-TS          PIC X(26).

      ******************************************************************
      * SANCTREC - SANCTIONS HIT AND DECISION TRAIL RECORD LAYOUT
      * Append-only history behind SANCHITS: SANC-SCREEN writes an
      * 'H' entry when it raises a hit, SANC-DECIDE a 'C' (cleared as
      * a false positive) or 'T' (confirmed as a true match) entry
      * for every compliance decision - including a later decision
      * that overturns an earlier one - so the decision trail shown
      * to a regulator survives the hit record being re-decided.
      * Keyed by ST-KEY (the hit's key + timestamp) on the SANCTRAIL
      * indexed file, so one hit's history reads back in order.
      * Refused decisions (operator not entitled) go to MAINTTRAIL
      * as action 'W', like every other entitlement refusal.
      ******************************************************************
       01  SANC-TRAIL-RECORD.
           05  ST-KEY.
               10  ST-HIT-KEY.
                   15  ST-SUBJECT-TYPE PIC X(1).
                   15  ST-SUBJECT-REF  PIC X(16).
                   15  ST-LIST-SOURCE  PIC X(8).
                   15  ST-ENTRY-ID     PIC X(12).
               10  ST-TIMESTAMP        PIC X(26).
           05  ST-EVENT                PIC X(1).
               88  ST-HIT-RAISED       VALUE 'H'.
               88  ST-HIT-CLEARED      VALUE 'C'.
               88  ST-HIT-CONFIRMED    VALUE 'T'.
      *    Program that raised the hit, or operator who decided it
           05  ST-ACTOR                PIC X(8).
           05  ST-PRIOR-STATUS         PIC X(1).
           05  ST-NOTE                 PIC X(80).

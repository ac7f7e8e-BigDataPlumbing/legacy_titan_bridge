      ******************************************************************
      * SANCREC - SANCTIONS SCREENING HIT RECORD LAYOUT
      * Written by the SANC-SCREEN subprogram the first time a
      * screened subject matches a listed watch-list entry, and
      * decided by compliance through SANC-DECIDE. Keyed by SH-KEY
      * (subject type + subject reference + list source + entry id)
      * on the SANCHITS indexed file, so all of one subject's hits
      * cluster together and a decision sticks: a cleared false
      * positive is not raised again when the same subject is
      * screened against the same entry, a new entry that matches
      * it is. Every raise and every decision is also written to
      * the SANCTRAIL decision trail (SANCTREC).
      *
      * Subject types and references:
      *   'I' inbound credit item     - PAYIN item ref
      *   'O' outbound instruction    - PAYORDIN instruction ref
      *   'C' customer                - CUSTMSTR customer number
      *
      * A subject passes screening only when every hit on it is
      * cleared; an open hit holds it pending compliance and a
      * confirmed one blocks it.
      ******************************************************************
       01  SANC-HIT-RECORD.
           05  SH-KEY.
               10  SH-SUBJECT-TYPE     PIC X(1).
                   88  SH-INBOUND-ITEM     VALUE 'I'.
                   88  SH-OUTBOUND-ITEM    VALUE 'O'.
                   88  SH-CUSTOMER         VALUE 'C'.
               10  SH-SUBJECT-REF      PIC X(16).
               10  SH-LIST-SOURCE      PIC X(8).
               10  SH-ENTRY-ID         PIC X(12).
      *    What matched: 'N' the screened name, 'B' the bank id
           05  SH-MATCH-ON             PIC X(1).
           05  SH-SCREENED-NAME        PIC X(40).
           05  SH-LISTED-NAME          PIC X(40).
           05  SH-STATUS               PIC X(1).
               88  SH-OPEN             VALUE 'O'.
               88  SH-CLEARED          VALUE 'C'.
               88  SH-CONFIRMED        VALUE 'T'.
           05  SH-RAISED-BY            PIC X(8).
           05  SH-RAISED-TS            PIC X(26).
           05  SH-DECIDED-BY           PIC X(8).
           05  SH-DECIDED-TS           PIC X(26).
           05  SH-DECISION-NOTE        PIC X(40).

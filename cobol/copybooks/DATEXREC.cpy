      ******************************************************************
      * DATEXREC - AUDIT TRAIL BUSINESS-DATE INDEX RECORD LAYOUT
      * AUDTRAIL is keyed only by AUD-TX-ID, so a nightly job after
      * one day's activity used to read the whole trail and throw
      * away everything outside its date. CORE-BANKING writes one of
      * these records for every audit entry it writes or rewrites
      * (postings, reversals, captures, decision entries), keyed by
      * ADX-KEY (business date + tx-id) on the AUDDATE indexed file -
      * so a day's entries cluster together and a job can START at
      * (from-date, LOW-VALUES), read just the dates it needs and
      * fetch each entry from AUDTRAIL by key.
      * The index only ever points at entries; the audit record is
      * the truth. Readers re-check the entry's own date, and treat
      * an entry no longer on AUDTRAIL (purged) as already gone.
      * DATE-XREF-BUILD rebuilds the file from an existing AUDTRAIL.
      ******************************************************************
       01  AUD-DATE-RECORD.
           05  ADX-KEY.
      *        Business date - AUD-TIMESTAMP(1:8) of the entry
               10  ADX-BUS-DATE        PIC X(8).
               10  ADX-TX-ID           PIC X(32).

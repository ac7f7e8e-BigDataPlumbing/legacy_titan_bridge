      ******************************************************************
      * CHAINREC - AUDIT HASH CHAIN RECORD LAYOUT
      * Written by CORE-BANKING as each AUDTRAIL entry is sealed into
      * its business date's hash chain, read by AUD-VERIFY. Keyed by
      * CHN-KEY (business date, sequence) on the AUDCHAIN indexed
      * file, so a sequential read walks every day's chain in order.
      * Sequence 000000000 is the day's HEAD record: it carries the
      * last sequence issued and the last entry's TX-ID and link hash,
      * and is where the next entry's previous-hash comes from. Every
      * other record is one link: the TX-ID sealed at that position
      * and the link hash it was sealed with - a deleted AUDTRAIL
      * entry still leaves its link behind to be reported.
      ******************************************************************
       01  CHAIN-RECORD.
           05  CHN-KEY.
               10  CHN-BUS-DATE        PIC X(8).
               10  CHN-SEQ             PIC 9(9).
                   88  CHN-IS-HEAD     VALUE 0.
           05  CHN-TX-ID               PIC X(32).
           05  CHN-LINK-HASH           PIC X(64).
      *    Head record only - last sequence issued for the date
           05  CHN-LAST-SEQ            PIC 9(9).
           05  CHN-WRITTEN-TS          PIC X(26).

      * Shared by CORE-BANKING (writer) and any downstream reporting
      * programs (reader). Keyed by AUD-TX-ID on the AUDTRAIL indexed
      * file.
      *
      * Hash chain: AUD-HASH covers the entry's own fields PLUS its
      * chain position and the previous entry's link hash within the
      * same business date (AUD-CHAIN-DATE/AUD-CHAIN-SEQ/AUD-PREV-
      * HASH), so each day's entries form a chain - altering or
      * deleting one breaks its successor's link. AUD-LINK-HASH is the
      * hash as first chained; AUD-HASH only moves off it when APPROVE-
      * TX re-seals a captured entry with its outcome, and the decision
      * entry written at the same time carries the new AUD-HASH in
      * AUD-RELATED-HASH to attest the rewrite. The AUDCHAIN file
      * (CHAINREC) holds the chain order and each day's head. AUD-
      * REVERSED-FLAG and AUD-REVERSED-BY are not hashed; AUD-VERIFY
      * proves them against the reversal entry's AUD-REVERSAL-OF.
      * Entries written before chaining carry spaces in the chain
      * fields.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUD-TX-ID               PIC X(32).
           05  AUD-CURRENCY            PIC X(3).
           05  AUD-TO-AMOUNT           PIC 9(12)V99.
           05  AUD-TO-CURRENCY         PIC X(3).
           05  AUD-CHAIN-DATE          PIC X(8).
           05  AUD-CHAIN-SEQ           PIC 9(9).
           05  AUD-PREV-HASH           PIC X(64).
           05  AUD-LINK-HASH           PIC X(64).
           05  AUD-RELATED-HASH        PIC X(64).
           05  AUD-REVERSED-BY         PIC X(32).

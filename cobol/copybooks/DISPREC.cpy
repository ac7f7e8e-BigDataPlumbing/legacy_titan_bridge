      ******************************************************************
      * DISPREC - TRANSACTION DISPUTE CASE RECORD LAYOUT
      * Written by DISP-MAINT, read by DISP-AGING. One record per case,
      * keyed by DSP-CASE-ID on the DISPUTES indexed file. A case
      * names the posting the customer disputes (its AUD-TX-ID), the
      * debited account disputing it, the amount in dispute in the
      * original posting's currency, and the date the investigation
      * must be concluded by.
      *
      * Case status:
      *   'O' open      - under investigation
      *   'F' favour    - resolved in the customer's favour, either
      *                   by keeping the credit (resolution 'K') or
      *                   by voiding the original through REVERSE-TX
      *                   (resolution 'V')
      *   'A' against   - resolved against the customer
      *
      * Provisional credit, moved from the disputes suspense account
      * to the disputing account through PROCESS-TX:
      *   'N' none granted
      *   'G' granted and still outstanding in suspense
      *   'F' finalized - written off from the disputes loss account
      *   'K' clawed back from the customer
      *   'R' returned by the customer after the original was voided
      * Only 'G' is money still out of the suspense account, so the
      * provisional amounts of 'G' cases tie to its balance.
      *
      * A money movement PROCESS-TX captures for dual control is held
      * as the case's pending leg (DSP-PEND-STEP, a DISPHREC step
      * code, and its TX-ID). Nothing else is done on the case until
      * DISP-MAINT finds the leg approved - and applies it - or
      * finds it refused and clears it.
      *
      * Every step is recorded on DISPHIST (DISPHREC) under the
      * case; DSP-LAST-SEQ is the last sequence used there.
      ******************************************************************
       01  DISPUTE-RECORD.
           05  DSP-CASE-ID             PIC X(16).
      *    Disputed posting and the account disputing it
           05  DSP-TX-ID               PIC X(32).
           05  DSP-ACCT-NUMBER         PIC X(16).
           05  DSP-AMOUNT              PIC 9(12)V99.
           05  DSP-CURRENCY            PIC X(3).
           05  DSP-REASON-CODE         PIC X(4).
           05  DSP-REASON-TEXT         PIC X(40).
           05  DSP-OPENED-BY           PIC X(8).
           05  DSP-OPENED-DATE         PIC X(8).
      *    Regulatory deadline for concluding the investigation
           05  DSP-DUE-DATE            PIC X(8).
           05  DSP-STATUS              PIC X(1).
               88  DSP-OPEN            VALUE 'O'.
               88  DSP-FAVOUR          VALUE 'F'.
               88  DSP-AGAINST         VALUE 'A'.
               88  DSP-RESOLVED        VALUES 'F' 'A'.
           05  DSP-RESOLUTION          PIC X(1).
               88  DSP-KEEP-CREDIT     VALUE 'K'.
               88  DSP-VOID-ORIGINAL   VALUE 'V'.
           05  DSP-RESOLVED-BY         PIC X(8).
           05  DSP-RESOLVED-DATE       PIC X(8).
           05  DSP-PROV-STATUS         PIC X(1).
               88  DSP-PROV-NONE       VALUE 'N'.
               88  DSP-PROV-GRANTED    VALUE 'G'.
               88  DSP-PROV-FINALIZED  VALUE 'F'.
               88  DSP-PROV-CLAWED     VALUE 'K'.
               88  DSP-PROV-RETURNED   VALUE 'R'.
           05  DSP-PROV-AMOUNT         PIC 9(12)V99.
           05  DSP-PROV-TX-ID          PIC X(32).
      *    REVERSE-TX TX-ID when the original was voided
           05  DSP-VOID-TX-ID          PIC X(32).
      *    Leg captured for dual control; step blank = none pending
           05  DSP-PEND-STEP           PIC X(1).
               88  DSP-NO-PENDING      VALUE SPACE.
           05  DSP-PEND-TX-ID          PIC X(32).
           05  DSP-PEND-BY             PIC X(8).
           05  DSP-LAST-SEQ            PIC 9(4).
           05  DSP-MAINT-TS            PIC X(26).

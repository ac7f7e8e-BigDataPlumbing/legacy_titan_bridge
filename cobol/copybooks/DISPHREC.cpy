      ******************************************************************
      * DISPHREC - DISPUTE CASE HISTORY RECORD LAYOUT
      * Written by DISP-MAINT, one record per step taken on a case,
      * keyed by DSH-KEY (case id + sequence) on the DISPHIST indexed
      * file so a case's history reads back in order. A step that
      * moved money carries the TX-ID and the CORE-BANKING status it
      * got ('09' = captured for dual control; the approval or
      * refusal is recorded as a further step with the same code and
      * TX-ID once DISP-MAINT sees it).
      *
      * Step codes:
      *   'O' case opened (TX-ID = the disputed posting)
      *   'C' provisional credit   DPC-<case>-<seq>  suspense to
      *                                              account
      *   'F' credit finalized     DPF-<case>-<seq>  loss account to
      *                                              suspense, or to
      *                                              the account when
      *                                              none was granted
      *   'V' original voided      RVD-<case>-<seq>  REVERSE-TX
      *   'R' provisional returned DPR-<case>-<seq>  account to
      *                                              suspense, after
      *                                              a void
      *   'K' provisional clawed   DPK-<case>-<seq>  account to
      *       back                                   suspense
      *   'A' resolved against, nothing to claw back
      ******************************************************************
       01  DISP-HIST-RECORD.
           05  DSH-KEY.
               10  DSH-CASE-ID         PIC X(16).
               10  DSH-SEQ             PIC 9(4).
           05  DSH-STEP                PIC X(1).
           05  DSH-TX-ID               PIC X(32).
           05  DSH-AMOUNT              PIC 9(12)V99.
           05  DSH-CURRENCY            PIC X(3).
           05  DSH-STATUS-CODE         PIC X(2).
           05  DSH-STATUS-MSG          PIC X(80).
           05  DSH-ACTOR               PIC X(8).
           05  DSH-BUSINESS-DATE       PIC X(8).
           05  DSH-TIMESTAMP           PIC X(26).

      ******************************************************************
      * OUTBREC - OUTBOUND PAYMENT TRACKING RECORD LAYOUT
      * Written by PAY-OUTBOUND the first time an instruction is
      * extracted to the clearing network (status 'S', sent), so the
      * money parked in the clearing account by its POU-<ref>
      * posting is itemised from the moment it leaves. PAY-RETURNS
      * moves it on from the network's status/return file: an
      * acknowledgement settles it ('A'); a rejection ('J') or a
      * later return ('R') credits the debtor back from the clearing
      * account under PRT-<ref> with the network's reason code; a
      * credit-back PROCESS-TX refuses leaves the item unapplied
      * ('X') for ops, still owed from the clearing account.
      * PAY-AGING reports items still 'S' after N business days.
      * An instruction whose beneficiary name or bank hits the
      * watch list is written here unfunded and unsent instead -
      * held ('H') while compliance decides the hit, blocked ('K')
      * once it is confirmed - with no value date. PAY-OUTBOUND
      * rescreens every held or blocked item on each run; one that
      * passes is funded and extracted and turns 'S', dated with
      * the run that sent it.
      * Keyed by OUT-INSTR-REF on the PAYTRACK indexed file.
      ******************************************************************
       01  OUTB-RECORD.
           05  OUT-INSTR-REF           PIC X(16).
           05  OUT-DEBTOR-ACCT         PIC X(16).
           05  OUT-AMOUNT              PIC 9(12)V99.
           05  OUT-CURRENCY            PIC X(3).
           05  OUT-BENEF-BANK          PIC X(11).
           05  OUT-BENEF-ACCT          PIC X(34).
      *    Value date of the PAYORDIN file that sent it - the day
      *    the aging count starts from
           05  OUT-VALUE-DATE          PIC X(8).
           05  OUT-STATUS              PIC X(1).
               88  OUT-SENT            VALUE 'S'.
               88  OUT-SETTLED         VALUE 'A'.
               88  OUT-REJECTED        VALUE 'J'.
               88  OUT-RETURNED        VALUE 'R'.
               88  OUT-UNAPPLIED       VALUE 'X'.
               88  OUT-CREDITED-BACK   VALUES 'J' 'R'.
               88  OUT-HELD            VALUE 'H'.
               88  OUT-BLOCKED         VALUE 'K'.
               88  OUT-SCREENING-HOLD  VALUES 'H' 'K'.
      *    Network status date and reason code of the ack/return
           05  OUT-STATUS-DATE         PIC X(8).
           05  OUT-REASON-CODE         PIC X(4).
      *    PRT-<ref> credit-back posting and its last PROCESS-TX
      *    status (09 = captured for dual-control approval)
           05  OUT-RETURN-TX-ID        PIC X(32).
           05  OUT-LAST-STATUS         PIC X(2).
           05  OUT-SENT-TS             PIC X(26).
           05  OUT-MAINT-TS            PIC X(26).
           05  OUT-BENEF-NAME          PIC X(35).

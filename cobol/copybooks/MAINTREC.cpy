      * so the approval history survives later maintenance actions on
      * the same account instead of being overwritten like the account
      * master's ACCT-MAINT-BY/ACCT-MAINT-TS "last editor" fields.
      *
      * Operator entitlement refusals (status 14) land here too, from
      * every program that checks an authorizing ID through
      * OPER-CHECK. MNT-ACTION then names the refused function and
      * MNT-ACCT-NUMBER the subject it was refused against:
      *   F/U/C  MAINT-ACCOUNT   account (customer number when the
      *                          request was customer-level)
      *   H      HOLD-ACCOUNT    account held
      *   A      APPROVE-TX      captured transfer's source account;
      *                          the TX-ID leads MNT-STATUS-MSG
      *   L      LIM-MAINT       limit profile id
      *   S      STORD-MAINT     standing order id
      *   E      EOD-CUTOVER     "EODCUTOV" + business date
      *   R      RUN-RESET       step name + run date
      *   O      OPER-MAINT      operator id being maintained
      *   W      SANC-DECIDE     subject reference of the hit
      *                          (item, instruction or customer)
      *   P      SWEEP-MAINT     participating account
      *   N      ALERT-MAINT     subscribed account or customer
      *   Q      DISP-MAINT      dispute case id
      *
      * ACCT-CLOSE's close-out workflow writes here as well. A close
      * it could not finish is recorded as action 'C' against the
      * account with status 15 (refused or escalated: holds, pending
      * approvals, fee the balance cannot cover, no payee for the
      * residual) or 99 (a posting failed). A finished close adds
      * action 'X', the close-out summary, after MAINT-ACCOUNT's own
      * 'C' record; its MNT-STATUS-MSG is laid out as
      *   INT <interest paid, account currency> FEE <closing fee,
      *   USD> SO <standing orders cancelled> RES <residual moved>
      *   then in position 59 'D' (to the disbursement account named
      *   from 61), 'P' (paid out under POU-<account>, beneficiary
      *   bank from 61) or '-' (no residual).
      ******************************************************************
       01  MAINT-RECORD.
           05  MNT-KEY.

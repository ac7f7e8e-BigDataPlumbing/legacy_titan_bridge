      * built-in global defaults, field by field, so a profile only
      * has to carry what it overrides. LIM-MAINT-BY/LIM-MAINT-TS
      * record who last changed the profile and when.
      *
      * The arranged overdraft facility rides on the same profile
      * and resolves the same way. LIM-OD-LIMIT is how far below
      * zero the balance may be drawn, in the ACCOUNT'S OWN CURRENCY
      * (a facility is agreed in the currency of the account, so it
      * must not drift with the FX rate); LIM-OD-RATE is the annual
      * debit interest rate in percent, same form as ACCT-INT-RATE;
      * LIM-OD-EXPIRY is the facility's last day (YYYYMMDD). Zero /
      * spaces inherit like the limits above; a facility resolved
      * with no expiry is open-ended, and one past its expiry lends
      * nothing (debit interest still accrues on whatever is drawn).
      ******************************************************************
       01  LIMIT-RECORD.
           05  LIM-KEY.
           05  LIM-APPR-THRESHOLD      PIC 9(12)V99.
           05  LIM-MAINT-BY            PIC X(8).
           05  LIM-MAINT-TS            PIC X(26).
           05  LIM-OD-LIMIT            PIC 9(12)V99.
           05  LIM-OD-RATE             PIC 9(2)V9(4).
           05  LIM-OD-EXPIRY           PIC X(8).

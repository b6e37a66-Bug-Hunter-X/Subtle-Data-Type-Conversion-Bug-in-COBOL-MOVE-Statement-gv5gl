      *================================================================
      * ALIASREC - ALIASMST permanent account-alias record, keyed on
      * the full 7-digit account.  An account over 99999 cannot ride
      * in the legacy 9(5) WS-AREA-4 field the older receivers still
      * take, so the first conversion that meets it (CONVERTB,
      * CONVMULT, or a CONVRPR repair - all through the ALIASASN
      * routine) issues it a 5-digit surrogate from the shop's
      * reserved alias range, and every later run reuses that same
      * alias.  An alias is never reissued and never moves to
      * another account; the record stays for the life of the
      * account.  CONVINQR shows it beside the account and ALIASRPT
      * prints the monthly register.
      *
      * Key zero is the pool-control record rather than an alias
      * (no account that needs an alias can be zero): the reserved
      * range, the last alias issued, and the running issue count.
      * Aliases are issued upward from the bottom of the range,
      * skipping every value whose check digit does not verify
      * through CHKDIGIT, so an alias passes the same edit a real
      * account does on the receiving side.
      *================================================================
       01  ALIAS-RECORD.
           05  AL-ACCOUNT-NO            PIC 9(7).
               88  AL-POOL-CONTROL-RECORD        VALUE ZERO.
           05  AL-ALIAS-DETAIL.
               10  AL-ALIAS-NO          PIC 9(5).
      *        Customer the alias was first issued for, and by which
      *        program on which business date.
               10  AL-RECORD-KEY        PIC 9(6).
               10  AL-DATE-ASSIGNED     PIC 9(8).
               10  AL-ASSIGNED-BY       PIC X(8).
      *        Business date of the last run that carried the alias,
      *        so the register can show aliases gone dormant.
               10  AL-LAST-USED-DATE    PIC 9(8).
               10  FILLER               PIC X(8).
           05  AL-POOL-CONTROL REDEFINES AL-ALIAS-DETAIL.
               10  AL-PC-POOL-LOW       PIC 9(5).
               10  AL-PC-POOL-HIGH      PIC 9(5).
               10  AL-PC-LAST-ALIAS     PIC 9(5).
               10  AL-PC-ISSUED-COUNT   PIC 9(5).
               10  AL-PC-LAST-DATE      PIC 9(8).
               10  FILLER               PIC X(15).

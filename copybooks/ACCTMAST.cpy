      * ACCOUNT-MASTER record layout.
      * Keyed indexed file of accounts serviced by this
      * system and their current running balance.
      * AM-STATUS: O = open, C = closed, F = frozen,
      * D = dormant. Only open and dormant accounts may be
      * posted to; the first customer item posted to a
      * dormant account reopens it.
      * AM-OD-LIMIT is the authorized overdraft line: the
      * funds check lets AM-BALANCE go negative down to
      * -AM-OD-LIMIT. AM-OD-DAYS counts consecutive
      * business days the account has ended overdrawn and
      * is maintained by the daily overdraft report.
      * AM-PROTECT-ACCT names the account that covers a
      * shortfall on this one by an automatic transfer;
      * spaces = no overdraft protection. The transfer is
      * the shortfall or AM-PROTECT-INCR, whichever is
      * larger (zero increment = shortfall only).
      * AM-LAST-ACTIVITY is the business date of the last
      * customer-initiated item posted to or from the
      * account, maintained by the dormancy run from the
      * posted log; spaces = not yet established.
      * AM-DORMANT-DATE is the business date the account
      * was flagged dormant; spaces = never flagged.
      * AM-FROZEN-DATE is the business date maintenance last
      * froze the account; spaces = never frozen. Customer
      * notices key the frozen-account letter on it.
      * AM-CURRENCY is the ISO code of the currency the
      * account is kept in; every amount on the record is
      * in it. Spaces = the base currency named on the FX
      * rate file.
      *****************************************************
       01  ACCOUNT-MASTER-RECORD.
           05  AM-ACCT-ID              PIC X(10).
               88  AM-OPEN             VALUE "O".
               88  AM-CLOSED           VALUE "C".
               88  AM-FROZEN           VALUE "F".
               88  AM-DORMANT          VALUE "D".
           05  AM-OD-LIMIT             PIC S9(9)V99 COMP-3.
           05  AM-OD-DAYS              PIC 9(5) COMP-3.
           05  AM-PROTECT-ACCT         PIC X(10).
           05  AM-PROTECT-INCR         PIC S9(9)V99 COMP-3.
           05  AM-LAST-ACTIVITY        PIC X(8).
           05  AM-DORMANT-DATE         PIC X(8).
           05  AM-FROZEN-DATE          PIC X(8).
           05  AM-CURRENCY             PIC X(3).

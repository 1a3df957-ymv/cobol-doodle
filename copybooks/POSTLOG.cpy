      * forward balance markers left by that job so
      * statement opening balances still compute after a
      * purge; they are not reversible.
      * PL-FEED-CODE is the intake feed the item arrived on
      * (SYS, NSF and ODP are system-generated items).
      * PL-AMOUNT is debited from PL-SRC-ACCT in
      * PL-CURRENCY; PL-DST-AMOUNT is credited to
      * PL-DST-ACCT in PL-DST-CURRENCY. PL-FX-RATE is the
      * conversion rate applied (destination units per
      * source unit, 1 when no conversion took place).
      * "B" markers carry no currency codes; their amounts
      * are in the marked account's own currency.
      *****************************************************
       01  POSTED-LOG-RECORD.
           05  PL-REF-ID               PIC X(10).
               10  PL-DST-ACCT         PIC X(10).
               10  PL-REVERSED-FLAG    PIC X.
               10  PL-POST-RUN-ID      PIC X(14).
               10  PL-FEED-CODE        PIC X(3).
               10  PL-CURRENCY         PIC X(3).
               10  PL-FX-RATE          PIC 9(5)V9(9) COMP-3.
               10  PL-DST-AMOUNT       PIC S9(9)V99 COMP-3.
               10  PL-DST-CURRENCY     PIC X(3).
           05  PL-CONTROL REDEFINES PL-DATA.
               10  PL-NEXT-REF         PIC 9(10).
               10  PL-ARCH-THRU-REF    PIC 9(10).
               10  FILLER              PIC X(45).

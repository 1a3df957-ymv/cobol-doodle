      *****************************************************
      * ACCOUNT-CLOSE record layout.
      * Keyed indexed file of approved account closes that
      * pay a residual balance out to another account, one
      * record per closed account. Maintenance writes the
      * payout transfer (feed CLS) and cancels the
      * account's standing orders when the close is
      * approved; the account stays open until the payout
      * has posted and the balance is zero, then it is
      * marked closed and its customer link removed. A
      * close with no balance to pay out closes at once and
      * its record is written completed, with no payout
      * account.
      * CL-PAYOUT-AMT is the amount of the payout last
      * issued; CL-PAYOUT-COUNT counts payouts issued (a
      * residual that arrives after the first payout posts
      * is paid out again). CL-START-REF is the posted-log
      * reference the last payout cannot precede, so the
      * posting search starts there.
      * CL-STATUS: P = payout pending, C = closed.
      * CL-CUST-ID is the customer the account was linked
      * to when it closed, kept for the final statement;
      * spaces = not linked.
      *****************************************************
       01  ACCOUNT-CLOSE-RECORD.
           05  CL-ACCT-ID              PIC X(10).
           05  CL-PAYOUT-ACCT          PIC X(10).
           05  CL-REQ-ID               PIC 9(7).
           05  CL-MAKER                PIC X(8).
           05  CL-APPROVED-DATE        PIC X(8).
           05  CL-PAYOUT-AMT           PIC S9(9)V99 COMP-3.
           05  CL-PAYOUT-COUNT         PIC 9(3).
           05  CL-START-REF            PIC 9(10).
           05  CL-SO-CANCELLED         PIC 9(3).
           05  CL-STATUS               PIC X.
               88  CL-PENDING          VALUE "P".
               88  CL-COMPLETED        VALUE "C".
           05  CL-CLOSED-DATE          PIC X(8).
           05  CL-CUST-ID              PIC X(6).

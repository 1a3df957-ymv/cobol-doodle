      *****************************************************
      * STOP-PAYMENT record layout.
      * Keyed indexed file of customer stop-payment
      * instructions. Key is the debited account id plus a
      * per-account sequence assigned when the stop is
      * added. The daily run checks every transfer and fee
      * debiting the account against its active stops
      * before compliance limits; a match is not posted
      * and is audited with disposition STOPPED.
      * SP-DST-ACCT: counterparty to match, spaces = any.
      * SP-AMOUNT-LOW/HIGH: amount range to match; an
      * exact-amount stop carries the same value in both.
      * SP-FEED-CODE: source feed to match, spaces = any.
      * SP-EXPIRY-DATE: last business date the stop is in
      * force; the maintenance run expires it after that.
      * SP-STATUS: A = active, C = cancelled by
      * maintenance, E = expired. SP-CLOSED-DATE is the
      * business date it was cancelled or expired.
      *****************************************************
       01  STOP-PAYMENT-RECORD.
           05  SP-STOP-KEY.
               10  SP-ACCT-ID          PIC X(10).
               10  SP-STOP-SEQ         PIC 9(4).
           05  SP-DST-ACCT             PIC X(10).
           05  SP-AMOUNT-LOW           PIC S9(9)V99 COMP-3.
           05  SP-AMOUNT-HIGH          PIC S9(9)V99 COMP-3.
           05  SP-FEED-CODE            PIC X(3).
           05  SP-PLACED-DATE          PIC X(8).
           05  SP-EXPIRY-DATE          PIC X(8).
           05  SP-REFERENCE            PIC X(16).
           05  SP-STATUS               PIC X.
               88  SP-ACTIVE           VALUE "A".
               88  SP-CANCELLED        VALUE "C".
               88  SP-EXPIRED          VALUE "E".
           05  SP-CLOSED-DATE          PIC X(8).

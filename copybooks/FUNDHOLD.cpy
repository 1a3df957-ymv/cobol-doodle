      *****************************************************
      * FUNDS-HOLD record layout.
      * Keyed indexed file of amounts put out of reach on
      * an account without freezing it. Key is account id
      * plus a per-account sequence assigned when the hold
      * is placed, so an account may carry several holds.
      * The daily funds check treats AM-BALANCE plus
      * AM-OD-LIMIT less every active hold as available.
      * HD-HOLD-TYPE: D = deposit (uncollected funds),
      * L = legal, G = garnishment order, O = other.
      * HD-RELEASE-DATE: the hold expires automatically on
      * this business date; 99999999 = until released.
      * HD-STATUS: A = active, R = released by maintenance,
      * E = expired. HD-CLOSED-DATE is the business date it
      * was released or expired.
      *****************************************************
       01  FUNDS-HOLD-RECORD.
           05  HD-HOLD-KEY.
               10  HD-ACCT-ID          PIC X(10).
               10  HD-HOLD-SEQ         PIC 9(4).
           05  HD-AMOUNT               PIC S9(9)V99 COMP-3.
           05  HD-HOLD-TYPE            PIC X.
               88  HD-DEPOSIT-HOLD     VALUE "D".
               88  HD-LEGAL-HOLD       VALUE "L".
               88  HD-GARNISHMENT      VALUE "G".
               88  HD-OTHER-HOLD       VALUE "O".
           05  HD-PLACED-DATE          PIC X(8).
           05  HD-RELEASE-DATE         PIC X(8).
           05  HD-REFERENCE            PIC X(16).
           05  HD-STATUS               PIC X.
               88  HD-ACTIVE           VALUE "A".
               88  HD-RELEASED         VALUE "R".
               88  HD-EXPIRED          VALUE "E".
           05  HD-CLOSED-DATE          PIC X(8).

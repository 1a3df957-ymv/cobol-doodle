      *****************************************************
      * DISPUTE-CASE record layout.
      * Keyed indexed file of customer disputes against
      * posted items, one record per case. Record with key
      * 00000000 is the control record and carries the
      * next case number to assign (DC-CONTROL view).
      * DC-REF-ID is the disputed PL-REF-ID, a transfer
      * debited to DC-ACCT-ID; DC-CPTY-ACCT is its credited
      * counterparty, kept for the reversal if the customer
      * wins. Opening a case credits DC-AMOUNT to the
      * customer provisionally from the dispute suspense
      * account; DC-DUE-DATE is the regulation deadline.
      * DC-STATUS: O = open, W = closed customer wins
      * (original reversed, provisional credit final),
      * L = closed customer loses (provisional credit
      * debited back). DC-CLOSED-DATE is the business date
      * it was closed.
      *****************************************************
       01  DISPUTE-CASE-RECORD.
           05  DC-CASE-ID              PIC X(8).
           05  DC-DATA.
               10  DC-ACCT-ID          PIC X(10).
               10  DC-REF-ID           PIC X(10).
               10  DC-AMOUNT           PIC S9(9)V99 COMP-3.
               10  DC-CPTY-ACCT        PIC X(10).
               10  DC-OPENED-DATE      PIC X(8).
               10  DC-DUE-DATE         PIC X(8).
               10  DC-REFERENCE        PIC X(16).
               10  DC-STATUS           PIC X.
                   88  DC-OPEN         VALUE "O".
                   88  DC-WON          VALUE "W".
                   88  DC-LOST         VALUE "L".
               10  DC-CLOSED-DATE      PIC X(8).
           05  DC-CONTROL REDEFINES DC-DATA.
               10  DC-NEXT-CASE        PIC 9(8).
               10  FILLER              PIC X(69).

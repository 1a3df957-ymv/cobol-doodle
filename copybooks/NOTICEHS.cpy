      *****************************************************
      * NOTICE-HISTORY record layout.
      * Keyed indexed file of every customer notice letter
      * printed by the notice run, one record per letter.
      * The key is the account, the notice type and an
      * event id that identifies the occurrence the letter
      * is about, so the same event is never lettered
      * twice however often the run sees it.
      * NH-NOTICE-TYPE: OD = overdraft aging threshold
      * crossed, UF = item left unfunded, RT = item
      * returned to the ACH network, FZ = account frozen.
      * NH-EVENT-ID: OD = threshold days and business date
      * crossed; UF = item type, effective date, amount and
      * counterparty; RT = return code, amount,
      * counterparty and return date; FZ = freeze date.
      * NH-SENT-DATE is the business date the letter was
      * printed; NH-CUST-ID the customer it was mailed to.
      *****************************************************
       01  NOTICE-HISTORY-RECORD.
           05  NH-NOTICE-KEY.
               10  NH-ACCT-ID          PIC X(10).
               10  NH-NOTICE-TYPE      PIC X(2).
                   88  NH-OVERDRAFT    VALUE "OD".
                   88  NH-UNFUNDED     VALUE "UF".
                   88  NH-RETURNED     VALUE "RT".
                   88  NH-FROZEN       VALUE "FZ".
               10  NH-EVENT-ID         PIC X(40).
           05  NH-SENT-DATE            PIC X(8).
           05  NH-CUST-ID              PIC X(6).
           05  NH-AMOUNT               PIC S9(9)V99 COMP-3.

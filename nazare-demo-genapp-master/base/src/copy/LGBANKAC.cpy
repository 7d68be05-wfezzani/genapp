      *+---------------------------------------------------------------+
      *| LGBANKAC                                                      |
      *|     BANKACCT bank account and direct debit mandate master,    |
      *|     one record per customer, keyed by BNK-CUSTOMER-NUM.       |
      *|     Maintained by the LGABNK01/LGUBNK01 pair (01ABNK and      |
      *|     01UBNK) the way LGABRK01/LGUBRK01 maintain brokers. The   |
      *|     one account serves both directions of money: LGBCOL01     |
      *|     collects premium from it under the mandate and stamps     |
      *|     the mandate onto each COLFEED record, and LGUCLM01 pays   |
      *|     claims into it and stamps it onto each PAYFEED record.    |
      *|                                                               |
      *|     A collection the bank returns unpaid (COLLRET, LGBARR01)  |
      *|     or a claim payment it rejects (BACSRET, LGBRET01) flags   |
      *|     the account bad - BNK-ACCOUNT-STATUS 'B' with the date    |
      *|     and reason - and nothing is collected from or paid into   |
      *|     it again until 01UBNK corrects the sort code or account   |
      *|     number.                                                   |
      *|                                                               |
      *|     A customer merge (01MCUS, LGMCUS01) rewrites the          |
      *|     duplicate's record onto the survivor when the survivor    |
      *|     has none. A retention purge (LGBPRG01) blanks the         |
      *|     account and mandate details and cancels the mandate.      |
      *+---------------------------------------------------------------+
       01 BANK-ACCOUNT-RECORD.
          05 BNK-CUSTOMER-NUM PIC 9(10).
          05 BNK-ACCOUNT-NAME PIC X(18).
      *       the account holder's name as the bank holds it - the
      *       18 characters BACS carries
          05 BNK-SORT-CODE PIC 9(6).
          05 BNK-ACCOUNT-NUM PIC 9(8).
          05 BNK-ACCOUNT-STATUS PIC X.
      *       BNK-ACCOUNT-STATUS values - 'U' unverified (keyed, not
      *       yet confirmed), 'V' verified with the customer's bank,
      *       'B' bad - returned by the bank, not to be used until
      *       corrected. Claim payments go only to a 'V' account.
          05 BNK-MANDATE-REF PIC X(18).
          05 BNK-MANDATE-STATUS PIC X.
      *       BNK-MANDATE-STATUS values - ' ' no mandate, 'P' pending
      *       (instruction lodged, not yet confirmed by the bank),
      *       'L' live, 'C' cancelled. Only a live mandate on an
      *       account not flagged bad is collected from.
          05 BNK-UPDATED-DATE PIC X(10).
          05 BNK-BAD-DATE PIC X(10).
          05 BNK-BAD-REASON PIC X(30).
      *       the business date and reason the account was flagged
      *       bad; spaces while it is usable

      *|     so finance can put both through the same BACS run; a      |
      *|     collection is simply money in rather than money out.      |
      *|                                                                |
      *|     Each collection carries the account and direct debit      |
      *|     mandate it is to be taken under, stamped by LGBCOL01      |
      *|     from the BANKACCT master (COPY LGBANKAC).                 |
      *|                                                               |
      *|     Collections the bank returns unpaid come back from        |
      *|     finance in the same layout on the COLLRET file, which     |
      *|     the LGBARR01 arrears listing reads.                       |
          05 COL-CUSTOMER-NUM PIC 9(10).
          05 COL-DUE-DATE PIC X(10).
          05 COL-AMOUNT PIC 9(8).
          05 COL-ACCOUNT-NAME PIC X(18).
          05 COL-SORT-CODE PIC 9(6).
          05 COL-ACCOUNT-NUM PIC 9(8).
          05 COL-MANDATE-REF PIC X(18).

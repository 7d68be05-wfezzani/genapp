      *|     the day's records with a header and control-total         |
      *|     trailer (COPY LGPAYXMT) for finance's BACS run and        |
      *|     clears the feed down for the next day.                    |
      *|                                                               |
      *|     Each payment carries the verified payee account it is     |
      *|     to be paid into, stamped by LGUCLM01 from the BANKACCT    |
      *|     master (COPY LGBANKAC).                                   |
      *+---------------------------------------------------------------+
       01 PAYMENT-RECORD.
          05 PAY-CLAIM-NUM PIC 9(10).
          05 PAY-CUSTOMER-NUM PIC 9(10).
          05 PAY-DATE PIC X(10).
          05 PAY-AMOUNT PIC 9(8).
          05 PAY-ACCOUNT-NAME PIC X(18).
          05 PAY-SORT-CODE PIC 9(6).
          05 PAY-ACCOUNT-NUM PIC 9(8).

      *|     the customer. Read by the LGBRET01 reconciliation,        |
      *|     which backs the amount out of CLM-PAID and lists the      |
      *|     claim for the claims team to re-gather bank details.      |
      *|     The sort code and account number are the payee account    |
      *|     the payment went to, quoted back from the PAYXMIT detail, |
      *|     so LGBRET01 flags that account - and not one the          |
      *|     customer has given since - as bad on BANKACCT.            |
      *+---------------------------------------------------------------+
       01 BACS-RETURN-RECORD.
          05 RTN-BATCH-NUM PIC 9(8).
          05 RTN-CLAIM-NUM PIC 9(10).
          05 RTN-AMOUNT PIC 9(8).
          05 RTN-REASON PIC X(30).
          05 RTN-SORT-CODE PIC 9(6).
          05 RTN-ACCOUNT-NUM PIC 9(8).

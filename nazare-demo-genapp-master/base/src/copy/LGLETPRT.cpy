      *+---------------------------------------------------------------+
      *| LGLETPRT                                                      |
      *|     Print bureau file, LETPRINT, built each night by LGBLET01 |
      *|     from the CORRESP events (COPY LGCORREV) of customers with |
      *|     no email address held. One record per letter: the         |
      *|     bureau picks the template from LTP-LETTER-TYPE, addresses |
      *|     it from the name and address here and fills in the        |
      *|     figures. LTP-LETTER-REF - the run date and the letter's   |
      *|     number within the run - is printed on the letter so a     |
      *|     reply can be traced back to the night it went out.        |
      *+---------------------------------------------------------------+
       01 LETTER-PRINT-RECORD.
          05 LTP-LETTER-REF.
             10 LTP-RUN-DATE PIC X(10).
             10 LTP-LETTER-SEQ PIC 9(7).
          05 LTP-LETTER-TYPE PIC X(4).
          05 LTP-CUSTOMER-NUM PIC 9(10).
          05 LTP-FIRST-NAME PIC X(10).
          05 LTP-LAST-NAME PIC X(20).
          05 LTP-HOUSE-NAME PIC X(20).
          05 LTP-HOUSE-NUM PIC X(4).
          05 LTP-POSTCODE PIC X(8).
          05 LTP-POLICY-NUM PIC 9(10).
          05 LTP-POLICY-TYPE PIC X.
          05 LTP-CLAIM-NUM PIC 9(10).
          05 LTP-EVENT-DATE PIC X(10).
          05 LTP-PREMIUM PIC 9(8)V99.
          05 LTP-AMOUNT PIC 9(8)V99.
          05 LTP-AMOUNT-SIGN PIC X.
          05 LTP-REASON PIC X(255).

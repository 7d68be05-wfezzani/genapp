      *+---------------------------------------------------------------+
      *| LGEMLDSP                                                      |
      *|     Email dispatch file, EMAILDSP, built each night by        |
      *|     LGBLET01 from the CORRESP events (COPY LGCORREV) of       |
      *|     customers with an email address held - email is the       |
      *|     customer's preferred channel when there is one. The same  |
      *|     letter content as the print bureau file (COPY LGLETPRT),  |
      *|     addressed to EML-EMAIL-ADDRESS instead of a postal        |
      *|     address, under the same run date and letter number.       |
      *+---------------------------------------------------------------+
       01 EMAIL-DISPATCH-RECORD.
          05 EML-LETTER-REF.
             10 EML-RUN-DATE PIC X(10).
             10 EML-LETTER-SEQ PIC 9(7).
          05 EML-LETTER-TYPE PIC X(4).
          05 EML-CUSTOMER-NUM PIC 9(10).
          05 EML-FIRST-NAME PIC X(10).
          05 EML-LAST-NAME PIC X(20).
          05 EML-EMAIL-ADDRESS PIC X(100).
          05 EML-POLICY-NUM PIC 9(10).
          05 EML-POLICY-TYPE PIC X.
          05 EML-CLAIM-NUM PIC 9(10).
          05 EML-EVENT-DATE PIC X(10).
          05 EML-PREMIUM PIC 9(8)V99.
          05 EML-AMOUNT PIC 9(8)V99.
          05 EML-AMOUNT-SIGN PIC X.
          05 EML-REASON PIC X(255).

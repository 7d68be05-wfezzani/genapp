      *+---------------------------------------------------------------+
      *| LGCORRRQ                                                      |
      *|     Request area for the LGCORR01 correspondence subprogram.  |
      *|     Every transaction that owes the customer a letter CALLs   |
      *|     LGCORR01 with this once its own update has reached the    |
      *|     file, naming itself in CQ-SOURCE-PROGRAM and the letter   |
      *|     in CQ-LETTER-TYPE (see LGCORREV for the letter types and  |
      *|     which figures each one carries). Fields a letter does     |
      *|     not use go as zero or spaces.                             |
      *|                                                               |
      *|     CQ-ERROR comes back 'Y' when the event could not be       |
      *|     written to CORRESP, or the letter type is not one         |
      *|     LGCORR01 knows - callers surface it the way they surface  |
      *|     a journal failure, since a decision the customer is       |
      *|     never told of is a breach in its own right.               |
      *+---------------------------------------------------------------+
       01 CORRESPONDENCE-REQUEST.
          05 CQ-SOURCE-PROGRAM PIC X(8).
          05 CQ-LETTER-TYPE PIC X(4).
          05 CQ-CUSTOMER-NUM PIC 9(10).
          05 CQ-POLICY-NUM PIC 9(10).
          05 CQ-POLICY-TYPE PIC X.
          05 CQ-CLAIM-NUM PIC 9(10).
          05 CQ-EVENT-DATE PIC X(10).
          05 CQ-PREMIUM PIC 9(8)V99.
          05 CQ-AMOUNT PIC 9(8)V99.
          05 CQ-AMOUNT-SIGN PIC X.
          05 CQ-REASON PIC X(255).
          05 CQ-ERROR PIC X.

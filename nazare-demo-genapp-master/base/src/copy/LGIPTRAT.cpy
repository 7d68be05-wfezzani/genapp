      *+---------------------------------------------------------------+
      *| LGIPTRAT                                                      |
      *|     Insurance premium tax rate table (IPTRATE), maintained by |
      *|     finance - one record per rate change, giving the date it  |
      *|     takes effect. The rate applied to a premium is the one    |
      *|     with the latest effective date on or before the posting   |
      *|     date, so a budget change is loaded ahead of time and      |
      *|     takes over on the day. Long-term (endowment) business is  |
      *|     exempt from the tax and never looks the rate up.          |
      *+---------------------------------------------------------------+
       01 IPT-RATE-RECORD.
          05 IPT-EFFECTIVE-DATE PIC X(10).
          05 IPT-RATE-PCT PIC 9(2)V99.

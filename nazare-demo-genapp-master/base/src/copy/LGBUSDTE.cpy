      *+---------------------------------------------------------------+
      *| LGBUSDTE                                                      |
      *|     Business processing date control record - the single      |
      *|     record on BUSDATE. Every batch job takes "today" from     |
      *|     BDT-BUSINESS-DATE (YYYY-MM-DD) through LGBCTL01 rather    |
      *|     than from the system clock, so a missed overnight run     |
      *|     can be run the next morning for the date it was due.      |
      *|     Only LGBDTR01 rolls it forward; BDT-PREVIOUS-DATE and     |
      *|     BDT-ROLLED-AT record the last roll.                       |
      *+---------------------------------------------------------------+
       01 BUSINESS-DATE-RECORD.
          05 BDT-BUSINESS-DATE PIC X(10).
          05 BDT-PREVIOUS-DATE PIC X(10).
          05 BDT-ROLLED-AT PIC X(26).

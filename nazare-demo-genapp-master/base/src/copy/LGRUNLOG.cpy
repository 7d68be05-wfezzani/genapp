      *+---------------------------------------------------------------+
      *| LGRUNLOG                                                      |
      *|     Batch run ledger record (RUNLEDGR), written only by       |
      *|     LGBCTL01. A job that is let run gets an 'S' (started)     |
      *|     record and, when it finishes, an 'E' (ended) record       |
      *|     carrying the same RLG-STARTED-AT with its record counts   |
      *|     and return code. A job refused as a duplicate or for a    |
      *|     missing prerequisite gets an 'R' record with the reason   |
      *|     in RLG-MESSAGE and RLG-REFUSED-FOR 'D' (already run) or   |
      *|     'P' (prerequisite). RLG-PERIOD is what the duplicate      |
      *|     check keys on: the business date for a daily job, the     |
      *|     Monday of the week for a weekly one, YYYY-MM for a        |
      *|     monthly one and YYYY-Qn for a quarterly one. RLG-FORCED   |
      *|     is 'Y' when an operator forced the run through RUNFORCE.  |
      *+---------------------------------------------------------------+
       01 RUN-LEDGER-RECORD.
          05 RLG-JOB-NAME PIC X(8).
          05 RLG-BUSINESS-DATE PIC X(10).
          05 RLG-PERIOD PIC X(10).
          05 RLG-EVENT PIC X.
          05 RLG-FORCED PIC X.
          05 RLG-REFUSED-FOR PIC X.
          05 RLG-STARTED-AT PIC X(26).
          05 RLG-ENDED-AT PIC X(26).
          05 RLG-RETURN-CODE PIC 9(4).
          05 RLG-RECORDS-READ PIC 9(9).
          05 RLG-RECORDS-WRITTEN PIC 9(9).
          05 RLG-EXCEPTIONS PIC 9(9).
          05 RLG-MESSAGE PIC X(60).

      *+---------------------------------------------------------------+
      *| LGUWREF                                                       |
      *|     Commercial underwriting referral queue (UWREFER). One     |
      *|     record is appended per policy put in front of an          |
      *|     underwriter - every commercial add from LGACOM01 is       |
      *|     written pending and queued here. The underwriter works    |
      *|     the queue through 01UCOM (LGUCOM01), which marks the      |
      *|     entry decided when it records the PR-B-STATUS decision;   |
      *|     the LGBREF01 daily listing shows every entry still        |
      *|     waiting past the service-level days.                      |
      *|                                                                |
      *|     A house add (LGAHOU01) in a postcode district over its    |
      *|     accumulation limit is queued here too, reason 'ACCU',     |
      *|     without a policy being written: the decision is recorded  |
      *|     on the entry alone, and the resubmitted add binds only    |
      *|     once it shows accepted.                                   |
      *+---------------------------------------------------------------+
       01 REFERRAL-RECORD.
          05 REF-POLICY-NUM PIC 9(10).
          05 REF-CUSTOMER-NUM PIC 9(10).
          05 REF-BROKERID PIC 9(10).
          05 REF-REFERRED-DATE PIC X(10).
          05 REF-REASON PIC X(4).
      *       'NEWB' new commercial business awaiting underwriting
      *       'ACCU' new business in a postcode district over its
      *              accumulation limit (ACCUMPOS, see LGBCAT01)
          05 REF-PREMIUM PIC 9(8).
      *       the total rated premium across the four perils, or
      *       the rated house premium
          05 REF-STATUS PIC X.
      *       ' ' waiting for an underwriter, 'D' decided
          05 REF-DECIDED-DATE PIC X(10).
          05 REF-DECISION PIC 9(4).
      *       the PR-B-STATUS the underwriter recorded

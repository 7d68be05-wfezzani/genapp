      *+---------------------------------------------------------------+
      *| LGSIUREF                                                      |
      *|     Special investigations unit (SIU) referral file, SIUREF.  |
      *|     One record is appended by the nightly LGBSIU01 fraud      |
      *|     screening per claim whose red-flag score crosses the      |
      *|     referral threshold, carrying the score and each red flag  |
      *|     raised. A claim is referred once - later screening runs   |
      *|     skip a claim already on this file.                        |
      *|                                                               |
      *|     While SIU-STATUS is anything but 'C' the settlement       |
      *|     transaction (LGUCLM01) refuses to pay the claim. SIU      |
      *|     records its finding through 01USIU (LGUSIU01): 'C'        |
      *|     cleared releases the claim for payment, 'F' fraud         |
      *|     confirmed keeps it blocked for the handler to repudiate   |
      *|     through 01CCLM.                                           |
      *+---------------------------------------------------------------+
       01 SIU-REFERRAL-RECORD.
          05 SIU-CLAIM-NUM PIC 9(10).
          05 SIU-POLICY-NUM PIC 9(10).
          05 SIU-CUSTOMER-NUM PIC 9(10).
          05 SIU-CUSTOMER-NAME PIC X(31).
          05 SIU-CLAIM-DATE PIC X(10).
          05 SIU-CLAIM-VALUE PIC 9(8).
          05 SIU-REFERRED-DATE PIC X(10).
          05 SIU-SCORE PIC 9(3).
          05 SIU-REASON-COUNT PIC 9.
          05 SIU-REASON OCCURS 6 TIMES.
      *       SIU-REASON-CODE values -
      *         'EARL' claim within 30 days of PR-ISSUE-DATE
      *         'AMND' claim within 30 days after a mid-term amendment
      *                raised the sum insured (from POLJRNL)
      *         'CANC' claim within 30 days before the policy was
      *                cancelled
      *         'PFRQ' three or more claims on the policy in a year
      *         'CFRQ' three or more claims by the customer in a year
      *         'DRSK' the same vehicle registration or house address
      *                insured in force under another customer
             10 SIU-REASON-CODE PIC X(4).
             10 SIU-REASON-TEXT PIC X(40).
          05 SIU-STATUS PIC X.
      *       ' ' referred, under investigation; 'C' cleared by SIU;
      *       'F' fraud confirmed
          05 SIU-DECIDED-DATE PIC X(10).

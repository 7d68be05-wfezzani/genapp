      *+---------------------------------------------------------------+
      *| LGRIBDX                                                       |
      *|     Quarterly reinsurance bordereau (RIBDX), built by         |
      *|     LGBCAT01 for the property treaty reinsurers in the        |
      *|     LGPAYXMT shape: one 'H' header naming the quarter, one    |
      *|     'D' line per house or accepted commercial policy on risk  |
      *|     at any time in the quarter, and one 'T' trailer carrying  |
      *|     the policy count and the sum insured, premium and claims  |
      *|     paid totals the reinsurers check the lines against.       |
      *+---------------------------------------------------------------+
       01 BDX-RECORD.
          05 BDX-RECORD-TYPE PIC X.
      *       'H' bordereau header, 'D' policy line, 'T' trailer
          05 BDX-DATA PIC X(120).
          05 BDX-HEADER REDEFINES BDX-DATA.
      *          the quarter as YYYYQn, its first and last days and
      *          the date the bordereau was built
             10 BDH-QUARTER PIC X(6).
             10 BDH-PERIOD-START PIC X(10).
             10 BDH-PERIOD-END PIC X(10).
             10 BDH-RUN-DATE PIC X(10).
             10 BDH-FILLER PIC X(84).
          05 BDX-POLICY REDEFINES BDX-DATA.
             10 BDD-POLICY-NUM PIC 9(10).
             10 BDD-POLICY-TYPE PIC X.
             10 BDD-POSTCODE PIC X(8).
             10 BDD-DISTRICT PIC X(4).
      *          the FLOODRSK level of the postcode - space when the
      *          postcode is not on the table
             10 BDD-FLOOD-RISK PIC X.
             10 BDD-LATITUDE PIC X(11).
             10 BDD-LONGITUDE PIC X(11).
             10 BDD-ISSUE-DATE PIC X(10).
             10 BDD-EXPIRY-DATE PIC X(10).
             10 BDD-CANCEL-DATE PIC X(10).
             10 BDD-SUM-INSURED PIC 9(10).
      *          the annual premium, PR-PAYMENT
             10 BDD-PREMIUM PIC 9(8).
      *          claims on the policy with a loss date up to the end
      *          of the quarter, and what has been paid on them to
      *          date (CLM-PAID)
             10 BDD-CLAIM-COUNT PIC 9(4).
             10 BDD-CLAIMS-PAID PIC 9(10).
             10 BDD-FILLER PIC X(12).
          05 BDX-TRAILER REDEFINES BDX-DATA.
             10 BDT-POLICY-COUNT PIC 9(7).
             10 BDT-SUM-INSURED-TOTAL PIC 9(13).
             10 BDT-PREMIUM-TOTAL PIC 9(11).
             10 BDT-CLAIMS-PAID-TOTAL PIC 9(13).
             10 BDT-FILLER PIC X(76).

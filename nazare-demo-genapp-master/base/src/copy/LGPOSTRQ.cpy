      *+---------------------------------------------------------------+
      *| LGPOSTRQ                                                      |
      *|     Request area for the LGPOST01 general ledger posting      |
      *|     subprogram. The caller names itself in PQ-SOURCE-PROGRAM, |
      *|     the money movement in PQ-EVENT (see LGGLPOST for the      |
      *|     events and the accounts each one posts to), the policy,   |
      *|     customer and - for claim events - the claim the money     |
      *|     belongs to, and the amount in PQ-AMOUNT. For the premium  |
      *|     events (PREM, APRM, RPRM, CREF) PQ-AMOUNT is the gross    |
      *|     premium the customer pays or gets back, tax included;     |
      *|     LGPOST01 splits the insurance premium tax out of it at    |
      *|     the rate in force on the posting date and hands the two   |
      *|     parts back in PQ-IPT-AMOUNT and PQ-NET-AMOUNT.            |
      *|                                                               |
      *|     PQ-POSTING-DATE (YYYY-MM-DD) is the date the entry is     |
      *|     posted on. Batch callers move their BC-BUSINESS-DATE      |
      *|     into it; online callers leave it blank and LGPOST01       |
      *|     posts on today's date.                                    |
      *|                                                                |
      *|     A zero amount posts nothing and is not an error. PQ-ERROR |
      *|     comes back 'Y' when the entry could not be written to     |
      *|     GLPOST whole, or the IPTRATE table could not be read -    |
      *|     callers moving money must surface it the way they         |
      *|     surface a journal failure.                                 |
      *+---------------------------------------------------------------+
       01 POSTING-REQUEST.
          05 PQ-SOURCE-PROGRAM PIC X(8).
          05 PQ-EVENT PIC X(4).
          05 PQ-POLICY-NUM PIC 9(10).
          05 PQ-POLICY-TYPE PIC X.
          05 PQ-CUSTOMER-NUM PIC 9(10).
          05 PQ-CLAIM-NUM PIC 9(10).
          05 PQ-REFERENCE PIC X(10).
          05 PQ-AMOUNT PIC 9(8)V99.
          05 PQ-POSTING-DATE PIC X(10).
          05 PQ-IPT-AMOUNT PIC 9(8)V99.
          05 PQ-NET-AMOUNT PIC 9(8)V99.
          05 PQ-ERROR PIC X.

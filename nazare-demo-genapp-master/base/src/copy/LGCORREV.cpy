      *+---------------------------------------------------------------+
      *| LGCORREV                                                      |
      *|     Correspondence event file, CORRESP. LGCORR01 appends one  |
      *|     record for every event the customer must be written to    |
      *|     about; the overnight LGBLET01 run merges each with the    |
      *|     customer's name, address and email into the print         |
      *|     bureau and email dispatch files and clears it down.       |
      *|                                                               |
      *|     Letter types and the figures each carries:                |
      *|       NBUS new policy          COR-PREMIUM annual premium     |
      *|                                COR-EVENT-DATE inception       |
      *|       CANC cancellation refund COR-AMOUNT refund due          |
      *|                                COR-EVENT-DATE cancelled from  |
      *|       MTAD mid-term adjustment COR-PREMIUM new annual premium |
      *|                                COR-AMOUNT adjustment, with    |
      *|                                COR-AMOUNT-SIGN '+' to pay,    |
      *|                                '-' to refund, space for nil   |
      *|                                COR-EVENT-DATE effective date  |
      *|       SURR surrender           COR-AMOUNT surrender value     |
      *|                                COR-EVENT-DATE surrender date  |
      *|       CLRG claim registered    COR-CLAIM-NUM                  |
      *|                                COR-EVENT-DATE date of loss    |
      *|       CLPY claim payment       COR-CLAIM-NUM, COR-AMOUNT this |
      *|                                payment                        |
      *|       CLCL claim closed        COR-CLAIM-NUM, COR-AMOUNT paid |
      *|                                in total, COR-REASON           |
      *|       CLRP claim repudiated    COR-CLAIM-NUM, COR-REASON the  |
      *|                                repudiation reason             |
      *+---------------------------------------------------------------+
       01 CORRESPONDENCE-EVENT.
          05 COR-EVENT-TIMESTAMP PIC X(26).
          05 COR-SOURCE-PROGRAM PIC X(8).
          05 COR-LETTER-TYPE PIC X(4).
          05 COR-CUSTOMER-NUM PIC 9(10).
          05 COR-POLICY-NUM PIC 9(10).
          05 COR-POLICY-TYPE PIC X.
          05 COR-CLAIM-NUM PIC 9(10).
          05 COR-EVENT-DATE PIC X(10).
          05 COR-PREMIUM PIC 9(8)V99.
          05 COR-AMOUNT PIC 9(8)V99.
          05 COR-AMOUNT-SIGN PIC X.
          05 COR-REASON PIC X(255).

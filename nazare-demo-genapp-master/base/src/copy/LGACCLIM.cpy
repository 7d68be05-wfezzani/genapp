      *+---------------------------------------------------------------+
      *| LGACCLIM                                                      |
      *|     Catastrophe accumulation limit table (ACCUMLIM),          |
      *|     maintained by underwriting - one record per postcode      |
      *|     district (the outward code, 'SW1A' of 'SW1A 1AA') giving  |
      *|     the most property sum insured, house and commercial       |
      *|     together, the company will carry there. A district with   |
      *|     no record has no limit set; a limit of zero closes the    |
      *|     district to new property business altogether. Read by     |
      *|     the LGBCAT01 accumulation batch.                          |
      *+---------------------------------------------------------------+
       01 ACCUM-LIMIT-RECORD.
          05 ACL-DISTRICT PIC X(4).
          05 ACL-LIMIT PIC 9(13).

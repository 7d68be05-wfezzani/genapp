      *+---------------------------------------------------------------+
      *| LGACCPOS                                                      |
      *|     Accumulation position file (ACCUMPOS), rebuilt by every   |
      *|     LGBCAT01 run - one record per postcode district holding   |
      *|     in-force house or commercial sum insured, with the limit  |
      *|     from ACCUMLIM and where the district stands against it.  |
      *|     The house and commercial adds (LGAHOU01, LGACOM01) read   |
      *|     it to refer new business in a district already over its  |
      *|     limit, so it is only ever replaced by a complete run.     |
      *+---------------------------------------------------------------+
       01 ACCUM-POSITION-RECORD.
          05 ACP-DISTRICT PIC X(4).
          05 ACP-RUN-DATE PIC X(10).
          05 ACP-POLICY-COUNT PIC 9(7).
          05 ACP-SUM-INSURED PIC 9(13).
          05 ACP-LIMIT PIC 9(13).
          05 ACP-STATUS PIC X.
      *       'O' over the limit - new business is referred, 'N' near
      *       it (the LGBCAT01 warning percentage or more), 'W' within
      *       it, 'U' no limit set for the district

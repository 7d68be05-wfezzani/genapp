                15 PR-B-WEATHERPERIL PIC 9(4).
                15 PR-B-WEATHERPREMIUM PIC 9(8).
                15 PR-B-STATUS PIC 9(4).
      *          PR-B-STATUS values - 1 accepted, 2 declined, 3
      *          pending: written by the LGACOM01 add and waiting on
      *          the UWREFER underwriting queue until 01UCOM decides
                15 PR-B-REJECTREASON PIC X(245).
                15 PR-B-SUM-INSURED PIC 9(10).
      *          the buildings and contents sum insured, keyed on the
      *          LGACOM01 add and totalled by postcode district in the
      *          LGBCAT01 accumulation; taken from the tail of the
      *          reject reason, so a record written before the field
      *          existed holds spaces here and has no sum insured
             10 PR-ENDOWMENT REDEFINES PR-COMMERCIAL.
                15 PR-E-WITH-PROFITS PIC X.
                15 PR-E-EQUITIES PIC X.

      *|     The customer is located through the shared LGSRCH01       |
      *|     keyed lookup; the I-O pass reads straight to SR-ORDINAL   |
      *|     for the REWRITE, and LGSRCH01 is refreshed afterwards.    |
      *|                                                               |
      *|     A customer merged into another by 01MCUS, or anonymised   |
      *|     by the LGBPRG01 retention purge, is refused with RC 28,   |
      *|     as 01MCUS refuses one - updating it would put business    |
      *|     back on a retired number or personal data back on a       |
      *|     purged record.                                            |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGUCUS01'.
          05 WS-RC-BAD-DOB PIC 9(2) VALUE 15.
          05 WS-RC-BAD-POSTCODE PIC 9(2) VALUE 16.
          05 WS-RC-BAD-EMAIL PIC 9(2) VALUE 17.
          05 WS-RC-ALREADY-MERGED PIC 9(2) VALUE 28.
          05 WS-RC-FILE-ERROR PIC 9(2) VALUE 90.
       1 WS-EDT-DATE PIC X(10) VALUE SPACES.
       1 WS-EDT-DATE-OK-SW PIC X VALUE 'N'.
              WHEN SR-FOUND = 'N'
                 MOVE WS-RC-NOT-FOUND TO CA-RETURN-CODE
              WHEN OTHER
                 PERFORM CHECK-RETIRED-CUSTOMER
                 IF CA-RETURN-CODE = WS-RC-SUCCESS
                    PERFORM EDIT-CUSTOMER-DETAILS
                 END-IF
                 IF CA-RETURN-CODE = WS-RC-SUCCESS
                    PERFORM POSITION-AND-REWRITE
                 END-IF
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| CHECK-RETIRED-CUSTOMER                                        |
      *|     A record LGMCUS01 has merged into another (CUS-MERGED-    |
      *|     INTO) or LGBPRG01 has anonymised (CUS-PURGED-DATE) is     |
      *|     retired: its details are not to be changed.               |
      *+---------------------------------------------------------------+
       CHECK-RETIRED-CUSTOMER.
           MOVE SR-RECORD TO CUSTOMER-RECORD
           IF (CUS-MERGED-INTO IS NUMERIC
                 AND CUS-MERGED-INTO > ZERO)
              OR (CUS-PURGED-DATE NOT = SPACES
                 AND CUS-PURGED-DATE NOT = LOW-VALUES)
              MOVE WS-RC-ALREADY-MERGED TO CA-RETURN-CODE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| POSITION-AND-REWRITE                                          |
      *|     Reads straight to the SR-ORDINAL-th record - the one      |
      *|     LGSRCH01 located - applies the new details and REWRITEs.  |

      *|     file pass at all and a known one is read without key      |
      *|     compares. LGSRCH01 is refreshed after the REWRITE so no   |
      *|     later lookup sees the stale security state.               |
      *|                                                               |
      *|     A customer merged into another by 01MCUS, or anonymised   |
      *|     by the LGBPRG01 retention purge, is refused with RC 28    |
      *|     and its record left untouched - the customer signs in     |
      *|     under the surviving number, and a purged one not at all.  |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGUCSEC1'.
          05 WS-RC-INVALID-REQUEST PIC 9(2) VALUE 02.
          05 WS-RC-BAD-PASSWORD PIC 9(2) VALUE 05.
          05 WS-RC-LOCKED-OUT PIC 9(2) VALUE 06.
          05 WS-RC-ALREADY-MERGED PIC 9(2) VALUE 28.
          05 WS-RC-FILE-ERROR PIC 9(2) VALUE 90.
       1 WS-SKIP-COUNT PIC 9(7) VALUE ZERO.
       COPY LGSRCHRQ.
              WHEN SR-FOUND = 'N'
                 MOVE WS-RC-NOT-FOUND TO CA-RETURN-CODE
              WHEN OTHER
                 PERFORM CHECK-RETIRED-CUSTOMER
                 IF CA-RETURN-CODE = WS-RC-SUCCESS
                    PERFORM POSITION-AND-MAINTAIN
                 END-IF
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| CHECK-RETIRED-CUSTOMER                                        |
      *|     A record LGMCUS01 has merged into another (CUS-MERGED-    |
      *|     INTO) or LGBPRG01 has anonymised (CUS-PURGED-DATE) is     |
      *|     retired: no sign-on is checked or counted against it.     |
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
      *| POSITION-AND-MAINTAIN                                         |
      *|     Reads straight to the SR-ORDINAL-th record - the one      |
      *|     LGSRCH01 located - so the record in the buffer is the     |

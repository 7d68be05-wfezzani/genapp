      *|     off CA-M-ACCIDENTS (accidents in the rating period), the   |
      *|     way a real underwriting rulebook would, before the policy  |
      *|     is appended to the POLICY file.                            |
      *|                                                                |
      *|     A policy that reaches the file has its annual premium      |
      *|     posted to the general ledger as premium written            |
      *|     through LGPOST01.                                          |
      *|                                                               |
      *|     A policy that reaches the file also raises a new business |
      *|     letter to the customer through LGCORR01, for the          |
      *|     overnight LGBLET01 letter run.                            |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGAMOT01'.
          05 WS-SRB-POSTCODE PIC X(8).
          05 WS-SRB-STATUS PIC X.
       COPY LGSRCHRQ.
       COPY LGPOSTRQ.
       COPY LGCORRRQ.
      *+---------------------------------------------------------------+
      *| No-claims-discount / loading scale, keyed off accidents in     |
      *| the rating period. 0 accidents earns the full discount, each   |
              MOVE 'R' TO SR-FUNCTION
              CALL 'LGSRCH01' USING SEARCH-REQUEST
              PERFORM UPDATE-CUSTOMER-POLICY-COUNT
              PERFORM POST-PREMIUM-WRITTEN
              PERFORM WRITE-CORRESPONDENCE-EVENT
              IF CA-M-QUOTE-NUM > ZERO
                 PERFORM MARK-QUOTE-BOUND
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| POST-PREMIUM-WRITTEN                                          |
      *|     The new policy's annual premium to the general ledger     |
      *|     (COPY LGPOSTRQ) - gross, as the customer pays it;         |
      *|     LGPOST01 takes the insurance premium tax out. A posting   |
      *|     that does not reach GLPOST is surfaced like a journal     |
      *|     failure - the policy stands, but the ledger is short.     |
      *+---------------------------------------------------------------+
       POST-PREMIUM-WRITTEN.
           MOVE 'LGAMOT01' TO PQ-SOURCE-PROGRAM
           MOVE 'PREM' TO PQ-EVENT
           MOVE CA-POLICY-NUM OF CA-POLICY-REQUEST TO PQ-POLICY-NUM
           MOVE 'M' TO PQ-POLICY-TYPE
           MOVE CA-CUSTOMER-NUM TO PQ-CUSTOMER-NUM
           MOVE ZERO TO PQ-CLAIM-NUM
           MOVE SPACES TO PQ-REFERENCE
           MOVE CA-PAYMENT TO PQ-AMOUNT
           MOVE SPACES TO PQ-POSTING-DATE
           CALL 'LGPOST01' USING POSTING-REQUEST
           IF PQ-ERROR = 'Y'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-CORRESPONDENCE-EVENT                                    |
      *|     The new business letter (COPY LGCORRRQ) with the annual   |
      *|     premium and inception date; LGBLET01 addresses it         |
      *|     overnight. An event that does not reach CORRESP is        |
      *|     surfaced like a journal failure - the policy stands, but  |
      *|     the customer would never be told.                         |
      *+---------------------------------------------------------------+
       WRITE-CORRESPONDENCE-EVENT.
           MOVE 'LGAMOT01' TO CQ-SOURCE-PROGRAM
           MOVE 'NBUS' TO CQ-LETTER-TYPE
           MOVE CA-CUSTOMER-NUM TO CQ-CUSTOMER-NUM
           MOVE CA-POLICY-NUM OF CA-POLICY-REQUEST TO CQ-POLICY-NUM
           MOVE 'M' TO CQ-POLICY-TYPE
           MOVE ZERO TO CQ-CLAIM-NUM
           MOVE CA-ISSUE-DATE TO CQ-EVENT-DATE
           MOVE CA-PAYMENT TO CQ-PREMIUM
           MOVE ZERO TO CQ-AMOUNT
           MOVE SPACE TO CQ-AMOUNT-SIGN
           MOVE SPACES TO CQ-REASON
           CALL 'LGCORR01' USING CORRESPONDENCE-REQUEST
           IF CQ-ERROR = 'Y'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-POLICY-JOURNAL                                          |
      *|     One POLJRNL entry per POLICY write or rewrite, carrying   |
      *|     the full before and after record images (COPY LGPOLJRN)   |

      *|     lookup; the I-O pass reads straight to SR-ORDINAL for     |
      *|     the REWRITE, and LGSRCH01 is refreshed afterwards so no   |
      *|     later lookup serves the record as still in force.         |
      *|                                                               |
      *|     The return premium is posted to the general ledger as a   |
      *|     cancellation refund through LGPOST01 once the mark has    |
      *|     reached the file.                                         |
      *|                                                               |
      *|     A cancellation that reaches the file also raises a        |
      *|     cancellation letter carrying the refund through LGCORR01, |
      *|     for the overnight LGBLET01 letter run.                    |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGCPOL01'.
       1 WS-CNV-Y100 PIC 9(4) VALUE ZERO.
       1 WS-CNV-Y400 PIC 9(4) VALUE ZERO.
       COPY LGSRCHRQ.
       COPY LGPOSTRQ.
       COPY LGCORRRQ.
       LINKAGE SECTION.
       1 DFHEIBLK.
         2 EIBTIME PICTURE S9(7) USAGE COMPUTATIONAL-3.
                       MOVE POLICY-RECORD TO WS-JRN-AFTER
                       PERFORM WRITE-POLICY-JOURNAL
                       MOVE WS-RETURN-PREMIUM TO CA-PAYMENT
                       PERFORM POST-CANCELLATION-REFUND
                       PERFORM WRITE-CORRESPONDENCE-EVENT
                    ELSE
                       MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
                    END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| POST-CANCELLATION-REFUND                                      |
      *|     The refund to the general ledger (COPY LGPOSTRQ) - gross, |
      *|     as the customer gets it back; LGPOST01 takes the          |
      *|     insurance premium tax out. A nil refund posts nothing. A  |
      *|     posting that does not reach GLPOST is surfaced like a     |
      *|     journal failure.                                          |
      *+---------------------------------------------------------------+
       POST-CANCELLATION-REFUND.
           MOVE 'LGCPOL01' TO PQ-SOURCE-PROGRAM
           MOVE 'CREF' TO PQ-EVENT
           MOVE PR-POLICY-NUM TO PQ-POLICY-NUM
           MOVE PR-POLICY-TYPE TO PQ-POLICY-TYPE
           MOVE PR-CUSTOMER-NUM TO PQ-CUSTOMER-NUM
           MOVE ZERO TO PQ-CLAIM-NUM
           MOVE SPACES TO PQ-REFERENCE
           MOVE WS-RETURN-PREMIUM TO PQ-AMOUNT
           MOVE SPACES TO PQ-POSTING-DATE
           CALL 'LGPOST01' USING POSTING-REQUEST
           IF PQ-ERROR = 'Y'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-CORRESPONDENCE-EVENT                                    |
      *|     The cancellation letter (COPY LGCORRRQ) with the refund   |
      *|     due and the date cover ended - the written confirmation   |
      *|     the regulator expects of every refund. An event that does |
      *|     not reach CORRESP is surfaced like a journal failure.     |
      *+---------------------------------------------------------------+
       WRITE-CORRESPONDENCE-EVENT.
           MOVE 'LGCPOL01' TO CQ-SOURCE-PROGRAM
           MOVE 'CANC' TO CQ-LETTER-TYPE
           MOVE PR-CUSTOMER-NUM TO CQ-CUSTOMER-NUM
           MOVE PR-POLICY-NUM TO CQ-POLICY-NUM
           MOVE PR-POLICY-TYPE TO CQ-POLICY-TYPE
           MOVE ZERO TO CQ-CLAIM-NUM
           MOVE WS-CANCEL-DATE TO CQ-EVENT-DATE
           MOVE PR-PAYMENT TO CQ-PREMIUM
           MOVE WS-RETURN-PREMIUM TO CQ-AMOUNT
           MOVE SPACE TO CQ-AMOUNT-SIGN
           MOVE SPACES TO CQ-REASON
           CALL 'LGCORR01' USING CORRESPONDENCE-REQUEST
           IF CQ-ERROR = 'Y'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| CONVERT-DATE-TO-DAYS                                          |
      *|     Gregorian day number of WS-CNV-DATE (YYYY-MM-DD) into     |
      *|     WS-CNV-DAYS. The divisions must truncate, so each one     |

      *|     LGSRCH01 keyed lookup; the I-O pass reads straight to     |
      *|     SR-ORDINAL for the REWRITE, and LGSRCH01 is refreshed     |
      *|     afterwards.                                                |
      *|                                                                |
      *|     A processed surrender's payout is posted to the general    |
      *|     ledger through LGPOST01; a quote posts nothing.            |
      *|                                                               |
      *|     A processed surrender also raises a surrender letter      |
      *|     carrying the value paid through LGCORR01; a quote writes  |
      *|     nothing.                                                  |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGSEND01'.
      *+---------------------------------------------------------------+
       COPY LGPOLICY.
       COPY LGSRCHRQ.
       COPY LGPOSTRQ.
       COPY LGCORRRQ.
       LINKAGE SECTION.
       1 DFHEIBLK.
         2 EIBTIME PICTURE S9(7) USAGE COMPUTATIONAL-3.
                 MOVE POLICY-RECORD TO WS-JRN-AFTER
                 PERFORM WRITE-POLICY-JOURNAL
                 MOVE WS-SURRENDER-VALUE TO CA-E-SURRENDER-VALUE
                 PERFORM POST-SURRENDER-PAYOUT
                 PERFORM WRITE-CORRESPONDENCE-EVENT
              ELSE
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| POST-SURRENDER-PAYOUT                                         |
      *|     The payout to the general ledger (COPY LGPOSTRQ) - long-  |
      *|     term business, so no insurance premium tax. A nil value   |
      *|     posts nothing. A posting that does not reach GLPOST is    |
      *|     surfaced like a journal failure.                          |
      *+---------------------------------------------------------------+
       POST-SURRENDER-PAYOUT.
           MOVE 'LGSEND01' TO PQ-SOURCE-PROGRAM
           MOVE 'SURR' TO PQ-EVENT
           MOVE PR-POLICY-NUM TO PQ-POLICY-NUM
           MOVE PR-POLICY-TYPE TO PQ-POLICY-TYPE
           MOVE PR-CUSTOMER-NUM TO PQ-CUSTOMER-NUM
           MOVE ZERO TO PQ-CLAIM-NUM
           MOVE SPACES TO PQ-REFERENCE
           MOVE WS-SURRENDER-VALUE TO PQ-AMOUNT
           MOVE SPACES TO PQ-POSTING-DATE
           CALL 'LGPOST01' USING POSTING-REQUEST
           IF PQ-ERROR = 'Y'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-CORRESPONDENCE-EVENT                                    |
      *|     The surrender letter (COPY LGCORRRQ) with the value being |
      *|     paid out and the surrender date. An event that does not   |
      *|     reach CORRESP is surfaced like a journal failure.         |
      *+---------------------------------------------------------------+
       WRITE-CORRESPONDENCE-EVENT.
           MOVE 'LGSEND01' TO CQ-SOURCE-PROGRAM
           MOVE 'SURR' TO CQ-LETTER-TYPE
           MOVE PR-CUSTOMER-NUM TO CQ-CUSTOMER-NUM
           MOVE PR-POLICY-NUM TO CQ-POLICY-NUM
           MOVE PR-POLICY-TYPE TO CQ-POLICY-TYPE
           MOVE ZERO TO CQ-CLAIM-NUM
           MOVE WS-SURRENDER-DATE TO CQ-EVENT-DATE
           MOVE PR-PAYMENT TO CQ-PREMIUM
           MOVE WS-SURRENDER-VALUE TO CQ-AMOUNT
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

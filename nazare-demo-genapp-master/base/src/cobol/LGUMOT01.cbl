      *|     lookup; the I-O pass reads straight to SR-ORDINAL for     |
      *|     the REWRITE, and LGSRCH01 is refreshed afterwards so no   |
      *|     later lookup serves the old vehicle.                      |
      *|                                                               |
      *|     An additional or return premium is posted to the general  |
      *|     ledger through LGPOST01 - APRM or RPRM - once the         |
      *|     rewrite has reached the file.                             |
      *|                                                               |
      *|     An amendment that reaches the file also raises a mid-term |
      *|     adjustment letter through LGCORR01, for the overnight     |
      *|     LGBLET01 letter run.                                      |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGUMOT01'.
          05 WS-SRP-POLICY-TYPE PIC X.
          05 WS-SRP-CUSTOMER-NUM PIC 9(10).
       COPY LGSRCHRQ.
       COPY LGPOSTRQ.
       COPY LGCORRRQ.
       LINKAGE SECTION.
       1 DFHEIBLK.
         2 EIBTIME PICTURE S9(7) USAGE COMPUTATIONAL-3.
                       MOVE POLICY-RECORD TO WS-JRN-AFTER
                       PERFORM WRITE-POLICY-JOURNAL
                       PERFORM RETURN-ADJUSTMENT-RESULT
                       PERFORM POST-PREMIUM-ADJUSTMENT
                       PERFORM WRITE-CORRESPONDENCE-EVENT
                    ELSE
                       MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
                    END-IF
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| POST-PREMIUM-ADJUSTMENT                                       |
      *|     The pro-rata adjustment to the general ledger (COPY       |
      *|     LGPOSTRQ) - gross, as the customer pays or gets it back;  |
      *|     LGPOST01 takes the insurance premium tax out. A nil       |
      *|     adjustment posts nothing. A posting that does not reach   |
      *|     GLPOST is surfaced like a journal failure.                |
      *+---------------------------------------------------------------+
       POST-PREMIUM-ADJUSTMENT.
           IF CA-M-ADJ-TYPE = 'A' OR CA-M-ADJ-TYPE = 'R'
              MOVE 'LGUMOT01' TO PQ-SOURCE-PROGRAM
              IF CA-M-ADJ-TYPE = 'A'
                 MOVE 'APRM' TO PQ-EVENT
              ELSE
                 MOVE 'RPRM' TO PQ-EVENT
              END-IF
              MOVE PR-POLICY-NUM TO PQ-POLICY-NUM
              MOVE PR-POLICY-TYPE TO PQ-POLICY-TYPE
              MOVE PR-CUSTOMER-NUM TO PQ-CUSTOMER-NUM
              MOVE ZERO TO PQ-CLAIM-NUM
              MOVE SPACES TO PQ-REFERENCE
              MOVE CA-M-ADJ-PREMIUM TO PQ-AMOUNT
              MOVE SPACES TO PQ-POSTING-DATE
              CALL 'LGPOST01' USING POSTING-REQUEST
              IF PQ-ERROR = 'Y'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-CORRESPONDENCE-EVENT                                    |
      *|     The mid-term adjustment letter (COPY LGCORRRQ) with the   |
      *|     new annual premium and the pro-rata adjustment - '+' to   |
      *|     pay, '-' to come back, space for none; a substitution     |
      *|     that moves no money is still confirmed in writing. An     |
      *|     event that does not reach CORRESP is surfaced like a      |
      *|     journal failure.                                          |
      *+---------------------------------------------------------------+
       WRITE-CORRESPONDENCE-EVENT.
           MOVE 'LGUMOT01' TO CQ-SOURCE-PROGRAM
           MOVE 'MTAD' TO CQ-LETTER-TYPE
           MOVE PR-CUSTOMER-NUM TO CQ-CUSTOMER-NUM
           MOVE PR-POLICY-NUM TO CQ-POLICY-NUM
           MOVE PR-POLICY-TYPE TO CQ-POLICY-TYPE
           MOVE ZERO TO CQ-CLAIM-NUM
           MOVE WS-AMEND-DATE TO CQ-EVENT-DATE
           MOVE WS-NEW-PREMIUM TO CQ-PREMIUM
           MOVE CA-M-ADJ-PREMIUM TO CQ-AMOUNT
           EVALUATE CA-M-ADJ-TYPE
              WHEN 'A'
                 MOVE '+' TO CQ-AMOUNT-SIGN
              WHEN 'R'
                 MOVE '-' TO CQ-AMOUNT-SIGN
              WHEN OTHER
                 MOVE SPACE TO CQ-AMOUNT-SIGN
           END-EVALUATE
           MOVE SPACES TO CQ-REASON
           CALL 'LGCORR01' USING CORRESPONDENCE-REQUEST
           IF CQ-ERROR = 'Y'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| CONVERT-DATE-TO-DAYS                                          |
      *|     Gregorian day number of WS-CNV-DATE (YYYY-MM-DD) into     |
      *|     WS-CNV-DAYS, as in LGCPOL01. The divisions must           |

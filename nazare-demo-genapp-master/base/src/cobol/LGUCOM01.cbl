      *|     lookup; the I-O pass reads straight to SR-ORDINAL to      |
      *|     REWRITE, and LGSRCH01 is refreshed afterwards so no       |
      *|     later lookup serves the stale underwriting decision.      |
      *|                                                                |
      *|     This is how underwriters work the UWREFER referral queue  |
      *|     (COPY LGUWREF) LGACOM01 feeds: a decision other than      |
      *|     pending (CA-B-STATUS 3) marks the policy's waiting        |
      *|     entry decided, so it drops off the LGBREF01 overdue       |
      *|     listing.                                                   |
      *|                                                                |
      *|     A house add referred for accumulation (LGAHOU01, reason    |
      *|     'ACCU') has no policy on the file yet: a decision for a    |
      *|     policy number LGSRCH01 cannot find marks the number's      |
      *|     waiting queue entry decided instead, and is audited the    |
      *|     same way. The resubmitted 01AHOU then binds or is refused  |
      *|     on it. A number with neither a policy nor a waiting entry  |
      *|     is not found.                                              |
      *|                                                               |
      *|     A decision that moves a policy on the file to accepted    |
      *|     (CA-B-STATUS 1) from any other status puts it on risk,    |
      *|     so its premium written - PR-PAYMENT, the total of the     |
      *|     peril premiums LGACOM01 stored - is posted to the general |
      *|     ledger through LGPOST01 as LGAHOU01 posts a house add.    |
      *|     LGACOM01 posts nothing while the policy is referred. A    |
      *|     queue-only accept posts nothing here: the resubmitted     |
      *|     01AHOU posts the premium when it binds.                   |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGUCOM01'.
           SELECT JOURNAL-FILE ASSIGN TO 'POLJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO 'UWREFER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       COPY LGPOLJRN.
       FD  AUDIT-FILE.
       COPY LGAUDIT.
       FD  REFERRAL-FILE.
       COPY LGUWREF.
       WORKING-STORAGE SECTION.
       1 WS-POLICY-STATUS PIC XX VALUE '00'.
       1 WS-AUDIT-STATUS PIC XX VALUE '00'.
       1 WS-REFERRAL-STATUS PIC XX VALUE '00'.
       1 WS-REFERRAL-MARKED-SW PIC X VALUE 'N'.
       1 WS-B-STATUS-PENDING PIC 9(4) VALUE 3.
       1 WS-B-STATUS-ACCEPTED PIC 9(4) VALUE 1.
       1 WS-PRIOR-B-STATUS PIC 9(4) VALUE ZERO.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-RETURN-CODES.
          05 WS-RC-SUCCESS PIC 9(2) VALUE 00.
          05 WS-RC-NOT-FOUND PIC 9(2) VALUE 01.
          05 WS-SRP-POLICY-TYPE PIC X.
          05 WS-SRP-CUSTOMER-NUM PIC 9(10).
       COPY LGSRCHRQ.
       COPY LGPOSTRQ.
       LINKAGE SECTION.
       1 DFHEIBLK.
         2 EIBTIME PICTURE S9(7) USAGE COMPUTATIONAL-3.
              WHEN SR-ERROR = 'Y'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              WHEN SR-FOUND = 'N'
                 PERFORM DECIDE-QUEUED-REFERRAL
              WHEN OTHER
                 MOVE SR-RECORD TO WS-SR-POLICY-HEAD
                 IF WS-SRP-POLICY-TYPE NOT = 'C'
              AND PR-POLICY-NUM = CA-POLICY-NUM OF CA-POLICY-REQUEST
              MOVE 'R' TO WS-JRN-ACTION
              MOVE POLICY-RECORD TO WS-JRN-BEFORE
              MOVE PR-B-STATUS TO WS-PRIOR-B-STATUS
              MOVE CA-B-STATUS TO PR-B-STATUS
              MOVE CA-B-REJECTREASON TO PR-B-REJECTREASON
              MOVE CA-LASTCHANGED TO PR-LASTCHANGED
                 MOVE POLICY-RECORD TO WS-JRN-AFTER
                 PERFORM WRITE-POLICY-JOURNAL
                 PERFORM WRITE-AUDIT-RECORD
                 IF CA-B-STATUS NOT = WS-B-STATUS-PENDING
                    PERFORM MARK-REFERRAL-DECIDED
                 END-IF
                 IF CA-B-STATUS = WS-B-STATUS-ACCEPTED
                    AND WS-PRIOR-B-STATUS NOT = WS-B-STATUS-ACCEPTED
                    PERFORM POST-PREMIUM-WRITTEN
                 END-IF
              ELSE
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              END-IF
           MOVE 'R' TO SR-FUNCTION
           CALL 'LGSRCH01' USING SEARCH-REQUEST
           .
      *+---------------------------------------------------------------+
      *| DECIDE-QUEUED-REFERRAL                                        |
      *|     No policy on the file - a referred house add waiting on   |
      *|     the queue alone. Only an accept or decline can be         |
      *|     recorded; leaving it pending changes nothing.             |
      *+---------------------------------------------------------------+
       DECIDE-QUEUED-REFERRAL.
           MOVE 'N' TO WS-REFERRAL-MARKED-SW
           IF CA-B-STATUS NOT = WS-B-STATUS-PENDING
              PERFORM MARK-REFERRAL-DECIDED
           END-IF
           IF WS-REFERRAL-MARKED-SW = 'Y'
              PERFORM WRITE-AUDIT-RECORD
           ELSE
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 MOVE WS-RC-NOT-FOUND TO CA-RETURN-CODE
              END-IF
           END-IF
           .
       WRITE-AUDIT-RECORD.
           MOVE '00' TO WS-AUDIT-STATUS
           OPEN EXTEND AUDIT-FILE
           CLOSE AUDIT-FILE
           .
      *+---------------------------------------------------------------+
      *| MARK-REFERRAL-DECIDED                                         |
      *|     Every waiting UWREFER entry for the policy is marked      |
      *|     decided with the status recorded. A policy put on the     |
      *|     file before the queue existed has no entry, and an        |
      *|     empty or missing queue is simply nothing to mark. A       |
      *|     queue that is there but cannot be opened is a file        |
      *|     error, not a policy with nothing waiting.                 |
      *+---------------------------------------------------------------+
       MARK-REFERRAL-DECIDED.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE '00' TO WS-REFERRAL-STATUS
           OPEN I-O REFERRAL-FILE
           IF WS-REFERRAL-STATUS = '05' OR WS-REFERRAL-STATUS = '35'
              MOVE '10' TO WS-REFERRAL-STATUS
           ELSE
              IF WS-REFERRAL-STATUS NOT = '00'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
                 MOVE '10' TO WS-REFERRAL-STATUS
              END-IF
           END-IF
           PERFORM UNTIL WS-REFERRAL-STATUS NOT = '00'
              READ REFERRAL-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-REFERRAL-STATUS
              END-READ
              IF WS-REFERRAL-STATUS = '00'
                 AND REF-POLICY-NUM = CA-POLICY-NUM OF CA-POLICY-REQUEST
                 AND REF-STATUS = SPACE
                 MOVE 'D' TO REF-STATUS
                 MOVE CA-B-STATUS TO REF-DECISION
                 MOVE SPACES TO REF-DECIDED-DATE
                 STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
                    DELIMITED BY SIZE INTO REF-DECIDED-DATE
                 REWRITE REFERRAL-RECORD
      *          an entry left waiting after the decision keeps the
      *          policy on the overdue listing for ever - surface it
                 IF WS-REFERRAL-STATUS NOT = '00'
                    MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
                    MOVE '10' TO WS-REFERRAL-STATUS
                 ELSE
                    MOVE 'Y' TO WS-REFERRAL-MARKED-SW
                 END-IF
              END-IF
           END-PERFORM
           CLOSE REFERRAL-FILE
           .
      *+---------------------------------------------------------------+
      *| WRITE-POLICY-JOURNAL                                          |
      *|     One POLJRNL entry per POLICY write or rewrite, carrying   |
      *|     the full before and after record images (COPY LGPOLJRN)   |
           END-IF
           CLOSE JOURNAL-FILE
           .
      *+---------------------------------------------------------------+
      *| POST-PREMIUM-WRITTEN                                          |
      *|     The accepted policy's annual premium to the general       |
      *|     ledger (COPY LGPOSTRQ) - gross, as the customer pays it;  |
      *|     LGPOST01 takes the insurance premium tax out. A posting   |
      *|     that does not reach GLPOST is surfaced like a journal     |
      *|     failure - the decision stands, but the ledger is short.   |
      *+---------------------------------------------------------------+
       POST-PREMIUM-WRITTEN.
           MOVE 'LGUCOM01' TO PQ-SOURCE-PROGRAM
           MOVE 'PREM' TO PQ-EVENT
           MOVE PR-POLICY-NUM TO PQ-POLICY-NUM
           MOVE PR-POLICY-TYPE TO PQ-POLICY-TYPE
           MOVE PR-CUSTOMER-NUM TO PQ-CUSTOMER-NUM
           MOVE ZERO TO PQ-CLAIM-NUM
           MOVE SPACES TO PQ-REFERENCE
           MOVE PR-PAYMENT TO PQ-AMOUNT
           MOVE SPACES TO PQ-POSTING-DATE
           CALL 'LGPOST01' USING POSTING-REQUEST
           IF PQ-ERROR = 'Y'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           .
       END PROGRAM 'LGUCOM01'.

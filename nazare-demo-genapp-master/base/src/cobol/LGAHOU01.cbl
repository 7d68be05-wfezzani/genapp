      *|       - high or medium risk otherwise: priced at standard       |
      *|         rate plus the reference file's surcharge percentage     |
      *|       - low risk / postcode not on file: standard rate          |
      *|                                                                 |
      *|     A policy that reaches the file has its annual premium       |
      *|     posted to the general ledger as premium written             |
      *|     through LGPOST01.                                           |
      *|                                                                 |
      *|     A new risk in a postcode district already over its         |
      *|     catastrophe accumulation limit (the ACCUMPOS position      |
      *|     LGBCAT01 builds, COPY LGACCPOS) is not bound: it goes on   |
      *|     the UWREFER underwriting queue with reason 'ACCU' and      |
      *|     comes back RC 26, with no policy written. Resubmitted once |
      *|     the underwriter has accepted the entry through 01UCOM, the |
      *|     same risk binds; a declined entry comes back RC 27.        |
      *|                                                               |
      *|     A policy that reaches the file also raises a new business |
      *|     letter to the customer through LGCORR01, for the          |
      *|     overnight LGBLET01 letter run.                            |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGAHOU01'.
           SELECT QUOTE-FILE ASSIGN TO 'QUOTES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT POSITION-FILE ASSIGN TO 'ACCUMPOS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO 'UWREFER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       COPY LGCUSTOM.
       FD  QUOTE-FILE.
       COPY LGQUOTE.
       FD  POSITION-FILE.
       COPY LGACCPOS.
       FD  REFERRAL-FILE.
       COPY LGUWREF.
       WORKING-STORAGE SECTION.
       1 WS-POLICY-STATUS PIC XX VALUE '00'.
       1 WS-FLOOD-STATUS PIC XX VALUE '00'.
          05 WS-RC-UNKNOWN-BROKER PIC 9(2) VALUE 18.
          05 WS-RC-BROKER-SUSPENDED PIC 9(2) VALUE 19.
          05 WS-RC-QUOTE-NOT-VALID PIC 9(2) VALUE 23.
          05 WS-RC-REFERRED PIC 9(2) VALUE 26.
          05 WS-RC-UW-DECLINED PIC 9(2) VALUE 27.
       1 WS-HIGH-RISK-VALUE-THRESHOLD PIC 9(8) VALUE 250000.
       1 WS-RISK-LEVEL PIC X VALUE SPACE.
       1 WS-SURCHARGE-PCT PIC 9(3) VALUE ZERO.
       1 WS-QUOTE-STATUS PIC XX VALUE '00'.
       1 WS-QUOTE-FOUND-SW PIC X VALUE 'N'.
      *+---------------------------------------------------------------+
      *| Accumulation check - the postcode district, where it stands   |
      *| on ACCUMPOS, and any UWREFER entry already raised for this    |
      *| policy number.                                                |
      *+---------------------------------------------------------------+
       1 WS-POSITION-STATUS PIC XX VALUE '00'.
       1 WS-REFERRAL-STATUS PIC XX VALUE '00'.
       1 WS-DISTRICT-OVER-SW PIC X VALUE 'N'.
       1 WS-REFERRAL-FOUND-SW PIC X VALUE 'N'.
       1 WS-REFERRAL-DECIDED-SW PIC X VALUE 'N'.
       1 WS-REFERRAL-DECISION PIC 9(4) VALUE ZERO.
       1 WS-B-STATUS-ACCEPTED PIC 9(4) VALUE 1.
       1 WS-PC-POSTCODE PIC X(8) VALUE SPACES.
       1 WS-PC-DISTRICT PIC X(4) VALUE SPACES.
       1 WS-PC-LENGTH PIC 9(2) VALUE ZERO.
      *+---------------------------------------------------------------+
      *| Scratch fields for CONVERT-DATE-TO-DAYS - a plain Gregorian   |
      *| day count, as in LGCPOL01, used to age a held quote against   |
      *| its 30-day guarantee window.                                  |
          05 WS-SRB-POSTCODE PIC X(8).
          05 WS-SRB-STATUS PIC X.
       COPY LGSRCHRQ.
       COPY LGPOSTRQ.
       COPY LGCORRRQ.
       LINKAGE SECTION.
       1 DFHEIBLK.
         2 EIBTIME PICTURE S9(7) USAGE COMPUTATIONAL-3.
                    END-IF
                 END-IF
              END-IF
      *       a held quote does not guarantee capacity - the district
      *       is checked on the quote path as well
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM CHECK-DISTRICT-ACCUMULATION
              END-IF
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM ADD-POLICY-RECORD
              END-IF
           END-EVALUATE
           MOVE WS-RATED-PREMIUM TO CA-H-PREMIUM
           .
      *+---------------------------------------------------------------+
      *| CHECK-DISTRICT-ACCUMULATION                                   |
      *|     CA-H-POSTCODE's district against the ACCUMPOS position. A |
      *|     missing or empty position file (LGBCAT01 not yet run) holds|
      *|     no district over its limit; one that cannot be read is a  |
      *|     file error, since binding blind is the thing this check   |
      *|     exists to stop.                                           |
      *+---------------------------------------------------------------+
       CHECK-DISTRICT-ACCUMULATION.
           MOVE CA-H-POSTCODE TO WS-PC-POSTCODE
           PERFORM DERIVE-POSTCODE-DISTRICT
           MOVE 'N' TO WS-DISTRICT-OVER-SW
           MOVE '00' TO WS-POSITION-STATUS
           OPEN INPUT POSITION-FILE
           IF WS-POSITION-STATUS = '05' OR WS-POSITION-STATUS = '35'
              MOVE '10' TO WS-POSITION-STATUS
           ELSE
              IF WS-POSITION-STATUS NOT = '00'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
                 MOVE '10' TO WS-POSITION-STATUS
              END-IF
           END-IF
           PERFORM UNTIL WS-POSITION-STATUS NOT = '00'
              READ POSITION-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-POSITION-STATUS
              END-READ
              IF WS-POSITION-STATUS = '00'
                 AND ACP-DISTRICT = WS-PC-DISTRICT
                 IF ACP-STATUS = 'O'
                    MOVE 'Y' TO WS-DISTRICT-OVER-SW
                 END-IF
                 MOVE '10' TO WS-POSITION-STATUS
              END-IF
           END-PERFORM
           CLOSE POSITION-FILE
           IF CA-RETURN-CODE = WS-RC-SUCCESS
              AND WS-DISTRICT-OVER-SW = 'Y'
              PERFORM APPLY-ACCUMULATION-REFERRAL
           END-IF
           .
      *+---------------------------------------------------------------+
      *| DERIVE-POSTCODE-DISTRICT                                      |
      *|     The outward code of WS-PC-POSTCODE into WS-PC-DISTRICT,   |
      *|     derived as LGBCAT01 derives it: the part before the       |
      *|     space, or for a postcode keyed without its space, all but |
      *|     the three-character inward code.                          |
      *+---------------------------------------------------------------+
       DERIVE-POSTCODE-DISTRICT.
           MOVE ZERO TO WS-PC-LENGTH
           MOVE SPACES TO WS-PC-DISTRICT
           INSPECT WS-PC-POSTCODE TALLYING WS-PC-LENGTH
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PC-LENGTH > 4
              MOVE WS-PC-POSTCODE(1:WS-PC-LENGTH - 3) TO WS-PC-DISTRICT
           ELSE
              IF WS-PC-LENGTH > ZERO
                 MOVE WS-PC-POSTCODE(1:WS-PC-LENGTH) TO WS-PC-DISTRICT
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| APPLY-ACCUMULATION-REFERRAL                                   |
      *|     The latest 'ACCU' entry on UWREFER for this policy number,|
      *|     customer and rated premium - the same risk - decides it:  |
      *|     none yet, queue it and refer; still waiting, refer again  |
      *|     without a second entry; accepted, bind; declined, RC 27.  |
      *|     A changed risk does not inherit an earlier decision.      |
      *+---------------------------------------------------------------+
       APPLY-ACCUMULATION-REFERRAL.
           MOVE 'N' TO WS-REFERRAL-FOUND-SW
           MOVE 'N' TO WS-REFERRAL-DECIDED-SW
           MOVE ZERO TO WS-REFERRAL-DECISION
           MOVE '00' TO WS-REFERRAL-STATUS
           OPEN INPUT REFERRAL-FILE
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
                 AND REF-CUSTOMER-NUM = CA-CUSTOMER-NUM
                 AND REF-REASON = 'ACCU'
                 AND REF-PREMIUM = CA-H-PREMIUM
                 MOVE 'Y' TO WS-REFERRAL-FOUND-SW
                 IF REF-STATUS = 'D'
                    MOVE 'Y' TO WS-REFERRAL-DECIDED-SW
                    MOVE REF-DECISION TO WS-REFERRAL-DECISION
                 ELSE
                    MOVE 'N' TO WS-REFERRAL-DECIDED-SW
                 END-IF
              END-IF
           END-PERFORM
           CLOSE REFERRAL-FILE
           IF CA-RETURN-CODE = WS-RC-SUCCESS
              EVALUATE TRUE
                 WHEN WS-REFERRAL-FOUND-SW = 'N'
                    PERFORM QUEUE-FOR-UNDERWRITING
                    IF CA-RETURN-CODE = WS-RC-SUCCESS
                       MOVE WS-RC-REFERRED TO CA-RETURN-CODE
                    END-IF
                 WHEN WS-REFERRAL-DECIDED-SW = 'N'
                    MOVE WS-RC-REFERRED TO CA-RETURN-CODE
                 WHEN WS-REFERRAL-DECISION = WS-B-STATUS-ACCEPTED
                    CONTINUE
                 WHEN OTHER
                    MOVE WS-RC-UW-DECLINED TO CA-RETURN-CODE
              END-EVALUATE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| QUEUE-FOR-UNDERWRITING                                        |
      *|     Appends the UWREFER entry the underwriter works from, as  |
      *|     LGACOM01 does. A referral that never reached the queue    |
      *|     would leave the broker told 'referred' with nobody to     |
      *|     decide it, so a failed write is a file error instead.     |
      *+---------------------------------------------------------------+
       QUEUE-FOR-UNDERWRITING.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE '00' TO WS-REFERRAL-STATUS
           OPEN EXTEND REFERRAL-FILE
           IF WS-REFERRAL-STATUS = '05' OR WS-REFERRAL-STATUS = '35'
              OPEN OUTPUT REFERRAL-FILE
           END-IF
           MOVE CA-POLICY-NUM OF CA-POLICY-REQUEST TO REF-POLICY-NUM
           MOVE CA-CUSTOMER-NUM TO REF-CUSTOMER-NUM
           MOVE CA-BROKERID TO REF-BROKERID
           MOVE SPACES TO REF-REFERRED-DATE
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO REF-REFERRED-DATE
           MOVE 'ACCU' TO REF-REASON
           MOVE CA-H-PREMIUM TO REF-PREMIUM
           MOVE SPACE TO REF-STATUS
           MOVE SPACES TO REF-DECIDED-DATE
           MOVE ZERO TO REF-DECISION
           WRITE REFERRAL-RECORD
           IF WS-REFERRAL-STATUS NOT = '00'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE REFERRAL-FILE
           .
       ADD-POLICY-RECORD.
           MOVE '00' TO WS-POLICY-STATUS
           OPEN EXTEND POLICY-FILE
              MOVE 'R' TO SR-FUNCTION
              CALL 'LGSRCH01' USING SEARCH-REQUEST
              PERFORM UPDATE-CUSTOMER-POLICY-COUNT
              PERFORM POST-PREMIUM-WRITTEN
              PERFORM WRITE-CORRESPONDENCE-EVENT
              IF CA-H-QUOTE-NUM > ZERO
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
           MOVE 'LGAHOU01' TO PQ-SOURCE-PROGRAM
           MOVE 'PREM' TO PQ-EVENT
           MOVE CA-POLICY-NUM OF CA-POLICY-REQUEST TO PQ-POLICY-NUM
           MOVE 'H' TO PQ-POLICY-TYPE
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
           MOVE 'LGAHOU01' TO CQ-SOURCE-PROGRAM
           MOVE 'NBUS' TO CQ-LETTER-TYPE
           MOVE CA-CUSTOMER-NUM TO CQ-CUSTOMER-NUM
           MOVE CA-POLICY-NUM OF CA-POLICY-REQUEST TO CQ-POLICY-NUM
           MOVE 'H' TO CQ-POLICY-TYPE
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

      *|     policy numbering carries on from the highest already on   |
      *|     file, so nothing is issued twice. A clean end clears      |
      *|     the checkpoint.                                            |
      *|                                                                |
      *|     Each accepted policy's premium is posted to the general    |
      *|     ledger as premium written through LGPOST01, as the online  |
      *|     adds do; a posting that fails stops the run like a         |
      *|     journal gap, with the policy already checkpointed.         |
      *|                                                               |
      *|     Each accepted policy also raises a new business letter to |
      *|     the customer through LGCORR01, the same as the online     |
      *|     adds.                                                     |
      *|                                                               |
      *|     Runs under LGBCTL01 run control and is recorded on the    |
      *|     RUNLEDGR run ledger. It is refused - RETURN-CODE 16,      |
      *|     nothing touched - when the ledger shows it has already    |
      *|     run for this business date, unless an operator forces a   |
      *|     rerun through RUNFORCE.                                   |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBSUB01'.
          05 WS-JRN-MI PIC 9(2).
          05 WS-JRN-SS PIC 9(2).
          05 WS-JRN-HS PIC 9(2).
       COPY LGPOSTRQ.
       COPY LGCORRRQ.
       1 WS-EXC-HEADING PIC X(132) VALUE
           'BROKER SUBMISSION EXCEPTIONS'.
       1 WS-EXC-DETAIL.
          05 FILLER PIC X(2) VALUE SPACES.
          05 XD-REASON PIC X(40).
          05 FILLER PIC X(56) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM READ-RESTART-RECORD
           PERFORM LOAD-CUSTOMER-KEYS
           PERFORM LOAD-BROKER-KEYS
           ELSE
              PERFORM PROCESS-SUBMISSION-FILE
           END-IF
           PERFORM END-BATCH-RUN
           GOBACK
           .
      *+---------------------------------------------------------------+
      *| START-BATCH-RUN / END-BATCH-RUN                               |
      *|     Run control through LGBCTL01 (COPY LGBCTLRQ): the         |
      *|     business date and the go-ahead before anything is opened, |
      *|     the counts and return code on the run ledger at the end.  |
      *|     The CALL resets RETURN-CODE, so the code LGBCTL01 hands   |
      *|     back is put back in it.                                   |
      *+---------------------------------------------------------------+
       START-BATCH-RUN.
           MOVE 'S' TO BC-FUNCTION
           MOVE 'LGBSUB01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           ADD WS-ACCEPTED-COUNT WS-REJECTED-COUNT
              GIVING BC-RECORDS-READ
           MOVE WS-ACCEPTED-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-REJECTED-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       PROCESS-SUBMISSION-FILE.
           MOVE '00' TO WS-SUBMISSION-STATUS
           OPEN INPUT SUBMISSION-FILE
              MOVE POLICY-RECORD TO WS-JRN-AFTER
              PERFORM WRITE-POLICY-JOURNAL
              PERFORM UPDATE-CUSTOMER-POLICY-COUNT
              PERFORM POST-PREMIUM-WRITTEN
              PERFORM WRITE-CORRESPONDENCE-EVENT
              ADD 1 TO WS-ACCEPTED-COUNT
           ELSE
              DISPLAY 'LGBSUB01 ERROR - POLICY WRITE FAILED, STATUS '
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
      *+---------------------------------------------------------------+
      *| POST-PREMIUM-WRITTEN                                          |
      *|     The accepted policy's premium to the general ledger       |
      *|     (COPY LGPOSTRQ) - gross; LGPOST01 takes the insurance     |
      *|     premium tax out. A posting that does not reach GLPOST     |
      *|     stops the run - the ledger would be short of a policy     |
      *|     that is on the book.                                      |
      *+---------------------------------------------------------------+
       POST-PREMIUM-WRITTEN.
           MOVE 'LGBSUB01' TO PQ-SOURCE-PROGRAM
           MOVE 'PREM' TO PQ-EVENT
           MOVE WS-NEXT-POLICY-NUM TO PQ-POLICY-NUM
           MOVE SUB-POLICY-TYPE TO PQ-POLICY-TYPE
           MOVE SUB-CUSTOMER-NUM TO PQ-CUSTOMER-NUM
           MOVE ZERO TO PQ-CLAIM-NUM
           MOVE SPACES TO PQ-REFERENCE
           MOVE WS-NEW-PREMIUM TO PQ-AMOUNT
           MOVE BC-BUSINESS-DATE TO PQ-POSTING-DATE
           CALL 'LGPOST01' USING POSTING-REQUEST
           IF PQ-ERROR = 'Y'
              DISPLAY 'LGBSUB01 ERROR - GL POSTING FAILED FOR POLICY '
                 WS-NEXT-POLICY-NUM
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-CORRESPONDENCE-EVENT                                    |
      *|     The accepted policy's new business letter (COPY LGCORRRQ) |
      *|     for the overnight LGBLET01 run. An event that does not    |
      *|     reach CORRESP stops the run - the broker's customer would |
      *|     never be told the cover is on.                            |
      *+---------------------------------------------------------------+
       WRITE-CORRESPONDENCE-EVENT.
           MOVE 'LGBSUB01' TO CQ-SOURCE-PROGRAM
           MOVE 'NBUS' TO CQ-LETTER-TYPE
           MOVE SUB-CUSTOMER-NUM TO CQ-CUSTOMER-NUM
           MOVE WS-NEXT-POLICY-NUM TO CQ-POLICY-NUM
           MOVE SUB-POLICY-TYPE TO CQ-POLICY-TYPE
           MOVE ZERO TO CQ-CLAIM-NUM
           MOVE SUB-ISSUE-DATE TO CQ-EVENT-DATE
           MOVE WS-NEW-PREMIUM TO CQ-PREMIUM
           MOVE ZERO TO CQ-AMOUNT
           MOVE SPACE TO CQ-AMOUNT-SIGN
           MOVE SPACES TO CQ-REASON
           CALL 'LGCORR01' USING CORRESPONDENCE-REQUEST
           IF CQ-ERROR = 'Y'
              DISPLAY 'LGBSUB01 ERROR - LETTER EVENT FAILED FOR POLICY '
                 WS-NEXT-POLICY-NUM
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
       WRITE-EXCEPTION-LINE.
           MOVE SUB-SEQ-NUM TO XD-SEQ-NUM
           MOVE SUB-POLICY-TYPE TO XD-POLICY-TYPE
           WRITE EXCEPTION-LINE
           ADD 1 TO WS-REJECTED-COUNT
           .
      *+---------------------------------------------------------------+
      *| SET-TIMESTAMP                                                 |
      *|     The date part is the business date, the date the PREM     |
      *|     postings carry, so LGBGLR01 finds the POLJRNL adds on     |
      *|     the same day as the premium they wrote even when the run  |
      *|     goes past midnight or is run for an earlier day; only the |
      *|     time is the clock's.                                      |
      *+---------------------------------------------------------------+
       SET-TIMESTAMP.
           MOVE BC-BUSINESS-YYYYMMDD TO WS-JRN-DATE
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-JRN-YYYY '-' WS-JRN-MM '-' WS-JRN-DD '-'

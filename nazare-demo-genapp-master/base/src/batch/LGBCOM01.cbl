      *|     total and the commission earned at the broker's           |
      *|     contracted rate per policy type from the BROKER master    |
      *|     (COPY LGBROKER) - instead of the raw premium totals the   |
      *|     roll-up gives. A commercial policy counts only once       |
      *|     underwriting has accepted it (PR-B-STATUS 1) - referred   |
      *|     or declined business earns the broker nothing.            |
      *|                                                                |
      *|     Commission is computed per policy (PR-PAYMENT times the   |
      *|     rate for PR-POLICY-TYPE, rounded to the pound) and        |
      *|     RETURN-CODE 16 - a statement that paid every broker       |
      *|     zero because the file was unreadable must never reach     |
      *|     finance.                                                   |
      *|                                                                |
      *|     Each policy's commission is posted to the general ledger   |
      *|     through LGPOST01 as it is computed. A posting that cannot  |
      *|     be written stops further postings and ends the run with    |
      *|     RETURN-CODE 16 - the statement is still produced, but the  |
      *|     ledger is short and must be looked at before finance       |
      *|     pays from it.                                              |
      *|                                                               |
      *|     Runs under LGBCTL01 run control and is recorded on the    |
      *|     RUNLEDGR run ledger. It is refused - RETURN-CODE 16,      |
      *|     nothing touched - when the ledger shows it has already    |
      *|     run for this month, unless an operator forces a rerun     |
      *|     through RUNFORCE.                                         |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBCOM01'.
       1 WS-BROKER-FOUND-SW PIC X VALUE 'N'.
       1 WS-COMM-RATE PIC 9(2)V99 VALUE ZERO.
       1 WS-POLICY-COMMISSION PIC 9(8) VALUE ZERO.
       1 WS-POSTING-FAILED-SW PIC X VALUE 'N'.
       COPY LGPOSTRQ.
       1 WS-CURRENT-BROKERID PIC 9(10) VALUE ZEROS.
       1 WS-CURRENT-KNOWN-SW PIC X VALUE 'N'.
       1 WS-GROUP-COUNT PIC 9(7) VALUE ZERO.
          05 FILLER PIC X(56) VALUE ' TOTAL COMMISSION PAYABLE'.
          05 TL-COMMISSION PIC Z(10)9.
          05 FILLER PIC X(65) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-BROKER-TABLE
           IF WS-FAILED-SW = 'Y'
              DISPLAY 'LGBCOM01 FAILED - STATEMENT NOT PRODUCED'
                  OUTPUT PROCEDURE IS SUMMARIZE-BROKERS
              DISPLAY 'LGBCOM01 STATEMENT TOTAL COMMISSION '
                 WS-STATEMENT-TOTAL
              IF WS-POSTING-FAILED-SW = 'Y'
                 DISPLAY 'LGBCOM01 FAILED - GL POSTINGS INCOMPLETE'
                 MOVE 16 TO RETURN-CODE
              END-IF
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
           MOVE 'LGBCOM01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-BROKER-COUNT TO BC-RECORDS-READ
           MOVE ZERO TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       LOAD-BROKER-TABLE.
           MOVE ZERO TO WS-BROKER-COUNT
           MOVE '00' TO WS-BROKER-STATUS
              END-READ
              IF WS-POLICY-STATUS = '00'
                 AND PR-CANCEL-DATE = SPACES
                 AND (PR-POLICY-TYPE NOT = 'C' OR PR-B-STATUS = 1)
                 PERFORM RELEASE-POLICY-COMMISSION
              END-IF
           END-PERFORM
           MOVE WS-POLICY-COMMISSION TO SRT-COMMISSION
           MOVE WS-BROKER-FOUND-SW TO SRT-BROKER-KNOWN-SW
           RELEASE SORT-RECORD
           IF WS-POSTING-FAILED-SW = 'N'
              PERFORM POST-POLICY-COMMISSION
           END-IF
           .
      *+---------------------------------------------------------------+
      *| POST-POLICY-COMMISSION                                        |
      *|     The policy's commission to the general ledger (COPY       |
      *|     LGPOSTRQ) - expense against commission payable. No        |
      *|     commission posts nothing.                                 |
      *+---------------------------------------------------------------+
       POST-POLICY-COMMISSION.
           MOVE 'LGBCOM01' TO PQ-SOURCE-PROGRAM
           MOVE 'COMM' TO PQ-EVENT
           MOVE PR-POLICY-NUM TO PQ-POLICY-NUM
           MOVE PR-POLICY-TYPE TO PQ-POLICY-TYPE
           MOVE PR-CUSTOMER-NUM TO PQ-CUSTOMER-NUM
           MOVE ZERO TO PQ-CLAIM-NUM
           MOVE SPACES TO PQ-REFERENCE
           MOVE WS-POLICY-COMMISSION TO PQ-AMOUNT
           MOVE BC-BUSINESS-DATE TO PQ-POSTING-DATE
           CALL 'LGPOST01' USING POSTING-REQUEST
           IF PQ-ERROR = 'Y'
              DISPLAY 'LGBCOM01 ERROR - GL POSTING FAILED FOR POLICY '
                 PR-POLICY-NUM
              MOVE 'Y' TO WS-POSTING-FAILED-SW
           END-IF
           .
       FIND-BROKER-RATE.
           MOVE 'N' TO WS-BROKER-FOUND-SW

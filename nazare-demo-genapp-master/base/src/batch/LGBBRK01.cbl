      *|     Broker commission roll-up batch report. Reads the         |
      *|     POLICY file end to end, sorts by CA-BROKERID and writes    |
      *|     one line per broker - broker id, broker ref, policy        |
      *|     count, total payment - for the month-end close. Only      |
      *|     in-force business counts: cancelled policies and          |
      *|     commercial policies underwriting has not accepted         |
      *|     (PR-B-STATUS other than 1) are left out, as in LGBCOM01.  |
      *|                                                               |
      *|     Runs under LGBCTL01 run control and is recorded on the    |
      *|     RUNLEDGR run ledger. It is refused - RETURN-CODE 16,      |
      *|     nothing touched - when the ledger shows it has already    |
      *|     run for this month, unless an operator forces a rerun     |
      *|     through RUNFORCE.                                         |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBBRK01'.
       1 WS-BROKER-COUNT PIC 9(7) VALUE ZERO.
       1 WS-BROKER-TOTAL PIC 9(9) VALUE ZERO.
       1 WS-FIRST-BROKER-SW PIC X VALUE 'Y'.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           SORT SORT-WORK ON ASCENDING KEY SRT-BROKERID
               INPUT PROCEDURE IS RELEASE-POLICIES
               OUTPUT PROCEDURE IS SUMMARIZE-BROKERS
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
           MOVE 'LGBBRK01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE ZERO TO BC-RECORDS-READ
           MOVE WS-BROKER-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       RELEASE-POLICIES.
           MOVE '00' TO WS-POLICY-STATUS
           OPEN INPUT POLICY-FILE
              END-READ
              IF WS-POLICY-STATUS = '00'
                 AND PR-CANCEL-DATE = SPACES
                 AND (PR-POLICY-TYPE NOT = 'C' OR PR-B-STATUS = 1)
                 MOVE PR-BROKERID TO SRT-BROKERID
                 MOVE PR-BROKERSREF TO SRT-BROKERSREF
                 MOVE PR-PAYMENT TO SRT-PAYMENT

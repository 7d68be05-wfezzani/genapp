      *|     file) earns nothing and reserves its full premium,        |
      *|     mirroring the refund rule in LGCPOL01, rather than        |
      *|     dividing by zero.                                          |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this month, unless an |
      *|     operator forces a rerun through RUNFORCE.                 |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBERN01'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-UNEARNED PIC Z(10)9.
          05 FILLER PIC X(24) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE BC-BUSINESS-YYYYMMDD TO WS-TODAY
           MOVE SPACES TO WS-REPORT-DATE
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-REPORT-DATE
           PERFORM WRITE-EARNINGS-REPORT
           DISPLAY 'LGBERN01 REPORTED ' WS-POLICY-COUNT
              ' POLICIES AT ' WS-REPORT-DATE
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
           MOVE 'LGBERN01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-POLICY-COUNT TO BC-RECORDS-READ
           MOVE ZERO TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       ACCUMULATE-POLICY.
           PERFORM COMPUTE-EARNED-PREMIUM
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1

      *|     WS-HORIZON-YEARS of today, estimates the maturity value     |
      *|     per fund type (with-profits/equities/managed) and lists      |
      *|     the policyholder to contact ahead of maturity.               |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this month, unless an |
      *|     operator forces a rerun through RUNFORCE.                 |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBEND01'.
          05 FILLER PIC X(4) VALUE SPACES.
          05 DL-MATURITY-VALUE PIC Z(7)9.99.
          05 FILLER PIC X(17) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE BC-BUSINESS-YYYYMMDD TO WS-TODAY
           MOVE WS-TODAY(1:4) TO WS-ISSUE-YEAR
           MOVE '00' TO WS-POLICY-STATUS
           OPEN INPUT POLICY-FILE
           END-PERFORM
           CLOSE POLICY-FILE
           CLOSE REPORT-FILE
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
           MOVE 'LGBEND01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE ZERO TO BC-RECORDS-READ
           MOVE ZERO TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       CHECK-APPROACHING-MATURITY.
           MOVE PR-ISSUE-DATE(1:4) TO WS-ISSUE-YEAR
           COMPUTE WS-MATURITY-YEAR = WS-ISSUE-YEAR + PR-E-TERM

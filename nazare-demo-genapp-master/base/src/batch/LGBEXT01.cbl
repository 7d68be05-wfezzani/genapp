      *|     left in place and a nonzero RETURN-CODE is set, rather   |
      *|     than clearing it and reporting a false zero-extracted    |
      *|     success.                                                 |
      *|                                                               |
      *|     Runs under LGBCTL01 run control and is recorded on the    |
      *|     RUNLEDGR run ledger. It is refused - RETURN-CODE 16,      |
      *|     nothing touched - when the ledger shows it has already    |
      *|     run for this business date, or LGBSUB01 has not finished  |
      *|     for the same business date, unless an operator forces a   |
      *|     rerun through RUNFORCE.                                   |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBEXT01'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 XD-PAYMENT PIC Z(5)9.
          05 FILLER PIC X(23) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM READ-RESTART-RECORD
           MOVE '00' TO WS-POLICY-STATUS
           OPEN INPUT POLICY-FILE
              DISPLAY 'LGBEXT01 EXTRACTED ' WS-EXTRACTED-COUNT
                 ' POLICIES'
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
           MOVE 'LGBEXT01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE ZERO TO BC-RECORDS-READ
           MOVE WS-EXTRACTED-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
      *+---------------------------------------------------------------+
      *| SKIP-OR-EXTRACT-RECORD                                        |
      *|     On a resumed run, records are skipped by physical         |
      *|     position, not by comparing policy numbers: every record   |

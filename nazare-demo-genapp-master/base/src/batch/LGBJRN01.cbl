      *|     backup do not belong together: the run stops with a      |
      *|     nonzero RETURN-CODE and no POLNEW is left behind for      |
      *|     operations to trust.                                      |
      *|                                                               |
      *|     Runs under LGBCTL01 run control and is recorded on the    |
      *|     RUNLEDGR run ledger. As an on-request job it is never     |
      *|     refused as a repeat.                                      |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBJRN01'.
          05 WS-WT-ENTRY OCCURS 20000 TIMES.
             10 WS-WT-KEY PIC 9(10).
             10 WS-WT-REC PIC X(1206).
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-RESTORED-POLICY-FILE
           IF WS-FAILED-SW = 'N'
              PERFORM REPLAY-JOURNAL
              DISPLAY 'LGBJRN01 FAILED - POLNEW NOT PRODUCED'
              MOVE 16 TO RETURN-CODE
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
           MOVE 'LGBJRN01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           ADD WS-APPLIED-COUNT WS-SKIPPED-COUNT GIVING BC-RECORDS-READ
           MOVE WS-RECORD-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       LOAD-RESTORED-POLICY-FILE.
           MOVE ZERO TO WS-RECORD-COUNT
           MOVE '00' TO WS-POLICY-STATUS

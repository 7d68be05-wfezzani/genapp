      *|     fail the high-risk/value threshold LGAHOU01 declines new  |
      *|     business on - the ones underwriting must review before    |
      *|     renewal, which until now nobody could even list.          |
      *|                                                               |
      *|     Runs under LGBCTL01 run control and is recorded on the    |
      *|     RUNLEDGR run ledger. It is refused - RETURN-CODE 16,      |
      *|     nothing touched - when the ledger shows it has already    |
      *|     run for this quarter, unless an operator forces a rerun   |
      *|     through RUNFORCE.                                         |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBFLD01'.
          05 FILLER PIC X(7) VALUE SPACES.
          05 DL-INDICATED PIC Z(10)9.
          05 FILLER PIC X(57) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM LOAD-FLOOD-TABLE
      *    a flood table that is missing, unreadable or too big for
      *    the table is not an empty one - scanning the book against
              DISPLAY 'LGBFLD01 FAILED - FLOODRSK NOT FULLY '
                 'LOADED, NO POLICIES TOUCHED'
              MOVE 16 TO RETURN-CODE
              PERFORM END-BATCH-RUN
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-FAILED-SW = 'Y'
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
           MOVE 'LGBFLD01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE ZERO TO BC-RECORDS-READ
           MOVE WS-CHANGED-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-URGENT-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       LOAD-FLOOD-TABLE.
           MOVE ZERO TO WS-FLOOD-COUNT
           MOVE '00' TO WS-FLOOD-STATUS

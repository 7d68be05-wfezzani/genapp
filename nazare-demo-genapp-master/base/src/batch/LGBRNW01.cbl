      *|         threshold)                                             |
      *|       - commercial policies, which are underwritten case by   |
      *|         case (LGUCOM01) and have no automated rating to       |
      *|         re-run; only accepted ones (PR-B-STATUS 1) are        |
      *|         scanned - referred or declined business is not on     |
      *|         risk and has nothing to renew                         |
      *|     Endowments mature rather than renew and are the          |
      *|     business of the LGBEND01 maturity report, so they are    |
      *|     not scanned for here.                                     |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this business date,   |
      *|     or LGBSUB01 has not finished for the same business date,  |
      *|     unless an operator forces a rerun through RUNFORCE.       |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBRNW01'.
          05 FILLER PIC X VALUE SPACE.
          05 RD-REASON PIC X(40).
          05 FILLER PIC X(44) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE BC-BUSINESS-YYYYMMDD TO WS-TODAY
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-DAYS
              END-READ
              IF WS-POLICY-STATUS = '00'
                 AND PR-CANCEL-DATE = SPACES
                 AND (PR-POLICY-TYPE NOT = 'C' OR PR-B-STATUS = 1)
                 AND PR-POLICY-TYPE NOT = 'E'
                 PERFORM CHECK-EXPIRY-WINDOW
              END-IF
                 'HOUSE CANDIDATES REFERRED UNRATED'
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
           MOVE 'LGBRNW01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE ZERO TO BC-RECORDS-READ
           MOVE WS-NOTICE-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-REFERRAL-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       CHECK-EXPIRY-WINDOW.
           MOVE PR-EXPIRY-DATE TO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-DAYS

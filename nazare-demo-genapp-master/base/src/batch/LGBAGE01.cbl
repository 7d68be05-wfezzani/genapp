      *|     used to get by eyeballing the whole file; a claim with    |
      *|     a CLM-DATE in the future (registered for a date not yet   |
      *|     reached) ages as zero days rather than wrapping.          |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this week, unless an  |
      *|     operator forces a rerun through RUNFORCE.                 |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBAGE01'.
          05 FILLER PIC X(21) VALUE '  TOTAL OUTSTANDING'.
          05 TL-OUTSTANDING PIC Z(10)9.
          05 FILLER PIC X(62) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE BC-BUSINESS-YYYYMMDD TO WS-TODAY
           MOVE SPACES TO WS-CNV-DATE
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-CNV-DATE
               OUTPUT PROCEDURE IS WRITE-AGING-REPORT
           DISPLAY 'LGBAGE01 LISTED ' WS-OPEN-COUNT
              ' OPEN CLAIMS, OUTSTANDING ' WS-OUTSTANDING-TOTAL
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
           MOVE 'LGBAGE01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE ZERO TO BC-RECORDS-READ
           MOVE WS-OPEN-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       RELEASE-OPEN-CLAIMS.
           MOVE '00' TO WS-CLAIM-STATUS
           OPEN INPUT CLAIM-FILE

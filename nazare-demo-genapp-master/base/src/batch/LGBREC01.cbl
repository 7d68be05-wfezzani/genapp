      *|         record                                                 |
      *|       - claims whose CLM-POLICY-NUM matches nothing on        |
      *|         POLICY (the records LGBLOS01 silently skips)          |
      *|       - policies still on a customer merged into another      |
      *|         (CUS-MERGED-INTO) - a 01MCUS merge that did not       |
      *|         finish                                                |
      *|       - customers whose CUS-NUM-POLICIES disagrees with the   |
      *|         count of POLICY records carrying their number          |
      *|         (cancelled policies stay on the file and stay in      |
      *|     overflows - an incomplete reconciliation must never       |
      *|     read as a clean one. Tables are bounded at 20000 like     |
      *|     LGBLOS01's.                                                |
      *|                                                               |
      *|     Runs under LGBCTL01 run control and is recorded on the    |
      *|     RUNLEDGR run ledger. It is refused - RETURN-CODE 16,      |
      *|     nothing touched - when the ledger shows it has already    |
      *|     run for this business date, or LGBSUB01 has not finished  |
      *|     for the same business date, unless an operator forces a   |
      *|     rerun through RUNFORCE.                                   |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBREC01'.
             10 WS-CT-CUSTOMER-NUM PIC 9(10).
             10 WS-CT-NUM-POLICIES PIC 9(3).
             10 WS-CT-ACTUAL-COUNT PIC 9(5).
             10 WS-CT-MERGED-INTO PIC 9(10).
       1 WS-TABLE-IDX PIC 9(5) VALUE ZERO.
       1 WS-HEADING-1 PIC X(80) VALUE
           'MASTER FILE RECONCILIATION EXCEPTIONS'.
          05 FILLER PIC X(17) VALUE ' POLICY '.
          05 XL-OC-POLICY-NUM PIC Z(9)9.
          05 FILLER PIC X(36) VALUE ' NOT ON POLICY FILE'.
       1 WS-MERGED-POLICY-LINE.
          05 FILLER PIC X(8) VALUE ' POLICY '.
          05 XL-MP-POLICY-NUM PIC Z(9)9.
          05 FILLER PIC X(10) VALUE ' CUSTOMER '.
          05 XL-MP-CUSTOMER-NUM PIC Z(9)9.
          05 FILLER PIC X(13) VALUE ' MERGED INTO '.
          05 XL-MP-SURVIVOR-NUM PIC Z(9)9.
          05 FILLER PIC X(19) VALUE SPACES.
       1 WS-COUNT-LINE.
          05 FILLER PIC X(10) VALUE ' CUSTOMER '.
          05 XL-CN-CUSTOMER-NUM PIC Z(9)9.
          05 FILLER PIC X(5) VALUE 'HAS '.
          05 XL-CN-ACTUAL PIC ZZZZ9.
          05 FILLER PIC X(14) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
                 'READ, RECONCILIATION INCOMPLETE'
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
           MOVE 'LGBREC01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE ZERO TO BC-RECORDS-READ
           MOVE ZERO TO BC-RECORDS-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       LOAD-CUSTOMER-TABLE.
           MOVE '00' TO WS-CUSTOMER-STATUS
           OPEN INPUT CUSTOMER-FILE
                       WS-CT-NUM-POLICIES(WS-CUSTOMER-COUNT)
                    MOVE ZERO TO
                       WS-CT-ACTUAL-COUNT(WS-CUSTOMER-COUNT)
                    MOVE ZERO TO
                       WS-CT-MERGED-INTO(WS-CUSTOMER-COUNT)
                    IF CUS-MERGED-INTO IS NUMERIC
                       MOVE CUS-MERGED-INTO TO
                          WS-CT-MERGED-INTO(WS-CUSTOMER-COUNT)
                    END-IF
                 ELSE
                    ADD 1 TO WS-CUSTOMER-DROPPED
                 END-IF
      *|     total - cancelled ones included, since the add programs   |
      *|     increment CUS-NUM-POLICIES and nothing decrements it.     |
      *|     A policy whose customer is missing is an exception here   |
      *|     and no tally is kept for it; so is one whose customer     |
      *|     has been merged away, which is tallied where it sits.     |
      *+---------------------------------------------------------------+
       TALLY-CUSTOMER-POLICY.
           MOVE 'N' TO WS-FOUND-SW
                    ADD 1 TO WS-CT-ACTUAL-COUNT(WS-CT-IDX)
              END-SEARCH
           END-IF
           IF WS-FOUND-SW = 'Y'
              IF WS-CT-MERGED-INTO(WS-CT-IDX) > ZERO
                 MOVE PR-POLICY-NUM TO XL-MP-POLICY-NUM
                 MOVE PR-CUSTOMER-NUM TO XL-MP-CUSTOMER-NUM
                 MOVE WS-CT-MERGED-INTO(WS-CT-IDX)
                    TO XL-MP-SURVIVOR-NUM
                 MOVE WS-MERGED-POLICY-LINE TO REPORT-LINE
                 PERFORM WRITE-EXCEPTION-LINE
              END-IF
           END-IF
           IF WS-FOUND-SW = 'N'
              MOVE PR-POLICY-NUM TO XL-OP-POLICY-NUM
              MOVE PR-CUSTOMER-NUM TO XL-OP-CUSTOMER-NUM

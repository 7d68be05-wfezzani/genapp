      *|     ('O'), so it reappears on the LGBAGE01 aging report       |
      *|     until it is actually paid. Each back-out is stamped       |
      *|     onto CLM-OBSERVATIONS the way settlements are, so the     |
      *|     field reads as the money trail in order. The amount       |
      *|     goes back onto the claim's outstanding reserve and is     |
      *|     recorded as a 'B' record on the RESMOVE reserve           |
      *|     movements file (COPY LGRESMOV) - at zero for a claim      |
      *|     already closed or repudiated, which has no reserve to     |
      *|     reinstate.                                                |
      *|                                                                |
      *|     A return naming a claim that is not on file, or an        |
      *|     amount larger than CLM-PAID, changes no claim and is      |
      *|     flagged on its exception line instead - bad data from     |
      *|     the bank must be looked at, not applied. Ends with        |
      *|     RETURN-CODE 8 when any returns were read, so the          |
      *|     scheduler pages the claims team - a bounced payment       |
      *|     discovered only when the customer rings is exactly what   |
      *|     this job exists to prevent. A movement that cannot be     |
      *|     written ends the run with RETURN-CODE 16.                 |
      *|                                                                |
      *|     Each back-out is posted to the general ledger through     |
      *|     LGPOST01, reversing the claim payment posting LGUCLM01    |
      *|     made; the policy type and customer are read from the      |
      *|     POLICY file. A posting that cannot be written also ends   |
      *|     the run with RETURN-CODE 16.                              |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this business date,   |
      *|     unless an operator forces a rerun through RUNFORCE.       |
      *|                                                               |
      *|     Each rejection whose claim and policy are on file also    |
      *|     flags the payee account the payment was sent to as bad    |
      *|     on the BANKACCT master (COPY LGBANKAC) -                  |
      *|     BNK-ACCOUNT-STATUS 'B' with the business date and         |
      *|     RTN-REASON - so LGUCLM01 will not approve another         |
      *|     payment into it until 01UBNK corrects it. The bank        |
      *|     rejected the payment whether or not the back-out could    |
      *|     be applied, so the account is flagged even when the       |
      *|     amount exceeds CLM-PAID or the claim rewrite fails. Only  |
      *|     the account quoted on the return is flagged: details the  |
      *|     customer has given since are left alone. The BANK column  |
      *|     says what was done. An account that cannot be rewritten   |
      *|     ends the run with RETURN-CODE 16.                         |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBRET01'.
           SELECT CLAIM-FILE ASSIGN TO 'CLAIM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT POLICY-FILE ASSIGN TO 'POLICY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO 'RESMOVE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT BANK-FILE ASSIGN TO 'BANKACCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'RETEXC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       COPY LGBACSRT.
       FD  CLAIM-FILE.
       COPY LGCLAIM.
       FD  POLICY-FILE.
       COPY LGPOLICY.
       FD  MOVEMENT-FILE.
       COPY LGRESMOV.
       FD  BANK-FILE.
       COPY LGBANKAC.
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       1 WS-RETURNS-STATUS PIC XX VALUE '00'.
       1 WS-CLAIM-STATUS PIC XX VALUE '00'.
       1 WS-MOVEMENT-STATUS PIC XX VALUE '00'.
       1 WS-POLICY-STATUS PIC XX VALUE '00'.
       1 WS-REPORT-STATUS PIC XX VALUE '00'.
       1 WS-BANK-STATUS PIC XX VALUE '00'.
       1 WS-FLAGGED-COUNT PIC 9(7) VALUE ZERO.
       1 WS-FLAG-CUSTOMER-NUM PIC 9(10) VALUE ZERO.
       1 WS-FLAG-SORT-CODE PIC 9(6) VALUE ZERO.
       1 WS-FLAG-ACCOUNT-NUM PIC 9(8) VALUE ZERO.
       1 WS-FLAG-REASON PIC X(30) VALUE SPACES.
       1 WS-BANK-NOTE PIC X(12) VALUE SPACES.
       1 WS-RETURN-COUNT PIC 9(7) VALUE ZERO.
       1 WS-BACKED-OUT-TOTAL PIC 9(11) VALUE ZERO.
       1 WS-CLAIM-FOUND-SW PIC X VALUE 'N'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-NOTE-TEXT PIC X(26) VALUE SPACES.
       1 WS-OBS-LEN PIC 9(3) VALUE ZERO.
       1 WS-OBS-PTR PIC 9(3) VALUE ZERO.
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-RETURN-DATE PIC X(10) VALUE SPACES.
       1 WS-MOV-TYPE PIC X VALUE SPACE.
       1 WS-MOV-AMOUNT PIC 9(8) VALUE ZERO.
       1 WS-MOV-BEFORE PIC 9(8) VALUE ZERO.
       1 WS-MOV-AFTER PIC 9(8) VALUE ZERO.
       1 WS-MOV-DATE PIC 9(8) VALUE ZERO.
       1 WS-MOV-DATE-SPLIT REDEFINES WS-MOV-DATE.
          05 WS-MOV-YYYY PIC 9(4).
          05 WS-MOV-MM PIC 9(2).
          05 WS-MOV-DD PIC 9(2).
       1 WS-MOV-TIME PIC 9(8) VALUE ZERO.
       1 WS-MOV-TIME-SPLIT REDEFINES WS-MOV-TIME.
          05 WS-MOV-HH PIC 9(2).
          05 WS-MOV-MI PIC 9(2).
          05 WS-MOV-SS PIC 9(2).
          05 WS-MOV-HS PIC 9(2).
       1 WS-CLAIM-POLICY-TYPE PIC X VALUE SPACE.
       1 WS-CLAIM-CUSTOMER-NUM PIC 9(10) VALUE ZERO.
       COPY LGPOSTRQ.
       1 WS-HEADING-1 PIC X(132) VALUE
           'BACS PAYMENT RETURNS - CLAIMS TO RE-GATHER BANK DETAILS'.
       1 WS-HEADING-2 PIC X(132) VALUE
           'BATCH     CLAIM NUM   POLICY NUM      AMOUNT  REASON
      -    '                          NOTE                 BANK'.
       1 WS-DETAIL-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 DL-BATCH-NUM PIC 9(8).
          05 DL-REASON PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-NOTE PIC X(26).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-BANK-NOTE PIC X(12).
          05 FILLER PIC X(10) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE BC-BUSINESS-YYYYMMDD TO WS-TODAY
           MOVE SPACES TO WS-RETURN-DATE
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-RETURN-DATE
           CLOSE REPORT-FILE
           DISPLAY 'LGBRET01 PROCESSED ' WS-RETURN-COUNT
              ' BACS RETURNS, BACKED OUT ' WS-BACKED-OUT-TOTAL
           DISPLAY 'LGBRET01 FLAGGED ' WS-FLAGGED-COUNT
              ' BANK ACCOUNTS BAD'
           IF WS-RETURN-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FAILED-SW = 'Y'
              DISPLAY 'LGBRET01 FAILED - RESERVE MOVEMENTS, GL '
                 'POSTINGS OR BANK ACCOUNT FLAGS INCOMPLETE'
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
           MOVE 'LGBRET01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-RETURN-COUNT TO BC-RECORDS-READ
           MOVE WS-FLAGGED-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-RETURN-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
      *+---------------------------------------------------------------+
      *| PROCESS-ONE-RETURN                                            |
      *|     The CLAIM file is walked directly, positioned on the      |
      *|     matching record and REWRITten in place - the same I-O     |
      *+---------------------------------------------------------------+
       PROCESS-ONE-RETURN.
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE SPACES TO WS-BANK-NOTE
           MOVE 'N' TO WS-CLAIM-FOUND-SW
           MOVE ZERO TO DL-POLICY-NUM
           MOVE '00' TO WS-CLAIM-STATUS
           .
       BACK-OUT-PAYMENT.
           MOVE CLM-POLICY-NUM TO DL-POLICY-NUM
           PERFORM FIND-CLAIM-POLICY
           IF RTN-AMOUNT > CLM-PAID
      *       the bank says more bounced than the claim ever paid -
      *       apply nothing and hand it to a person
              MOVE 'AMOUNT EXCEEDS CLM-PAID' TO WS-NOTE-TEXT
           ELSE
              IF CLM-STATUS = 'C' OR CLM-STATUS = 'R'
                 MOVE ZERO TO WS-MOV-AMOUNT
                 MOVE ZERO TO WS-MOV-BEFORE
                 MOVE ZERO TO WS-MOV-AFTER
              ELSE
                 MOVE RTN-AMOUNT TO WS-MOV-AMOUNT
                 COMPUTE WS-MOV-BEFORE = CLM-VALUE - CLM-PAID
                 COMPUTE WS-MOV-AFTER = WS-MOV-BEFORE + RTN-AMOUNT
              END-IF
              SUBTRACT RTN-AMOUNT FROM CLM-PAID
      *       a settled claim whose money bounced is outstanding
      *       again - back to the open book and the aging report
              REWRITE CLAIM-RECORD
              IF WS-CLAIM-STATUS = '00'
                 ADD RTN-AMOUNT TO WS-BACKED-OUT-TOTAL
                 MOVE 'B' TO WS-MOV-TYPE
                 PERFORM WRITE-RESERVE-MOVEMENT
                 PERFORM POST-PAYMENT-BACK-OUT
              ELSE
                 MOVE 'REWRITE FAILED' TO WS-NOTE-TEXT
              END-IF
           END-IF
      *    the bank has refused the account whether or not the claim
      *    could be backed out - flag it so no more is paid into it
           IF WS-CLAIM-CUSTOMER-NUM > ZERO
              MOVE WS-CLAIM-CUSTOMER-NUM TO WS-FLAG-CUSTOMER-NUM
              MOVE RTN-SORT-CODE TO WS-FLAG-SORT-CODE
              MOVE RTN-ACCOUNT-NUM TO WS-FLAG-ACCOUNT-NUM
              MOVE RTN-REASON TO WS-FLAG-REASON
              PERFORM FLAG-ACCOUNT-BAD
           END-IF
           .
      *+---------------------------------------------------------------+
      *| POST-PAYMENT-BACK-OUT                                         |
      *|     Reverses the bounced amount out of claims paid (COPY      |
      *|     LGPOSTRQ). The claim carries no policy type or customer,  |
      *|     so BACK-OUT-PAYMENT has already walked the POLICY file    |
      *|     for them; a policy missing from the file still posts -    |
      *|     the entry balances either way, and the money has come     |
      *|     back whatever the book says.                              |
      *+---------------------------------------------------------------+
       POST-PAYMENT-BACK-OUT.
           MOVE 'LGBRET01' TO PQ-SOURCE-PROGRAM
           MOVE 'CLMB' TO PQ-EVENT
           MOVE CLM-POLICY-NUM TO PQ-POLICY-NUM
           MOVE WS-CLAIM-POLICY-TYPE TO PQ-POLICY-TYPE
           MOVE WS-CLAIM-CUSTOMER-NUM TO PQ-CUSTOMER-NUM
           MOVE CLM-CLAIM-NUM TO PQ-CLAIM-NUM
           MOVE SPACES TO PQ-REFERENCE
           MOVE RTN-AMOUNT TO PQ-AMOUNT
           MOVE BC-BUSINESS-DATE TO PQ-POSTING-DATE
           CALL 'LGPOST01' USING POSTING-REQUEST
           IF PQ-ERROR = 'Y'
              DISPLAY 'LGBRET01 ERROR - GL POSTING FAILED FOR CLAIM '
                 CLM-CLAIM-NUM
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
       FIND-CLAIM-POLICY.
           MOVE SPACE TO WS-CLAIM-POLICY-TYPE
           MOVE ZERO TO WS-CLAIM-CUSTOMER-NUM
           MOVE '00' TO WS-POLICY-STATUS
           OPEN INPUT POLICY-FILE
           PERFORM UNTIL WS-POLICY-STATUS NOT = '00'
              READ POLICY-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-POLICY-STATUS
              END-READ
              IF WS-POLICY-STATUS = '00'
                 AND PR-POLICY-NUM = CLM-POLICY-NUM
                 MOVE PR-POLICY-TYPE TO WS-CLAIM-POLICY-TYPE
                 MOVE PR-CUSTOMER-NUM TO WS-CLAIM-CUSTOMER-NUM
                 MOVE '10' TO WS-POLICY-STATUS
              END-IF
           END-PERFORM
           CLOSE POLICY-FILE
           .
      *+---------------------------------------------------------------+
      *| STAMP-OBSERVATIONS                                            |
           MOVE RTN-AMOUNT TO DL-AMOUNT
           MOVE RTN-REASON TO DL-REASON
           MOVE WS-NOTE-TEXT TO DL-NOTE
           MOVE WS-BANK-NOTE TO DL-BANK-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-RETURN-COUNT
           .
      *+---------------------------------------------------------------+
      *| WRITE-RESERVE-MOVEMENT                                        |
      *|     Appends one RESMOVE record (COPY LGRESMOV) for the change |
      *|     just written to the claim. The caller sets WS-MOV-TYPE,   |
      *|     WS-MOV-AMOUNT, WS-MOV-BEFORE and WS-MOV-AFTER. The date   |
      *|     part of MOV-TIMESTAMP is the business date, so a back-out |
      *|     run the morning after month end lands in the month it     |
      *|     belongs to on LGBRSV01; only the time is the clock's.     |
      *+---------------------------------------------------------------+
       WRITE-RESERVE-MOVEMENT.
           MOVE '00' TO WS-MOVEMENT-STATUS
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = '05' OR WS-MOVEMENT-STATUS = '35'
              OPEN OUTPUT MOVEMENT-FILE
           END-IF
           MOVE CLM-CLAIM-NUM TO MOV-CLAIM-NUM
           MOVE CLM-POLICY-NUM TO MOV-POLICY-NUM
           MOVE BC-BUSINESS-YYYYMMDD TO WS-MOV-DATE
           ACCEPT WS-MOV-TIME FROM TIME
           MOVE SPACES TO MOV-TIMESTAMP
           STRING WS-MOV-YYYY '-' WS-MOV-MM '-' WS-MOV-DD '-'
              WS-MOV-HH '.' WS-MOV-MI '.' WS-MOV-SS
              DELIMITED BY SIZE INTO MOV-TIMESTAMP
           MOVE WS-MOV-TYPE TO MOV-TYPE
           MOVE WS-MOV-AMOUNT TO MOV-AMOUNT
           MOVE WS-MOV-BEFORE TO MOV-RESERVE-BEFORE
           MOVE WS-MOV-AFTER TO MOV-RESERVE-AFTER
           MOVE SPACES TO MOV-REASON
           MOVE SPACES TO MOV-HANDLER-ID
           MOVE 'LGBRET01' TO MOV-PROGRAM-ID
           WRITE RESERVE-MOVEMENT-RECORD
      *    a back-out missing from RESMOVE would leave the month-end
      *    reserves report out of balance - surface it
           IF WS-MOVEMENT-STATUS NOT = '00'
              DISPLAY 'LGBRET01 ERROR - RESMOVE WRITE FAILED FOR '
                 'CLAIM ' CLM-CLAIM-NUM ', STATUS ' WS-MOVEMENT-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE MOVEMENT-FILE
           .
      *+---------------------------------------------------------------+
      *| FLAG-ACCOUNT-BAD                                              |
      *|     Marks the customer's BANKACCT record bad when it still    |
      *|     holds the sort code and account number the money was      |
      *|     taken from or sent to. The caller sets the customer,      |
      *|     sort code, account number and reason in the WS-FLAG-      |
      *|     fields; WS-BANK-NOTE comes back for the report.           |
      *|     LGBARR01 carries the same paragraph for returned          |
      *|     collections - a change to the rule here must be made      |
      *|     there too.                                                |
      *+---------------------------------------------------------------+
       FLAG-ACCOUNT-BAD.
           MOVE 'NO ACCOUNT' TO WS-BANK-NOTE
           MOVE '00' TO WS-BANK-STATUS
           OPEN I-O BANK-FILE
           IF WS-BANK-STATUS = '05' OR WS-BANK-STATUS = '35'
              MOVE '10' TO WS-BANK-STATUS
           ELSE
              IF WS-BANK-STATUS NOT = '00'
                 DISPLAY 'LGBRET01 ERROR - CANNOT OPEN BANKACCT, '
                    'STATUS ' WS-BANK-STATUS
                 MOVE 'NOT FLAGGED' TO WS-BANK-NOTE
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-BANK-STATUS NOT = '00'
              READ BANK-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-BANK-STATUS
              END-READ
              IF WS-BANK-STATUS = '00'
                 AND BNK-CUSTOMER-NUM = WS-FLAG-CUSTOMER-NUM
                 EVALUATE TRUE
                    WHEN BNK-SORT-CODE NOT = WS-FLAG-SORT-CODE
                       OR BNK-ACCOUNT-NUM NOT = WS-FLAG-ACCOUNT-NUM
                       MOVE 'ACCT CHANGED' TO WS-BANK-NOTE
                    WHEN BNK-ACCOUNT-STATUS = 'B'
                       MOVE 'ALREADY BAD' TO WS-BANK-NOTE
                    WHEN OTHER
                       MOVE 'B' TO BNK-ACCOUNT-STATUS
                       MOVE BC-BUSINESS-DATE TO BNK-BAD-DATE
                       MOVE WS-FLAG-REASON TO BNK-BAD-REASON
                       REWRITE BANK-ACCOUNT-RECORD
                       IF WS-BANK-STATUS = '00'
                          MOVE 'FLAGGED BAD' TO WS-BANK-NOTE
                          ADD 1 TO WS-FLAGGED-COUNT
                       ELSE
                          DISPLAY 'LGBRET01 ERROR - BANKACCT REWRITE '
                             'FAILED FOR CUSTOMER ' WS-FLAG-CUSTOMER-NUM
                          MOVE 'NOT FLAGGED' TO WS-BANK-NOTE
                          MOVE 'Y' TO WS-FAILED-SW
                       END-IF
                 END-EVALUATE
                 MOVE '10' TO WS-BANK-STATUS
              END-IF
           END-PERFORM
           CLOSE BANK-FILE
           .
       END PROGRAM 'LGBRET01'.

      *|                                                                |
      *|     Ends with RETURN-CODE 8 when anything is in arrears so    |
      *|     the scheduler pages, the same convention as LGBREC01.     |
      *|                                                               |
      *|     Runs under LGBCTL01 run control and is recorded on the    |
      *|     RUNLEDGR run ledger. It is refused - RETURN-CODE 16,      |
      *|     nothing touched - when the ledger shows it has already    |
      *|     run for this month, unless an operator forces a rerun     |
      *|     through RUNFORCE.                                         |
      *|                                                               |
      *|     Each returned collection also flags the account it was    |
      *|     taken from as bad on the BANKACCT master (COPY LGBANKAC)  |
      *|     - BNK-ACCOUNT-STATUS 'B' with the business date and       |
      *|     reason - so the next LGBCOL01 run lists the policy as an  |
      *|     exception instead of debiting the same account again,     |
      *|     until 01UBNK corrects it. Only the account the            |
      *|     collection went out on is flagged: if the customer has    |
      *|     given new details since, those are left alone. The        |
      *|     BANK column says what was done. An account that cannot    |
      *|     be rewritten ends the run with RETURN-CODE 16.            |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBARR01'.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT BANK-FILE ASSIGN TO 'BANKACCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'ARRRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       COPY LGPOLICY.
       FD  CUSTOMER-FILE.
       COPY LGCUSTOM.
       FD  BANK-FILE.
       COPY LGBANKAC.
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).
       1 WS-POLICY-STATUS PIC XX VALUE '00'.
       1 WS-CUSTOMER-STATUS PIC XX VALUE '00'.
       1 WS-REPORT-STATUS PIC XX VALUE '00'.
       1 WS-BANK-STATUS PIC XX VALUE '00'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-FLAGGED-COUNT PIC 9(7) VALUE ZERO.
       1 WS-FLAG-CUSTOMER-NUM PIC 9(10) VALUE ZERO.
       1 WS-FLAG-SORT-CODE PIC 9(6) VALUE ZERO.
       1 WS-FLAG-ACCOUNT-NUM PIC 9(8) VALUE ZERO.
       1 WS-FLAG-REASON PIC X(30) VALUE SPACES.
       1 WS-BANK-NOTE PIC X(12) VALUE SPACES.
       1 WS-POLICY-FOUND-SW PIC X VALUE 'N'.
       1 WS-CUSTOMER-FOUND-SW PIC X VALUE 'N'.
       1 WS-ARREARS-COUNT PIC 9(7) VALUE ZERO.
           'PREMIUM ARREARS LISTING - COLLECTIONS RETURNED UNPAID'.
       1 WS-HEADING-2 PIC X(132) VALUE
           'POLICY NUM  T  CUSTOMER NUM  CUSTOMER NAME
      -    '  DUE DATE    AMOUNT       NOTE
      -    'BANK'.
       1 WS-DETAIL-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 DL-POLICY-NUM PIC Z(9)9.
          05 DL-AMOUNT PIC Z(10)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-FLAG PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-BANK-NOTE PIC X(12).
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
           CLOSE REPORT-FILE
           DISPLAY 'LGBARR01 LISTED ' WS-ARREARS-COUNT
              ' COLLECTIONS IN ARREARS TOTALLING ' WS-ARREARS-TOTAL
           DISPLAY 'LGBARR01 FLAGGED ' WS-FLAGGED-COUNT
              ' BANK ACCOUNTS BAD'
           IF WS-ARREARS-COUNT > ZERO
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-FAILED-SW = 'Y'
              DISPLAY 'LGBARR01 FAILED - BANK ACCOUNT FLAGS INCOMPLETE'
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
           MOVE 'LGBARR01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-ARREARS-COUNT TO BC-RECORDS-READ
           MOVE WS-FLAGGED-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-ARREARS-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       REPORT-ARREARS-ITEM.
           PERFORM LOOKUP-POLICY
           PERFORM LOOKUP-CUSTOMER
           MOVE COL-CUSTOMER-NUM TO WS-FLAG-CUSTOMER-NUM
           MOVE COL-SORT-CODE TO WS-FLAG-SORT-CODE
           MOVE COL-ACCOUNT-NUM TO WS-FLAG-ACCOUNT-NUM
           MOVE 'COLLECTION RETURNED UNPAID' TO WS-FLAG-REASON
           PERFORM FLAG-ACCOUNT-BAD
           MOVE SPACES TO WS-FLAG-TEXT
           EVALUATE TRUE
              WHEN WS-POLICY-FOUND-SW = 'N'
           MOVE COL-DUE-DATE TO DL-DUE-DATE
           MOVE COL-AMOUNT TO DL-AMOUNT
           MOVE WS-FLAG-TEXT TO DL-FLAG
           MOVE WS-BANK-NOTE TO DL-BANK-NOTE
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-ARREARS-COUNT
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .
      *+---------------------------------------------------------------+
      *| FLAG-ACCOUNT-BAD                                              |
      *|     Marks the customer's BANKACCT record bad when it still    |
      *|     holds the sort code and account number the money was      |
      *|     taken from or sent to. The caller sets the customer,      |
      *|     sort code, account number and reason in the WS-FLAG-      |
      *|     fields; WS-BANK-NOTE comes back for the report.           |
      *|     LGBRET01 carries the same paragraph for BACS payment      |
      *|     returns - a change to the rule here must be made there    |
      *|     too.                                                      |
      *+---------------------------------------------------------------+
       FLAG-ACCOUNT-BAD.
           MOVE 'NO ACCOUNT' TO WS-BANK-NOTE
           MOVE '00' TO WS-BANK-STATUS
           OPEN I-O BANK-FILE
           IF WS-BANK-STATUS = '05' OR WS-BANK-STATUS = '35'
              MOVE '10' TO WS-BANK-STATUS
           ELSE
              IF WS-BANK-STATUS NOT = '00'
                 DISPLAY 'LGBARR01 ERROR - CANNOT OPEN BANKACCT, '
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
                          DISPLAY 'LGBARR01 ERROR - BANKACCT REWRITE '
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
       END PROGRAM 'LGBARR01'.

      *+---------------------------------------------------------------+
      *| LGBPRG01                                                      |
      *|     Retention purge. Finds customers with no policy in force  |
      *|     and no open claim for longer than the retention period,   |
      *|     and anonymises what identifies them:                      |
      *|       CUSTOMER - names, date of birth, house name and         |
      *|         number, postcode, phones, email address and the       |
      *|         online security data (password blanked, logon count   |
      *|         zeroed, account locked); CUS-PURGED-DATE is set       |
      *|       CLAIM    - the cause, observations and closure text     |
      *|         on every claim on the customer's policies             |
      *|       BANKACCT - the account name, sort code, account number  |
      *|         and mandate reference; the mandate is cancelled and   |
      *|         the account left unverified, so no money can move     |
      *|         through what is left                                  |
      *|     Customer, policy and claim numbers, dates and amounts     |
      *|     are kept - finance and the LGBLOS01/LGBERN01 figures      |
      *|     still need them. Every record anonymised is logged to     |
      *|     PURGELOG (COPY LGPRGLOG) with the fields removed and      |
      *|     when, the regulator's proof of the purge.                 |
      *|                                                               |
      *|     A customer's last activity is the latest of: each policy  |
      *|     end (PR-CANCEL-DATE, else PR-EXPIRY-DATE), each claim     |
      *|     date and each quote date. A policy uncancelled and not    |
      *|     yet expired, or a claim still open, keeps the customer    |
      *|     whatever the dates. The customer is purged when the last  |
      *|     activity falls before the cutoff - today less the         |
      *|     retention years. A customer with no policy, claim or      |
      *|     quote at all has nothing to date the retention from and   |
      *|     is left for review, counted but not purged. A duplicate   |
      *|     record merged into another (CUS-MERGED-INTO) is judged    |
      *|     together with its survivor, its activity counting toward  |
      *|     the survivor's, and is purged only with it.               |
      *|                                                               |
      *|     An optional PRGPARM record holds the retention period in  |
      *|     whole years (01-99); missing, empty or invalid means 7.   |
      *|                                                               |
      *|     Every file is read and every decision taken before the    |
      *|     first record is changed, so a read failure or a table     |
      *|     overflow stops the run with RETURN-CODE 16 having purged  |
      *|     nothing. A rewrite or log failure part-way also ends 16;  |
      *|     what was done by then is on PURGELOG, and a rerun picks   |
      *|     up the rest - purged customers are never purged twice. A  |
      *|     bank account still holding details for a customer purged  |
      *|     by an earlier run is blanked on the next.                 |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this month, unless an |
      *|     operator forces a rerun through RUNFORCE.                 |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBPRG01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'PRGPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT POLICY-FILE ASSIGN TO 'POLICY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT CLAIM-FILE ASSIGN TO 'CLAIM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT QUOTE-FILE ASSIGN TO 'QUOTES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT BANK-FILE ASSIGN TO 'BANKACCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT PURGE-LOG-FILE ASSIGN TO 'PURGELOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PURGE-LOG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 2 CHARACTERS.
       01  PARM-RECORD.
           05 PARM-RETENTION-YEARS PIC X(2).
       FD  CUSTOMER-FILE.
       COPY LGCUSTOM.
       FD  POLICY-FILE.
       COPY LGPOLICY.
       FD  CLAIM-FILE.
       COPY LGCLAIM.
       FD  QUOTE-FILE.
       COPY LGQUOTE.
       FD  BANK-FILE.
       COPY LGBANKAC.
       FD  PURGE-LOG-FILE.
       COPY LGPRGLOG.
       WORKING-STORAGE SECTION.
       1 WS-PARM-STATUS PIC XX VALUE '00'.
       1 WS-CUSTOMER-STATUS PIC XX VALUE '00'.
       1 WS-POLICY-STATUS PIC XX VALUE '00'.
       1 WS-CLAIM-STATUS PIC XX VALUE '00'.
       1 WS-QUOTE-STATUS PIC XX VALUE '00'.
       1 WS-PURGE-LOG-STATUS PIC XX VALUE '00'.
       1 WS-BANK-STATUS PIC XX VALUE '00'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-RUN-DATE PIC X(10) VALUE SPACES.
       1 WS-NOW-DATE PIC 9(8) VALUE ZERO.
       1 WS-NOW-DATE-SPLIT REDEFINES WS-NOW-DATE.
          05 WS-NOW-YYYY PIC 9(4).
          05 WS-NOW-MM PIC 9(2).
          05 WS-NOW-DD PIC 9(2).
       1 WS-NOW-TIME PIC 9(8) VALUE ZERO.
       1 WS-NOW-TIME-SPLIT REDEFINES WS-NOW-TIME.
          05 WS-NOW-HH PIC 9(2).
          05 WS-NOW-MI PIC 9(2).
          05 WS-NOW-SS PIC 9(2).
          05 WS-NOW-HS PIC 9(2).
       1 WS-RUN-TIMESTAMP PIC X(26) VALUE SPACES.
       1 WS-RETENTION-YEARS PIC 9(2) VALUE 7.
       1 WS-CUTOFF-YYYY PIC 9(4) VALUE ZERO.
       1 WS-CUTOFF-DATE PIC X(10) VALUE SPACES.
       1 WS-ACTIVITY-DATE PIC X(10) VALUE SPACES.
      *+---------------------------------------------------------------+
      *| Every customer, with what the policy, claim and quote passes  |
      *| found for it:                                                 |
      *|   WS-CT-KEEP-SW      'Y' a policy in force or an open claim   |
      *|   WS-CT-LAST-ACTIVITY latest activity date, spaces for none   |
      *|   WS-CT-PURGED-SW    'Y' anonymised by an earlier run         |
      *|   WS-CT-PURGE-SW     'Y' to be anonymised by this run         |
      *+---------------------------------------------------------------+
       1 WS-MAX-CUSTOMERS PIC 9(5) VALUE 20000.
       1 WS-CUSTOMER-COUNT PIC 9(5) VALUE ZERO.
       1 WS-CUSTOMER-DROPPED PIC 9(5) VALUE ZERO.
       1 WS-CUSTOMER-TABLE.
          05 WS-CT-ENTRY OCCURS 20000 TIMES.
             10 WS-CT-CUSTOMER-NUM PIC 9(10).
             10 WS-CT-MERGED-INTO PIC 9(10).
             10 WS-CT-KEEP-SW PIC X.
             10 WS-CT-LAST-ACTIVITY PIC X(10).
             10 WS-CT-PURGED-SW PIC X.
             10 WS-CT-PURGE-SW PIC X.
       1 WS-CT-IDX PIC 9(5) VALUE ZERO.
       1 WS-CUST-IDX PIC 9(5) VALUE ZERO.
       1 WS-SURVIVOR-IDX PIC 9(5) VALUE ZERO.
       1 WS-LOOKUP-CUSTOMER PIC 9(10) VALUE ZERO.
      *+---------------------------------------------------------------+
      *| Every policy, with the table entry of its customer (zero for  |
      *| a customer not on file) - the claim passes reach the          |
      *| customer through it.                                          |
      *+---------------------------------------------------------------+
       1 WS-MAX-POLICIES PIC 9(5) VALUE 20000.
       1 WS-POLICY-COUNT PIC 9(5) VALUE ZERO.
       1 WS-POLICY-DROPPED PIC 9(5) VALUE ZERO.
       1 WS-POLICY-TABLE.
          05 WS-PT-ENTRY OCCURS 20000 TIMES.
             10 WS-PT-POLICY-NUM PIC 9(10).
             10 WS-PT-CUST-IDX PIC 9(5).
       1 WS-PT-IDX PIC 9(5) VALUE ZERO.
       1 WS-FOUND-SW PIC X VALUE 'N'.
       1 WS-LOOKUP-POLICY PIC 9(10) VALUE ZERO.
       1 WS-READ-IDX PIC 9(5) VALUE ZERO.
       1 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       1 WS-ALREADY-PURGED-COUNT PIC 9(7) VALUE ZERO.
       1 WS-KEPT-COUNT PIC 9(7) VALUE ZERO.
       1 WS-NO-HISTORY-COUNT PIC 9(7) VALUE ZERO.
       1 WS-TO-PURGE-COUNT PIC 9(7) VALUE ZERO.
       1 WS-CUSTOMER-PURGED PIC 9(7) VALUE ZERO.
       1 WS-CLAIM-PURGED PIC 9(7) VALUE ZERO.
       1 WS-BANK-PURGED PIC 9(7) VALUE ZERO.
       1 WS-CUSTOMER-FIELDS.
          05 FILLER PIC X(37) VALUE
             'CUS-FIRST-NAME CUS-LAST-NAME CUS-DOB'.
          05 FILLER PIC X(42) VALUE
             'CUS-HOUSE-NAME CUS-HOUSE-NUM CUS-POSTCODE'.
          05 FILLER PIC X(41) VALUE
             'CUS-PHONE-* CUS-EMAIL-ADDRESS CUS-SEC-*'.
       1 WS-CLAIM-FIELDS PIC X(120) VALUE
           'CLM-CAUSE CLM-OBSERVATIONS CLM-CLOSE-REASON'.
       1 WS-BANK-FIELDS.
          05 FILLER PIC X(47) VALUE
             'BNK-ACCOUNT-NAME BNK-SORT-CODE BNK-ACCOUNT-NUM'.
          05 FILLER PIC X(73) VALUE 'BNK-MANDATE-REF'.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE BC-BUSINESS-YYYYMMDD TO WS-TODAY
      *    the purge log says when the anonymisation actually
      *    happened, so it takes the clock, not the business date
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-RUN-DATE
           MOVE SPACES TO WS-RUN-TIMESTAMP
           STRING WS-NOW-YYYY '-' WS-NOW-MM '-' WS-NOW-DD '-'
              WS-NOW-HH '.' WS-NOW-MI '.' WS-NOW-SS
              DELIMITED BY SIZE INTO WS-RUN-TIMESTAMP
           PERFORM READ-PARM-RECORD
           COMPUTE WS-CUTOFF-YYYY = WS-TODAY-YYYY - WS-RETENTION-YEARS
           MOVE SPACES TO WS-CUTOFF-DATE
           STRING WS-CUTOFF-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-CUTOFF-DATE
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM SCAN-POLICIES
           PERFORM SCAN-CLAIMS
           PERFORM SCAN-QUOTES
           IF WS-FAILED-SW = 'N'
              AND WS-CUSTOMER-DROPPED = 0
              AND WS-POLICY-DROPPED = 0
              PERFORM DECIDE-PURGES
              IF WS-TO-PURGE-COUNT > 0
                 OR WS-ALREADY-PURGED-COUNT > 0
                 PERFORM PURGE-CUSTOMERS
                 PERFORM PURGE-CLAIMS
                 PERFORM PURGE-BANK-ACCOUNTS
              END-IF
           END-IF
           DISPLAY 'LGBPRG01 RETENTION ' WS-RETENTION-YEARS
              ' YEARS, CUTOFF ' WS-CUTOFF-DATE
           DISPLAY 'LGBPRG01 ' WS-READ-COUNT ' CUSTOMERS READ, '
              WS-KEPT-COUNT ' KEPT, ' WS-ALREADY-PURGED-COUNT
              ' ALREADY PURGED, ' WS-NO-HISTORY-COUNT
              ' WITH NO HISTORY LEFT FOR REVIEW'
           DISPLAY 'LGBPRG01 ' WS-CUSTOMER-PURGED ' OF '
              WS-TO-PURGE-COUNT ' CUSTOMERS, ' WS-CLAIM-PURGED
              ' CLAIMS AND ' WS-BANK-PURGED ' BANK ACCOUNTS ANONYMISED'
           IF WS-FAILED-SW = 'Y'
              OR WS-CUSTOMER-DROPPED > 0
              OR WS-POLICY-DROPPED > 0
              DISPLAY 'LGBPRG01 FAILED - A FILE WAS NOT FULLY READ OR '
                 'TABLE CAPACITY EXCEEDED, PURGE INCOMPLETE'
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
           MOVE 'LGBPRG01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-READ-COUNT TO BC-RECORDS-READ
           MOVE WS-CUSTOMER-PURGED TO BC-RECORDS-WRITTEN
           MOVE WS-NO-HISTORY-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
      *+---------------------------------------------------------------+
      *| READ-PARM-RECORD                                              |
      *|     A missing or empty PRGPARM (status 05/35, or an           |
      *|     immediate AT END) keeps the seven-year default. A value   |
      *|     that is not 01-99 is reported and ignored rather than     |
      *|     purging on a zero-year period.                            |
      *+---------------------------------------------------------------+
       READ-PARM-RECORD.
           MOVE '00' TO WS-PARM-STATUS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '05' OR WS-PARM-STATUS = '35'
              CONTINUE
           ELSE
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-RETENTION-YEARS IS NUMERIC
                       AND PARM-RETENTION-YEARS NOT = '00'
                       MOVE PARM-RETENTION-YEARS TO WS-RETENTION-YEARS
                    ELSE
                       DISPLAY 'LGBPRG01 WARNING - PRGPARM <'
                          PARM-RETENTION-YEARS '> IS NOT A RETENTION '
                          'PERIOD, 7 YEARS USED'
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF
           .
       LOAD-CUSTOMER-TABLE.
           MOVE '00' TO WS-CUSTOMER-STATUS
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = '05' OR WS-CUSTOMER-STATUS = '35'
              MOVE '10' TO WS-CUSTOMER-STATUS
           ELSE
              IF WS-CUSTOMER-STATUS NOT = '00'
                 DISPLAY 'LGBPRG01 ERROR - CANNOT OPEN CUSTOMER, '
                    'STATUS ' WS-CUSTOMER-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-CUSTOMER-STATUS NOT = '00'
              READ CUSTOMER-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-CUSTOMER-STATUS
              END-READ
              IF WS-CUSTOMER-STATUS = '00'
                 ADD 1 TO WS-READ-COUNT
                 PERFORM ADD-CUSTOMER-ENTRY
              END-IF
           END-PERFORM
           IF WS-CUSTOMER-STATUS NOT = '10'
              AND WS-FAILED-SW = 'N'
              DISPLAY 'LGBPRG01 ERROR - CUSTOMER READ FAILED, '
                 'STATUS ' WS-CUSTOMER-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE CUSTOMER-FILE
           .
       ADD-CUSTOMER-ENTRY.
           IF WS-CUSTOMER-COUNT < WS-MAX-CUSTOMERS
              ADD 1 TO WS-CUSTOMER-COUNT
              MOVE CUS-CUSTOMER-NUM TO
                 WS-CT-CUSTOMER-NUM(WS-CUSTOMER-COUNT)
              IF CUS-MERGED-INTO IS NUMERIC
                 MOVE CUS-MERGED-INTO TO
                    WS-CT-MERGED-INTO(WS-CUSTOMER-COUNT)
              ELSE
                 MOVE ZERO TO WS-CT-MERGED-INTO(WS-CUSTOMER-COUNT)
              END-IF
              MOVE 'N' TO WS-CT-KEEP-SW(WS-CUSTOMER-COUNT)
              MOVE SPACES TO WS-CT-LAST-ACTIVITY(WS-CUSTOMER-COUNT)
              IF CUS-PURGED-DATE = SPACES
                 OR CUS-PURGED-DATE = LOW-VALUES
                 MOVE 'N' TO WS-CT-PURGED-SW(WS-CUSTOMER-COUNT)
              ELSE
                 MOVE 'Y' TO WS-CT-PURGED-SW(WS-CUSTOMER-COUNT)
              END-IF
              MOVE 'N' TO WS-CT-PURGE-SW(WS-CUSTOMER-COUNT)
           ELSE
              ADD 1 TO WS-CUSTOMER-DROPPED
           END-IF
           .
      *+---------------------------------------------------------------+
      *| SCAN-POLICIES                                                 |
      *|     A policy is in force while uncancelled and not yet        |
      *|     expired; otherwise it ended on its cancellation date, or  |
      *|     its expiry date when it simply ran off.                   |
      *+---------------------------------------------------------------+
       SCAN-POLICIES.
           MOVE '00' TO WS-POLICY-STATUS
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS = '05' OR WS-POLICY-STATUS = '35'
              MOVE '10' TO WS-POLICY-STATUS
           ELSE
              IF WS-POLICY-STATUS NOT = '00'
                 DISPLAY 'LGBPRG01 ERROR - CANNOT OPEN POLICY, '
                    'STATUS ' WS-POLICY-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-POLICY-STATUS NOT = '00'
              READ POLICY-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-POLICY-STATUS
              END-READ
              IF WS-POLICY-STATUS = '00'
                 PERFORM ASSESS-POLICY
              END-IF
           END-PERFORM
           IF WS-POLICY-STATUS NOT = '10'
              DISPLAY 'LGBPRG01 ERROR - POLICY READ FAILED, '
                 'STATUS ' WS-POLICY-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE POLICY-FILE
           .
       ASSESS-POLICY.
           MOVE PR-CUSTOMER-NUM TO WS-LOOKUP-CUSTOMER
           PERFORM FIND-CUSTOMER
           IF WS-POLICY-COUNT < WS-MAX-POLICIES
              ADD 1 TO WS-POLICY-COUNT
              MOVE PR-POLICY-NUM TO WS-PT-POLICY-NUM(WS-POLICY-COUNT)
              MOVE WS-CUST-IDX TO WS-PT-CUST-IDX(WS-POLICY-COUNT)
           ELSE
              ADD 1 TO WS-POLICY-DROPPED
           END-IF
           IF WS-CUST-IDX > 0
              IF PR-CANCEL-DATE = SPACES
                 IF PR-EXPIRY-DATE NOT < WS-RUN-DATE
                    MOVE 'Y' TO WS-CT-KEEP-SW(WS-CUST-IDX)
                 END-IF
                 MOVE PR-EXPIRY-DATE TO WS-ACTIVITY-DATE
              ELSE
                 MOVE PR-CANCEL-DATE TO WS-ACTIVITY-DATE
              END-IF
              PERFORM RECORD-ACTIVITY
           END-IF
           .
      *+---------------------------------------------------------------+
      *| SCAN-CLAIMS                                                   |
      *|     A claim with CLM-STATUS 'O' or not yet set is open and    |
      *|     keeps the customer.                                       |
      *+---------------------------------------------------------------+
       SCAN-CLAIMS.
           MOVE '00' TO WS-CLAIM-STATUS
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS = '05' OR WS-CLAIM-STATUS = '35'
              MOVE '10' TO WS-CLAIM-STATUS
           ELSE
              IF WS-CLAIM-STATUS NOT = '00'
                 DISPLAY 'LGBPRG01 ERROR - CANNOT OPEN CLAIM, '
                    'STATUS ' WS-CLAIM-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-CLAIM-STATUS NOT = '00'
              READ CLAIM-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-CLAIM-STATUS
              END-READ
              IF WS-CLAIM-STATUS = '00'
                 MOVE CLM-POLICY-NUM TO WS-LOOKUP-POLICY
                 PERFORM FIND-POLICY-CUSTOMER
                 IF WS-CUST-IDX > 0
                    IF CLM-STATUS = 'O' OR CLM-STATUS = SPACE
                       MOVE 'Y' TO WS-CT-KEEP-SW(WS-CUST-IDX)
                    END-IF
                    MOVE CLM-DATE TO WS-ACTIVITY-DATE
                    PERFORM RECORD-ACTIVITY
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CLAIM-STATUS NOT = '10'
              DISPLAY 'LGBPRG01 ERROR - CLAIM READ FAILED, '
                 'STATUS ' WS-CLAIM-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE CLAIM-FILE
           .
       SCAN-QUOTES.
           MOVE '00' TO WS-QUOTE-STATUS
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS = '05' OR WS-QUOTE-STATUS = '35'
              MOVE '10' TO WS-QUOTE-STATUS
           ELSE
              IF WS-QUOTE-STATUS NOT = '00'
                 DISPLAY 'LGBPRG01 ERROR - CANNOT OPEN QUOTES, '
                    'STATUS ' WS-QUOTE-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-QUOTE-STATUS NOT = '00'
              READ QUOTE-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-QUOTE-STATUS
              END-READ
              IF WS-QUOTE-STATUS = '00'
                 MOVE QTE-CUSTOMER-NUM TO WS-LOOKUP-CUSTOMER
                 PERFORM FIND-CUSTOMER
                 IF WS-CUST-IDX > 0
                    MOVE QTE-QUOTE-DATE TO WS-ACTIVITY-DATE
                    PERFORM RECORD-ACTIVITY
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QUOTE-STATUS NOT = '10'
              DISPLAY 'LGBPRG01 ERROR - QUOTES READ FAILED, '
                 'STATUS ' WS-QUOTE-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE QUOTE-FILE
           .
       RECORD-ACTIVITY.
           IF WS-ACTIVITY-DATE NOT = SPACES
              AND WS-ACTIVITY-DATE > WS-CT-LAST-ACTIVITY(WS-CUST-IDX)
              MOVE WS-ACTIVITY-DATE TO WS-CT-LAST-ACTIVITY(WS-CUST-IDX)
           END-IF
           .
      *+---------------------------------------------------------------+
      *| DECIDE-PURGES                                                 |
      *|     First each merged record's findings are carried to its    |
      *|     survivor, then every survivor and unmerged customer is    |
      *|     judged, then each merged record takes its survivor's      |
      *|     verdict.                                                  |
      *+---------------------------------------------------------------+
       DECIDE-PURGES.
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CUSTOMER-COUNT
              PERFORM FIND-SURVIVOR
              IF WS-SURVIVOR-IDX > 0
                 IF WS-CT-KEEP-SW(WS-CT-IDX) = 'Y'
                    MOVE 'Y' TO WS-CT-KEEP-SW(WS-SURVIVOR-IDX)
                 END-IF
                 IF WS-CT-LAST-ACTIVITY(WS-CT-IDX) >
                    WS-CT-LAST-ACTIVITY(WS-SURVIVOR-IDX)
                    MOVE WS-CT-LAST-ACTIVITY(WS-CT-IDX)
                       TO WS-CT-LAST-ACTIVITY(WS-SURVIVOR-IDX)
                 END-IF
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CUSTOMER-COUNT
              PERFORM FIND-SURVIVOR
              IF WS-SURVIVOR-IDX = 0
                 PERFORM JUDGE-CUSTOMER
              END-IF
           END-PERFORM
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
              UNTIL WS-CT-IDX > WS-CUSTOMER-COUNT
              PERFORM FIND-SURVIVOR
              IF WS-SURVIVOR-IDX > 0
                 MOVE WS-CT-KEEP-SW(WS-SURVIVOR-IDX)
                    TO WS-CT-KEEP-SW(WS-CT-IDX)
                 MOVE WS-CT-LAST-ACTIVITY(WS-SURVIVOR-IDX)
                    TO WS-CT-LAST-ACTIVITY(WS-CT-IDX)
                 IF WS-CT-PURGE-SW(WS-SURVIVOR-IDX) = 'Y'
                    OR WS-CT-PURGED-SW(WS-SURVIVOR-IDX) = 'Y'
                    PERFORM JUDGE-CUSTOMER
                 ELSE
                    IF WS-CT-PURGED-SW(WS-CT-IDX) = 'Y'
                       ADD 1 TO WS-ALREADY-PURGED-COUNT
                    ELSE
                       ADD 1 TO WS-KEPT-COUNT
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
       JUDGE-CUSTOMER.
           EVALUATE TRUE
              WHEN WS-CT-PURGED-SW(WS-CT-IDX) = 'Y'
                 ADD 1 TO WS-ALREADY-PURGED-COUNT
              WHEN WS-CT-KEEP-SW(WS-CT-IDX) = 'Y'
                 ADD 1 TO WS-KEPT-COUNT
              WHEN WS-CT-LAST-ACTIVITY(WS-CT-IDX) = SPACES
                 ADD 1 TO WS-NO-HISTORY-COUNT
              WHEN WS-CT-LAST-ACTIVITY(WS-CT-IDX) < WS-CUTOFF-DATE
                 MOVE 'Y' TO WS-CT-PURGE-SW(WS-CT-IDX)
                 ADD 1 TO WS-TO-PURGE-COUNT
              WHEN OTHER
                 ADD 1 TO WS-KEPT-COUNT
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| FIND-SURVIVOR                                                 |
      *|     WS-SURVIVOR-IDX - the table entry of the customer the     |
      *|     entry at WS-CT-IDX was merged into; zero when it was not  |
      *|     merged, or its survivor is not on file.                   |
      *+---------------------------------------------------------------+
       FIND-SURVIVOR.
           MOVE ZERO TO WS-SURVIVOR-IDX
           IF WS-CT-MERGED-INTO(WS-CT-IDX) > ZERO
              MOVE WS-CT-MERGED-INTO(WS-CT-IDX) TO WS-LOOKUP-CUSTOMER
              PERFORM FIND-CUSTOMER
              MOVE WS-CUST-IDX TO WS-SURVIVOR-IDX
           END-IF
           .
       FIND-CUSTOMER.
           MOVE ZERO TO WS-CUST-IDX
           PERFORM VARYING WS-READ-IDX FROM 1 BY 1
              UNTIL WS-READ-IDX > WS-CUSTOMER-COUNT
                 OR WS-CUST-IDX > 0
              IF WS-CT-CUSTOMER-NUM(WS-READ-IDX) = WS-LOOKUP-CUSTOMER
                 MOVE WS-READ-IDX TO WS-CUST-IDX
              END-IF
           END-PERFORM
           .
      *+---------------------------------------------------------------+
      *| FIND-POLICY-CUSTOMER                                          |
      *|     WS-CUST-IDX - the customer entry of the policy            |
      *|     WS-LOOKUP-POLICY; zero when the policy or its customer    |
      *|     is not on file.                                           |
      *+---------------------------------------------------------------+
       FIND-POLICY-CUSTOMER.
           MOVE ZERO TO WS-CUST-IDX
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-POLICY-COUNT
                 OR WS-FOUND-SW = 'Y'
              IF WS-PT-POLICY-NUM(WS-PT-IDX) = WS-LOOKUP-POLICY
                 MOVE 'Y' TO WS-FOUND-SW
                 MOVE WS-PT-CUST-IDX(WS-PT-IDX) TO WS-CUST-IDX
              END-IF
           END-PERFORM
           .
      *+---------------------------------------------------------------+
      *| PURGE-CUSTOMERS                                               |
      *|     CUSTOMER is read back in the order it was loaded, so the  |
      *|     n-th record is table entry n; a record that no longer     |
      *|     matches its entry means the file changed under the run,   |
      *|     and the purge stops there.                                |
      *+---------------------------------------------------------------+
       PURGE-CUSTOMERS.
           MOVE '00' TO WS-PURGE-LOG-STATUS
           OPEN EXTEND PURGE-LOG-FILE
           IF WS-PURGE-LOG-STATUS = '05' OR WS-PURGE-LOG-STATUS = '35'
              MOVE '00' TO WS-PURGE-LOG-STATUS
              OPEN OUTPUT PURGE-LOG-FILE
           END-IF
           IF WS-PURGE-LOG-STATUS NOT = '00'
              DISPLAY 'LGBPRG01 ERROR - CANNOT OPEN PURGELOG, '
                 'STATUS ' WS-PURGE-LOG-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           ELSE
              MOVE '00' TO WS-CUSTOMER-STATUS
              OPEN I-O CUSTOMER-FILE
              IF WS-CUSTOMER-STATUS NOT = '00'
                 DISPLAY 'LGBPRG01 ERROR - CANNOT OPEN CUSTOMER FOR '
                    'UPDATE, STATUS ' WS-CUSTOMER-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
              MOVE ZERO TO WS-CT-IDX
              PERFORM UNTIL WS-CUSTOMER-STATUS NOT = '00'
                 OR WS-FAILED-SW = 'Y'
                 READ CUSTOMER-FILE NEXT RECORD
                    AT END MOVE '10' TO WS-CUSTOMER-STATUS
                 END-READ
                 IF WS-CUSTOMER-STATUS = '00'
                    ADD 1 TO WS-CT-IDX
                    IF WS-CT-IDX > WS-CUSTOMER-COUNT
                       OR CUS-CUSTOMER-NUM NOT =
                          WS-CT-CUSTOMER-NUM(WS-CT-IDX)
                       DISPLAY 'LGBPRG01 ERROR - CUSTOMER CHANGED '
                          'DURING THE RUN AT ' CUS-CUSTOMER-NUM
                       MOVE 'Y' TO WS-FAILED-SW
                    ELSE
                       IF WS-CT-PURGE-SW(WS-CT-IDX) = 'Y'
                          PERFORM ANONYMISE-CUSTOMER
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CUSTOMER-STATUS NOT = '10'
                 AND WS-FAILED-SW = 'N'
                 DISPLAY 'LGBPRG01 ERROR - CUSTOMER READ FAILED, '
                    'STATUS ' WS-CUSTOMER-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
              CLOSE CUSTOMER-FILE
           END-IF
           .
       ANONYMISE-CUSTOMER.
           MOVE SPACES TO CUS-FIRST-NAME
           MOVE SPACES TO CUS-LAST-NAME
           MOVE SPACES TO CUS-DOB
           MOVE SPACES TO CUS-HOUSE-NAME
           MOVE SPACES TO CUS-HOUSE-NUM
           MOVE SPACES TO CUS-POSTCODE
           MOVE SPACES TO CUS-PHONE-MOBILE
           MOVE SPACES TO CUS-PHONE-HOME
           MOVE SPACES TO CUS-EMAIL-ADDRESS
           MOVE SPACES TO CUS-SEC-PASS
           MOVE ZERO TO CUS-SEC-COUNT
           MOVE 'L' TO CUS-SEC-STATE
           MOVE WS-RUN-DATE TO CUS-PURGED-DATE
           REWRITE CUSTOMER-RECORD
           IF WS-CUSTOMER-STATUS = '00'
              ADD 1 TO WS-CUSTOMER-PURGED
              MOVE 'C' TO PLG-RECORD-TYPE
              MOVE CUS-CUSTOMER-NUM TO PLG-RECORD-KEY
              MOVE WS-CUSTOMER-FIELDS TO PLG-FIELDS-REMOVED
              PERFORM WRITE-PURGE-LOG
           ELSE
              DISPLAY 'LGBPRG01 ERROR - CUSTOMER REWRITE FAILED AT '
                 CUS-CUSTOMER-NUM ', STATUS ' WS-CUSTOMER-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
      *+---------------------------------------------------------------+
      *| PURGE-CLAIMS                                                  |
      *|     Runs only once every purged customer is anonymised and    |
      *|     logged. The claims of a customer purged by this run or    |
      *|     an earlier one are blanked, so a rerun after a failed     |
      *|     claim pass picks up the rest. A claim whose text is       |
      *|     already blank is left alone and not logged again.         |
      *+---------------------------------------------------------------+
       PURGE-CLAIMS.
           IF WS-FAILED-SW = 'N'
              MOVE '00' TO WS-CLAIM-STATUS
              OPEN I-O CLAIM-FILE
              IF WS-CLAIM-STATUS = '05' OR WS-CLAIM-STATUS = '35'
                 MOVE '10' TO WS-CLAIM-STATUS
              ELSE
                 IF WS-CLAIM-STATUS NOT = '00'
                    DISPLAY 'LGBPRG01 ERROR - CANNOT OPEN CLAIM FOR '
                       'UPDATE, STATUS ' WS-CLAIM-STATUS
                    MOVE 'Y' TO WS-FAILED-SW
                 END-IF
              END-IF
              PERFORM UNTIL WS-CLAIM-STATUS NOT = '00'
                 OR WS-FAILED-SW = 'Y'
                 READ CLAIM-FILE NEXT RECORD
                    AT END MOVE '10' TO WS-CLAIM-STATUS
                 END-READ
                 IF WS-CLAIM-STATUS = '00'
                    MOVE CLM-POLICY-NUM TO WS-LOOKUP-POLICY
                    PERFORM FIND-POLICY-CUSTOMER
                    IF WS-CUST-IDX > 0
                       IF (WS-CT-PURGE-SW(WS-CUST-IDX) = 'Y'
                          OR WS-CT-PURGED-SW(WS-CUST-IDX) = 'Y')
                          AND (CLM-CAUSE NOT = SPACES
                             OR CLM-OBSERVATIONS NOT = SPACES
                             OR CLM-CLOSE-REASON NOT = SPACES)
                          PERFORM ANONYMISE-CLAIM
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-CLAIM-STATUS NOT = '10'
                 AND WS-FAILED-SW = 'N'
                 DISPLAY 'LGBPRG01 ERROR - CLAIM READ FAILED, '
                    'STATUS ' WS-CLAIM-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
              CLOSE CLAIM-FILE
           END-IF
           .
       ANONYMISE-CLAIM.
           MOVE SPACES TO CLM-CAUSE
           MOVE SPACES TO CLM-OBSERVATIONS
           MOVE SPACES TO CLM-CLOSE-REASON
           REWRITE CLAIM-RECORD
           IF WS-CLAIM-STATUS = '00'
              ADD 1 TO WS-CLAIM-PURGED
              MOVE 'L' TO PLG-RECORD-TYPE
              MOVE CLM-CLAIM-NUM TO PLG-RECORD-KEY
              MOVE WS-CLAIM-FIELDS TO PLG-FIELDS-REMOVED
              PERFORM WRITE-PURGE-LOG
           ELSE
              DISPLAY 'LGBPRG01 ERROR - CLAIM REWRITE FAILED AT '
                 CLM-CLAIM-NUM ', STATUS ' WS-CLAIM-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
      *+---------------------------------------------------------------+
      *| PURGE-BANK-ACCOUNTS                                           |
      *|     Runs last, once the customers and claims are done, and    |
      *|     closes PURGELOG. The account of a customer purged by      |
      *|     this run or an earlier one is blanked; one already blank  |
      *|     is left alone and not logged again. No BANKACCT file is   |
      *|     no accounts.                                              |
      *+---------------------------------------------------------------+
       PURGE-BANK-ACCOUNTS.
           IF WS-FAILED-SW = 'N'
              MOVE '00' TO WS-BANK-STATUS
              OPEN I-O BANK-FILE
              IF WS-BANK-STATUS = '05' OR WS-BANK-STATUS = '35'
                 MOVE '10' TO WS-BANK-STATUS
              ELSE
                 IF WS-BANK-STATUS NOT = '00'
                    DISPLAY 'LGBPRG01 ERROR - CANNOT OPEN BANKACCT FOR '
                       'UPDATE, STATUS ' WS-BANK-STATUS
                    MOVE 'Y' TO WS-FAILED-SW
                 END-IF
              END-IF
              PERFORM UNTIL WS-BANK-STATUS NOT = '00'
                 OR WS-FAILED-SW = 'Y'
                 READ BANK-FILE NEXT RECORD
                    AT END MOVE '10' TO WS-BANK-STATUS
                 END-READ
                 IF WS-BANK-STATUS = '00'
                    MOVE BNK-CUSTOMER-NUM TO WS-LOOKUP-CUSTOMER
                    PERFORM FIND-CUSTOMER
                    IF WS-CUST-IDX > 0
                       IF (WS-CT-PURGE-SW(WS-CUST-IDX) = 'Y'
                          OR WS-CT-PURGED-SW(WS-CUST-IDX) = 'Y')
                          AND (BNK-ACCOUNT-NAME NOT = SPACES
                             OR BNK-SORT-CODE NOT = ZERO
                             OR BNK-ACCOUNT-NUM NOT = ZERO
                             OR BNK-MANDATE-REF NOT = SPACES)
                          PERFORM ANONYMISE-BANK-ACCOUNT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-BANK-STATUS NOT = '10'
                 AND WS-FAILED-SW = 'N'
                 DISPLAY 'LGBPRG01 ERROR - BANKACCT READ FAILED, '
                    'STATUS ' WS-BANK-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
              CLOSE BANK-FILE
           END-IF
           CLOSE PURGE-LOG-FILE
           .
       ANONYMISE-BANK-ACCOUNT.
           MOVE SPACES TO BNK-ACCOUNT-NAME
           MOVE ZERO TO BNK-SORT-CODE
           MOVE ZERO TO BNK-ACCOUNT-NUM
           MOVE 'U' TO BNK-ACCOUNT-STATUS
           MOVE SPACES TO BNK-MANDATE-REF
           MOVE 'C' TO BNK-MANDATE-STATUS
           MOVE WS-RUN-DATE TO BNK-UPDATED-DATE
           REWRITE BANK-ACCOUNT-RECORD
           IF WS-BANK-STATUS = '00'
              ADD 1 TO WS-BANK-PURGED
              MOVE 'B' TO PLG-RECORD-TYPE
              MOVE BNK-CUSTOMER-NUM TO PLG-RECORD-KEY
              MOVE WS-BANK-FIELDS TO PLG-FIELDS-REMOVED
              PERFORM WRITE-PURGE-LOG
           ELSE
              DISPLAY 'LGBPRG01 ERROR - BANKACCT REWRITE FAILED AT '
                 BNK-CUSTOMER-NUM ', STATUS ' WS-BANK-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-PURGE-LOG                                               |
      *|     The caller sets the record type, key and fields removed;  |
      *|     the customer is the table entry at WS-CT-IDX or           |
      *|     WS-CUST-IDX. A record purged but not logged cannot be     |
      *|     proved, so a failed write stops the purge.                |
      *+---------------------------------------------------------------+
       WRITE-PURGE-LOG.
           MOVE WS-RUN-TIMESTAMP TO PLG-PURGED-AT
           MOVE WS-RUN-DATE TO PLG-BUSINESS-DATE
           IF PLG-RECORD-TYPE = 'C'
              MOVE WS-CT-IDX TO WS-CUST-IDX
           END-IF
           MOVE WS-CT-CUSTOMER-NUM(WS-CUST-IDX) TO PLG-CUSTOMER-NUM
           MOVE WS-CT-LAST-ACTIVITY(WS-CUST-IDX) TO PLG-LAST-ACTIVITY
           MOVE WS-RETENTION-YEARS TO PLG-RETENTION-YEARS
           WRITE PURGE-LOG-RECORD
           IF WS-PURGE-LOG-STATUS NOT = '00'
              DISPLAY 'LGBPRG01 ERROR - PURGELOG WRITE FAILED AFTER '
                 'PURGING ' PLG-RECORD-TYPE ' ' PLG-RECORD-KEY
                 ', STATUS ' WS-PURGE-LOG-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
       END PROGRAM 'LGBPRG01'.

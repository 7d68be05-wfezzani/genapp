      *+---------------------------------------------------------------+
      *| LGBSIU01                                                      |
      *|     Nightly claims fraud-indicator screening for the special  |
      *|     investigations unit (SIU). Reads CUSTOMER, POLICY, CLAIM  |
      *|     and the POLJRNL update journal end to end and scores      |
      *|     every open claim (CLM-STATUS 'O' or spaces) not already   |
      *|     on the SIUREF referral file against these red flags:      |
      *|       EARL  loss date within 30 days of PR-ISSUE-DATE         |
      *|       AMND  loss date within 30 days after a journalled       |
      *|             rewrite raised the sum insured (PR-M-VALUE,       |
      *|             PR-H-VALUE, PR-E-SUM-ASSURED or                   |
      *|             PR-B-SUM-INSURED)                                 |
      *|       CANC  loss date within 30 days before PR-CANCEL-DATE    |
      *|       PFRQ  three or more claims on the policy with loss      |
      *|             dates within a year of this one                   |
      *|       CFRQ  the same across all the customer's policies       |
      *|       DRSK  the vehicle registration (motor) or house number, |
      *|             name and postcode (house) insured on an in-force  |
      *|             policy belonging to a different customer          |
      *|     Each flag carries a weight from WS-FLAG-WEIGHTS; a claim  |
      *|     whose total reaches WS-REFERRAL-THRESHOLD is appended to  |
      *|     SIUREF (COPY LGSIUREF) with every flag it raised. Once    |
      *|     referred, LGUCLM01 refuses to settle the claim until SIU  |
      *|     clears it through 01USIU, and later runs skip it.         |
      *|                                                               |
      *|     Dates that are not YYYY-MM-DD raise no flag rather than   |
      *|     a false one. Ends with RETURN-CODE 8 when anything is     |
      *|     referred so the SIU duty officer is paged, and 16 if a    |
      *|     master cannot be read or a table overflows - screening    |
      *|     that has not seen the whole book must not read as clean.  |
      *|     Tables are bounded at 20000 like LGBREC01's.              |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this business date,   |
      *|     unless an operator forces a rerun through RUNFORCE.       |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBSIU01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT POLICY-FILE ASSIGN TO 'POLICY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT CLAIM-FILE ASSIGN TO 'CLAIM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'POLJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT SIU-FILE ASSIGN TO 'SIUREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY LGCUSTOM.
       FD  POLICY-FILE.
       COPY LGPOLICY.
       FD  CLAIM-FILE.
       COPY LGCLAIM.
       FD  JOURNAL-FILE.
       COPY LGPOLJRN.
       FD  SIU-FILE.
       COPY LGSIUREF.
       WORKING-STORAGE SECTION.
       1 WS-CUSTOMER-STATUS PIC XX VALUE '00'.
       1 WS-POLICY-STATUS PIC XX VALUE '00'.
       1 WS-CLAIM-STATUS PIC XX VALUE '00'.
       1 WS-JOURNAL-STATUS PIC XX VALUE '00'.
       1 WS-SIU-STATUS PIC XX VALUE '00'.
       1 WS-MAX-ENTRIES PIC 9(5) VALUE 20000.
       1 WS-CUSTOMER-COUNT PIC 9(5) VALUE ZERO.
       1 WS-POLICY-COUNT PIC 9(5) VALUE ZERO.
       1 WS-CLAIM-COUNT PIC 9(5) VALUE ZERO.
       1 WS-AMEND-COUNT PIC 9(5) VALUE ZERO.
       1 WS-REFERRED-COUNT PIC 9(5) VALUE ZERO.
       1 WS-DROPPED-COUNT PIC 9(7) VALUE ZERO.
       1 WS-SCREENED-COUNT PIC 9(7) VALUE ZERO.
       1 WS-REFERRAL-COUNT PIC 9(7) VALUE ZERO.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-FOUND-SW PIC X VALUE 'N'.
       1 WS-IDX PIC 9(5) VALUE ZERO.
       1 WS-CLM-IDX PIC 9(5) VALUE ZERO.
       1 WS-POL-IDX PIC 9(5) VALUE ZERO.
      *+---------------------------------------------------------------+
      *| Screening rules. The windows are calendar days; a flag        |
      *| adds its weight to the claim's score and the claim is         |
      *| referred once the score reaches the threshold, so a single    |
      *| early claim is not referred on its own but an early claim on  |
      *| a customer with a run of claims is.                           |
      *+---------------------------------------------------------------+
       1 WS-REFERRAL-THRESHOLD PIC 9(3) VALUE 40.
       1 WS-EARLY-DAYS PIC 9(3) VALUE 30.
       1 WS-AMEND-DAYS PIC 9(3) VALUE 30.
       1 WS-CANCEL-DAYS PIC 9(3) VALUE 30.
       1 WS-FREQUENCY-DAYS PIC 9(3) VALUE 365.
       1 WS-FREQUENCY-CLAIMS PIC 9(3) VALUE 3.
       1 WS-FLAG-WEIGHTS.
          05 WS-EARLY-WEIGHT PIC 9(3) VALUE 30.
          05 WS-AMEND-WEIGHT PIC 9(3) VALUE 40.
          05 WS-CANCEL-WEIGHT PIC 9(3) VALUE 30.
          05 WS-POLICY-FREQ-WEIGHT PIC 9(3) VALUE 25.
          05 WS-CUSTOMER-FREQ-WEIGHT PIC 9(3) VALUE 20.
          05 WS-DUP-RISK-WEIGHT PIC 9(3) VALUE 40.
       1 WS-CUSTOMER-TABLE.
          05 WS-CUSTOMER-ENTRY OCCURS 20000 TIMES
             INDEXED BY WS-CT-IDX.
             10 WS-CT-CUSTOMER-NUM PIC 9(10).
             10 WS-CT-NAME PIC X(31).
       1 WS-POLICY-TABLE.
          05 WS-POLICY-ENTRY OCCURS 20000 TIMES
             INDEXED BY WS-PT-IDX.
             10 WS-PT-POLICY-NUM PIC 9(10).
             10 WS-PT-POLICY-TYPE PIC X.
             10 WS-PT-CUSTOMER-NUM PIC 9(10).
             10 WS-PT-ISSUE-DAYS PIC 9(8).
             10 WS-PT-CANCEL-DAYS PIC 9(8).
             10 WS-PT-IN-FORCE PIC X.
             10 WS-PT-RISK-KEY PIC X(32).
       1 WS-CLAIM-TABLE.
          05 WS-CLAIM-ENTRY OCCURS 20000 TIMES.
             10 WS-CL-CLAIM-NUM PIC 9(10).
             10 WS-CL-POLICY-NUM PIC 9(10).
             10 WS-CL-POLICY-IDX PIC 9(5).
             10 WS-CL-CUSTOMER-NUM PIC 9(10).
             10 WS-CL-DATE PIC X(10).
             10 WS-CL-DAYS PIC 9(8).
             10 WS-CL-VALUE PIC 9(8).
             10 WS-CL-STATUS PIC X.
       1 WS-AMEND-TABLE.
          05 WS-AMEND-ENTRY OCCURS 20000 TIMES.
             10 WS-AT-POLICY-NUM PIC 9(10).
             10 WS-AT-DAYS PIC 9(8).
       1 WS-REFERRED-TABLE.
          05 WS-RT-CLAIM-NUM PIC 9(10) OCCURS 20000 TIMES
             INDEXED BY WS-RT-IDX.
       1 WS-JRN-POLICY-NUM PIC 9(10) VALUE ZERO.
       1 WS-JRN-POLICY-TYPE PIC X VALUE SPACE.
       1 WS-SI-BEFORE PIC 9(10) VALUE ZERO.
       1 WS-SI-AFTER PIC 9(10) VALUE ZERO.
       1 WS-DAY-DIFF PIC S9(8) VALUE ZERO.
       1 WS-MATCH-COUNT PIC 9(5) VALUE ZERO.
       1 WS-SCORE PIC 9(3) VALUE ZERO.
       1 WS-REASON-COUNT PIC 9 VALUE ZERO.
       1 WS-REASONS.
          05 WS-REASON-ENTRY OCCURS 6 TIMES.
             10 WS-REASON-CODE PIC X(4).
             10 WS-REASON-TEXT PIC X(40).
       1 WS-NEW-REASON-CODE PIC X(4) VALUE SPACES.
       1 WS-NEW-REASON-TEXT PIC X(40) VALUE SPACES.
       1 WS-NEW-REASON-WEIGHT PIC 9(3) VALUE ZERO.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-TODAY-DATE PIC X(10) VALUE SPACES.
       1 WS-CNV-DATE PIC X(10) VALUE SPACES.
       1 WS-CNV-DAYS PIC 9(8) VALUE ZERO.
       1 WS-CNV-YYYY PIC 9(4) VALUE ZERO.
       1 WS-CNV-MM PIC 9(2) VALUE ZERO.
       1 WS-CNV-DD PIC 9(2) VALUE ZERO.
       1 WS-CNV-A PIC 9(2) VALUE ZERO.
       1 WS-CNV-Y PIC 9(5) VALUE ZERO.
       1 WS-CNV-M PIC 9(2) VALUE ZERO.
       1 WS-CNV-T PIC 9(5) VALUE ZERO.
       1 WS-CNV-T2 PIC 9(4) VALUE ZERO.
       1 WS-CNV-Y4 PIC 9(5) VALUE ZERO.
       1 WS-CNV-Y100 PIC 9(4) VALUE ZERO.
       1 WS-CNV-Y400 PIC 9(4) VALUE ZERO.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE BC-BUSINESS-YYYYMMDD TO WS-TODAY
           MOVE SPACES TO WS-TODAY-DATE
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-TODAY-DATE
           PERFORM LOAD-CUSTOMER-TABLE
           PERFORM LOAD-POLICY-TABLE
           PERFORM LOAD-CLAIM-TABLE
           PERFORM LOAD-AMENDMENT-TABLE
           PERFORM LOAD-REFERRED-CLAIMS
           IF WS-FAILED-SW = 'N'
              PERFORM SCREEN-OPEN-CLAIMS
           END-IF
           DISPLAY 'LGBSIU01 SCREENED ' WS-SCREENED-COUNT
              ' OPEN CLAIMS, ' WS-REFERRAL-COUNT
              ' REFERRED TO SIU'
           IF WS-REFERRAL-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DROPPED-COUNT > 0
              DISPLAY 'LGBSIU01 WARNING - TABLE CAPACITY EXCEEDED, '
                 WS-DROPPED-COUNT ' RECORDS NOT SCREENED'
              MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-FAILED-SW = 'Y'
              DISPLAY 'LGBSIU01 FAILED - SCREENING INCOMPLETE'
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
           MOVE 'LGBSIU01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-SCREENED-COUNT TO BC-RECORDS-READ
           MOVE WS-REFERRAL-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-REFERRAL-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       LOAD-CUSTOMER-TABLE.
           MOVE '00' TO WS-CUSTOMER-STATUS
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS NOT = '00'
              AND WS-CUSTOMER-STATUS NOT = '05'
              AND WS-CUSTOMER-STATUS NOT = '35'
              DISPLAY 'LGBSIU01 ERROR - CANNOT OPEN CUSTOMER, '
                 'STATUS ' WS-CUSTOMER-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           PERFORM UNTIL WS-CUSTOMER-STATUS NOT = '00'
              READ CUSTOMER-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-CUSTOMER-STATUS
              END-READ
              IF WS-CUSTOMER-STATUS = '00'
                 IF WS-CUSTOMER-COUNT < WS-MAX-ENTRIES
                    ADD 1 TO WS-CUSTOMER-COUNT
                    MOVE CUS-CUSTOMER-NUM TO
                       WS-CT-CUSTOMER-NUM(WS-CUSTOMER-COUNT)
                    MOVE SPACES TO WS-CT-NAME(WS-CUSTOMER-COUNT)
                    STRING CUS-FIRST-NAME DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       CUS-LAST-NAME DELIMITED BY SIZE
                       INTO WS-CT-NAME(WS-CUSTOMER-COUNT)
                 ELSE
                    ADD 1 TO WS-DROPPED-COUNT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CUSTOMER-FILE
           .
      *+---------------------------------------------------------------+
      *| LOAD-POLICY-TABLE                                             |
      *|     Cancelled policies are kept - the cancellation red flag   |
      *|     needs them - but only in-force ones count as a second     |
      *|     customer insuring the same vehicle or house. The risk     |
      *|     key is compared as keyed, so 'AB12CDE' and 'AB12 CDE'     |
      *|     are different vehicles as far as this job can tell.       |
      *+---------------------------------------------------------------+
       LOAD-POLICY-TABLE.
           MOVE '00' TO WS-POLICY-STATUS
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
              AND WS-POLICY-STATUS NOT = '05'
              AND WS-POLICY-STATUS NOT = '35'
              DISPLAY 'LGBSIU01 ERROR - CANNOT OPEN POLICY, '
                 'STATUS ' WS-POLICY-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           PERFORM UNTIL WS-POLICY-STATUS NOT = '00'
              READ POLICY-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-POLICY-STATUS
              END-READ
              IF WS-POLICY-STATUS = '00'
                 IF WS-POLICY-COUNT < WS-MAX-ENTRIES
                    ADD 1 TO WS-POLICY-COUNT
                    PERFORM STORE-POLICY-ENTRY
                 ELSE
                    ADD 1 TO WS-DROPPED-COUNT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE POLICY-FILE
           .
       STORE-POLICY-ENTRY.
           MOVE PR-POLICY-NUM TO WS-PT-POLICY-NUM(WS-POLICY-COUNT)
           MOVE PR-POLICY-TYPE TO WS-PT-POLICY-TYPE(WS-POLICY-COUNT)
           MOVE PR-CUSTOMER-NUM TO
              WS-PT-CUSTOMER-NUM(WS-POLICY-COUNT)
           MOVE PR-ISSUE-DATE TO WS-CNV-DATE
           PERFORM CONVERT-CHECKED-DATE
           MOVE WS-CNV-DAYS TO WS-PT-ISSUE-DAYS(WS-POLICY-COUNT)
           IF PR-CANCEL-DATE = SPACES
              MOVE 'Y' TO WS-PT-IN-FORCE(WS-POLICY-COUNT)
              MOVE ZERO TO WS-PT-CANCEL-DAYS(WS-POLICY-COUNT)
           ELSE
              MOVE 'N' TO WS-PT-IN-FORCE(WS-POLICY-COUNT)
              MOVE PR-CANCEL-DATE TO WS-CNV-DATE
              PERFORM CONVERT-CHECKED-DATE
              MOVE WS-CNV-DAYS TO WS-PT-CANCEL-DAYS(WS-POLICY-COUNT)
           END-IF
           MOVE SPACES TO WS-PT-RISK-KEY(WS-POLICY-COUNT)
           EVALUATE PR-POLICY-TYPE
              WHEN 'M'
                 MOVE PR-M-REGNUMBER TO
                    WS-PT-RISK-KEY(WS-POLICY-COUNT)
              WHEN 'H'
                 IF PR-H-POSTCODE NOT = SPACES
                    STRING PR-H-HOUSE-NUMBER PR-H-HOUSE-NAME
                       PR-H-POSTCODE DELIMITED BY SIZE
                       INTO WS-PT-RISK-KEY(WS-POLICY-COUNT)
                 END-IF
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| LOAD-CLAIM-TABLE                                              |
      *|     Every claim is loaded, open or not - the frequency flags  |
      *|     count settled and closed claims too. The owning policy    |
      *|     is looked up once here; a claim whose policy is not on    |
      *|     file (an LGBREC01 exception) carries index zero and       |
      *|     raises only the flags that do not need the policy.        |
      *+---------------------------------------------------------------+
       LOAD-CLAIM-TABLE.
           MOVE '00' TO WS-CLAIM-STATUS
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = '00'
              AND WS-CLAIM-STATUS NOT = '05'
              AND WS-CLAIM-STATUS NOT = '35'
              DISPLAY 'LGBSIU01 ERROR - CANNOT OPEN CLAIM, '
                 'STATUS ' WS-CLAIM-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           PERFORM UNTIL WS-CLAIM-STATUS NOT = '00'
              READ CLAIM-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-CLAIM-STATUS
              END-READ
              IF WS-CLAIM-STATUS = '00'
                 IF WS-CLAIM-COUNT < WS-MAX-ENTRIES
                    ADD 1 TO WS-CLAIM-COUNT
                    PERFORM STORE-CLAIM-ENTRY
                 ELSE
                    ADD 1 TO WS-DROPPED-COUNT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE CLAIM-FILE
           .
       STORE-CLAIM-ENTRY.
           MOVE CLM-CLAIM-NUM TO WS-CL-CLAIM-NUM(WS-CLAIM-COUNT)
           MOVE CLM-POLICY-NUM TO WS-CL-POLICY-NUM(WS-CLAIM-COUNT)
           MOVE CLM-DATE TO WS-CL-DATE(WS-CLAIM-COUNT)
           MOVE CLM-VALUE TO WS-CL-VALUE(WS-CLAIM-COUNT)
           MOVE CLM-STATUS TO WS-CL-STATUS(WS-CLAIM-COUNT)
           MOVE CLM-DATE TO WS-CNV-DATE
           PERFORM CONVERT-CHECKED-DATE
           MOVE WS-CNV-DAYS TO WS-CL-DAYS(WS-CLAIM-COUNT)
           MOVE ZERO TO WS-CL-POLICY-IDX(WS-CLAIM-COUNT)
           MOVE ZERO TO WS-CL-CUSTOMER-NUM(WS-CLAIM-COUNT)
           IF WS-POLICY-COUNT > 0
              SET WS-PT-IDX TO 1
              SEARCH WS-POLICY-ENTRY
                 VARYING WS-PT-IDX
                 AT END CONTINUE
                 WHEN WS-PT-IDX > WS-POLICY-COUNT
                    CONTINUE
                 WHEN WS-PT-POLICY-NUM(WS-PT-IDX) = CLM-POLICY-NUM
                    SET WS-CL-POLICY-IDX(WS-CLAIM-COUNT) TO WS-PT-IDX
                    MOVE WS-PT-CUSTOMER-NUM(WS-PT-IDX) TO
                       WS-CL-CUSTOMER-NUM(WS-CLAIM-COUNT)
              END-SEARCH
           END-IF
           .
      *+---------------------------------------------------------------+
      *| LOAD-AMENDMENT-TABLE                                          |
      *|     Keeps the date of every journalled rewrite that raised a  |
      *|     policy's sum insured, decoded from the before and after   |
      *|     images at the LGPOLICY offsets LGBHST01 lists (PR-M-VALUE |
      *|     124/6, PR-H-VALUE 112/8, PR-E-SUM-ASSURED 109/6,          |
      *|     PR-B-SUM-INSURED 1186/10). A commercial image written     |
      *|     before PR-B-SUM-INSURED existed holds spaces there and is |
      *|     not compared. The date is the first ten bytes of          |
      *|     JRN-TIMESTAMP, YYYY-MM-DD.                                |
      *+---------------------------------------------------------------+
       LOAD-AMENDMENT-TABLE.
           MOVE '00' TO WS-JOURNAL-STATUS
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = '00'
              AND WS-JOURNAL-STATUS NOT = '05'
              AND WS-JOURNAL-STATUS NOT = '35'
              DISPLAY 'LGBSIU01 ERROR - CANNOT OPEN POLJRNL, '
                 'STATUS ' WS-JOURNAL-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           PERFORM UNTIL WS-JOURNAL-STATUS NOT = '00'
              READ JOURNAL-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-JOURNAL-STATUS
              END-READ
              IF WS-JOURNAL-STATUS = '00'
                 AND JRN-ACTION = 'R'
                 PERFORM CHECK-SUM-INSURED-RAISED
              END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           .
       CHECK-SUM-INSURED-RAISED.
           MOVE JRN-AFTER-IMAGE(1:10) TO WS-JRN-POLICY-NUM
           MOVE JRN-AFTER-IMAGE(11:1) TO WS-JRN-POLICY-TYPE
           MOVE ZERO TO WS-SI-BEFORE
           MOVE ZERO TO WS-SI-AFTER
           EVALUATE WS-JRN-POLICY-TYPE
              WHEN 'M'
                 IF JRN-BEFORE-IMAGE(124:6) IS NUMERIC
                    AND JRN-AFTER-IMAGE(124:6) IS NUMERIC
                    MOVE JRN-BEFORE-IMAGE(124:6) TO WS-SI-BEFORE
                    MOVE JRN-AFTER-IMAGE(124:6) TO WS-SI-AFTER
                 END-IF
              WHEN 'H'
                 IF JRN-BEFORE-IMAGE(112:8) IS NUMERIC
                    AND JRN-AFTER-IMAGE(112:8) IS NUMERIC
                    MOVE JRN-BEFORE-IMAGE(112:8) TO WS-SI-BEFORE
                    MOVE JRN-AFTER-IMAGE(112:8) TO WS-SI-AFTER
                 END-IF
              WHEN 'E'
                 IF JRN-BEFORE-IMAGE(109:6) IS NUMERIC
                    AND JRN-AFTER-IMAGE(109:6) IS NUMERIC
                    MOVE JRN-BEFORE-IMAGE(109:6) TO WS-SI-BEFORE
                    MOVE JRN-AFTER-IMAGE(109:6) TO WS-SI-AFTER
                 END-IF
              WHEN 'C'
                 IF JRN-BEFORE-IMAGE(1186:10) IS NUMERIC
                    AND JRN-AFTER-IMAGE(1186:10) IS NUMERIC
                    MOVE JRN-BEFORE-IMAGE(1186:10) TO WS-SI-BEFORE
                    MOVE JRN-AFTER-IMAGE(1186:10) TO WS-SI-AFTER
                 END-IF
           END-EVALUATE
           IF WS-SI-AFTER > WS-SI-BEFORE
              MOVE JRN-TIMESTAMP(1:10) TO WS-CNV-DATE
              PERFORM CONVERT-CHECKED-DATE
              IF WS-CNV-DAYS > 0
                 IF WS-AMEND-COUNT < WS-MAX-ENTRIES
                    ADD 1 TO WS-AMEND-COUNT
                    MOVE WS-JRN-POLICY-NUM TO
                       WS-AT-POLICY-NUM(WS-AMEND-COUNT)
                    MOVE WS-CNV-DAYS TO WS-AT-DAYS(WS-AMEND-COUNT)
                 ELSE
                    ADD 1 TO WS-DROPPED-COUNT
                 END-IF
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| LOAD-REFERRED-CLAIMS                                          |
      *|     A claim is referred once; whatever SIU has since decided  |
      *|     on it, a later run must not put it back in the queue. No  |
      *|     SIUREF yet is the first run, not an error.                |
      *+---------------------------------------------------------------+
       LOAD-REFERRED-CLAIMS.
           MOVE '00' TO WS-SIU-STATUS
           OPEN INPUT SIU-FILE
           IF WS-SIU-STATUS = '05' OR WS-SIU-STATUS = '35'
              MOVE '10' TO WS-SIU-STATUS
           ELSE
              IF WS-SIU-STATUS NOT = '00'
                 DISPLAY 'LGBSIU01 ERROR - CANNOT OPEN SIUREF, '
                    'STATUS ' WS-SIU-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-SIU-STATUS NOT = '00'
              READ SIU-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-SIU-STATUS
              END-READ
              IF WS-SIU-STATUS = '00'
                 IF WS-REFERRED-COUNT < WS-MAX-ENTRIES
                    ADD 1 TO WS-REFERRED-COUNT
                    MOVE SIU-CLAIM-NUM TO
                       WS-RT-CLAIM-NUM(WS-REFERRED-COUNT)
                 ELSE
                    ADD 1 TO WS-DROPPED-COUNT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE SIU-FILE
           .
       SCREEN-OPEN-CLAIMS.
           MOVE '00' TO WS-SIU-STATUS
           OPEN EXTEND SIU-FILE
           IF WS-SIU-STATUS = '05' OR WS-SIU-STATUS = '35'
              OPEN OUTPUT SIU-FILE
           END-IF
           IF WS-SIU-STATUS NOT = '00'
              DISPLAY 'LGBSIU01 ERROR - CANNOT OPEN SIUREF FOR '
                 'OUTPUT, STATUS ' WS-SIU-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           ELSE
              PERFORM VARYING WS-CLM-IDX FROM 1 BY 1
                 UNTIL WS-CLM-IDX > WS-CLAIM-COUNT
                    OR WS-FAILED-SW = 'Y'
                 IF WS-CL-STATUS(WS-CLM-IDX) = 'O'
                    OR WS-CL-STATUS(WS-CLM-IDX) = SPACE
                    PERFORM CHECK-ALREADY-REFERRED
                    IF WS-FOUND-SW = 'N'
                       ADD 1 TO WS-SCREENED-COUNT
                       PERFORM SCORE-CLAIM
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE SIU-FILE
           END-IF
           .
       CHECK-ALREADY-REFERRED.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-REFERRED-COUNT > 0
              SET WS-RT-IDX TO 1
              SEARCH WS-RT-CLAIM-NUM
                 VARYING WS-RT-IDX
                 AT END CONTINUE
                 WHEN WS-RT-IDX > WS-REFERRED-COUNT
                    CONTINUE
                 WHEN WS-RT-CLAIM-NUM(WS-RT-IDX) =
                    WS-CL-CLAIM-NUM(WS-CLM-IDX)
                    MOVE 'Y' TO WS-FOUND-SW
              END-SEARCH
           END-IF
           .
      *+---------------------------------------------------------------+
      *| SCORE-CLAIM                                                   |
      *|     Runs every rule against the claim at WS-CLM-IDX. A claim  |
      *|     with no usable loss date can only raise the duplicate     |
      *|     risk flag, which does not depend on dates.                |
      *+---------------------------------------------------------------+
       SCORE-CLAIM.
           MOVE ZERO TO WS-SCORE
           MOVE ZERO TO WS-REASON-COUNT
           MOVE SPACES TO WS-REASONS
           MOVE WS-CL-POLICY-IDX(WS-CLM-IDX) TO WS-POL-IDX
           IF WS-CL-DAYS(WS-CLM-IDX) > 0
              IF WS-POL-IDX > 0
                 PERFORM CHECK-EARLY-CLAIM
                 PERFORM CHECK-AFTER-AMENDMENT
                 PERFORM CHECK-BEFORE-CANCELLATION
              END-IF
              PERFORM CHECK-POLICY-FREQUENCY
              IF WS-CL-CUSTOMER-NUM(WS-CLM-IDX) > 0
                 PERFORM CHECK-CUSTOMER-FREQUENCY
              END-IF
           END-IF
           IF WS-POL-IDX > 0
              PERFORM CHECK-DUPLICATE-RISK
           END-IF
           IF WS-SCORE >= WS-REFERRAL-THRESHOLD
              PERFORM WRITE-SIU-REFERRAL
           END-IF
           .
       CHECK-EARLY-CLAIM.
           IF WS-PT-ISSUE-DAYS(WS-POL-IDX) > 0
              COMPUTE WS-DAY-DIFF = WS-CL-DAYS(WS-CLM-IDX)
                 - WS-PT-ISSUE-DAYS(WS-POL-IDX)
              IF WS-DAY-DIFF >= 0 AND WS-DAY-DIFF <= WS-EARLY-DAYS
                 MOVE 'EARL' TO WS-NEW-REASON-CODE
                 MOVE 'LOSS WITHIN 30 DAYS OF POLICY ISSUE'
                    TO WS-NEW-REASON-TEXT
                 MOVE WS-EARLY-WEIGHT TO WS-NEW-REASON-WEIGHT
                 PERFORM ADD-REASON
              END-IF
           END-IF
           .
       CHECK-AFTER-AMENDMENT.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-AMEND-COUNT OR WS-FOUND-SW = 'Y'
              IF WS-AT-POLICY-NUM(WS-IDX) =
                 WS-CL-POLICY-NUM(WS-CLM-IDX)
                 COMPUTE WS-DAY-DIFF = WS-CL-DAYS(WS-CLM-IDX)
                    - WS-AT-DAYS(WS-IDX)
                 IF WS-DAY-DIFF >= 0 AND WS-DAY-DIFF <= WS-AMEND-DAYS
                    MOVE 'Y' TO WS-FOUND-SW
                 END-IF
              END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'Y'
              MOVE 'AMND' TO WS-NEW-REASON-CODE
              MOVE 'LOSS WITHIN 30 DAYS OF SUM INSURED RAISED'
                 TO WS-NEW-REASON-TEXT
              MOVE WS-AMEND-WEIGHT TO WS-NEW-REASON-WEIGHT
              PERFORM ADD-REASON
           END-IF
           .
       CHECK-BEFORE-CANCELLATION.
           IF WS-PT-CANCEL-DAYS(WS-POL-IDX) > 0
              COMPUTE WS-DAY-DIFF = WS-PT-CANCEL-DAYS(WS-POL-IDX)
                 - WS-CL-DAYS(WS-CLM-IDX)
              IF WS-DAY-DIFF >= 0 AND WS-DAY-DIFF <= WS-CANCEL-DAYS
                 MOVE 'CANC' TO WS-NEW-REASON-CODE
                 MOVE 'LOSS WITHIN 30 DAYS BEFORE CANCELLATION'
                    TO WS-NEW-REASON-TEXT
                 MOVE WS-CANCEL-WEIGHT TO WS-NEW-REASON-WEIGHT
                 PERFORM ADD-REASON
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| CHECK-POLICY-FREQUENCY / CHECK-CUSTOMER-FREQUENCY             |
      *|     Count the claims (this one included) whose loss date is   |
      *|     within a year either side of this claim's.                |
      *+---------------------------------------------------------------+
       CHECK-POLICY-FREQUENCY.
           MOVE ZERO TO WS-MATCH-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLAIM-COUNT
              IF WS-CL-POLICY-NUM(WS-IDX) =
                 WS-CL-POLICY-NUM(WS-CLM-IDX)
                 AND WS-CL-DAYS(WS-IDX) > 0
                 PERFORM COUNT-IF-WITHIN-YEAR
              END-IF
           END-PERFORM
           IF WS-MATCH-COUNT >= WS-FREQUENCY-CLAIMS
              MOVE 'PFRQ' TO WS-NEW-REASON-CODE
              MOVE 'REPEATED CLAIMS ON POLICY WITHIN A YEAR'
                 TO WS-NEW-REASON-TEXT
              MOVE WS-POLICY-FREQ-WEIGHT TO WS-NEW-REASON-WEIGHT
              PERFORM ADD-REASON
           END-IF
           .
       CHECK-CUSTOMER-FREQUENCY.
           MOVE ZERO TO WS-MATCH-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLAIM-COUNT
              IF WS-CL-CUSTOMER-NUM(WS-IDX) =
                 WS-CL-CUSTOMER-NUM(WS-CLM-IDX)
                 AND WS-CL-DAYS(WS-IDX) > 0
                 PERFORM COUNT-IF-WITHIN-YEAR
              END-IF
           END-PERFORM
           IF WS-MATCH-COUNT >= WS-FREQUENCY-CLAIMS
              MOVE 'CFRQ' TO WS-NEW-REASON-CODE
              MOVE 'REPEATED CLAIMS BY CUSTOMER WITHIN A YEAR'
                 TO WS-NEW-REASON-TEXT
              MOVE WS-CUSTOMER-FREQ-WEIGHT TO WS-NEW-REASON-WEIGHT
              PERFORM ADD-REASON
           END-IF
           .
       COUNT-IF-WITHIN-YEAR.
           COMPUTE WS-DAY-DIFF = WS-CL-DAYS(WS-IDX)
              - WS-CL-DAYS(WS-CLM-IDX)
           IF WS-DAY-DIFF < 0
              COMPUTE WS-DAY-DIFF = 0 - WS-DAY-DIFF
           END-IF
           IF WS-DAY-DIFF <= WS-FREQUENCY-DAYS
              ADD 1 TO WS-MATCH-COUNT
           END-IF
           .
       CHECK-DUPLICATE-RISK.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-PT-RISK-KEY(WS-POL-IDX) NOT = SPACES
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-POLICY-COUNT OR WS-FOUND-SW = 'Y'
                 IF WS-PT-RISK-KEY(WS-IDX) =
                    WS-PT-RISK-KEY(WS-POL-IDX)
                    AND WS-PT-POLICY-TYPE(WS-IDX) =
                    WS-PT-POLICY-TYPE(WS-POL-IDX)
                    AND WS-PT-CUSTOMER-NUM(WS-IDX) NOT =
                    WS-PT-CUSTOMER-NUM(WS-POL-IDX)
                    AND WS-PT-IN-FORCE(WS-IDX) = 'Y'
                    MOVE 'Y' TO WS-FOUND-SW
                 END-IF
              END-PERFORM
           END-IF
           IF WS-FOUND-SW = 'Y'
              MOVE 'DRSK' TO WS-NEW-REASON-CODE
              IF WS-PT-POLICY-TYPE(WS-POL-IDX) = 'M'
                 MOVE 'VEHICLE INSURED UNDER ANOTHER CUSTOMER'
                    TO WS-NEW-REASON-TEXT
              ELSE
                 MOVE 'ADDRESS INSURED UNDER ANOTHER CUSTOMER'
                    TO WS-NEW-REASON-TEXT
              END-IF
              MOVE WS-DUP-RISK-WEIGHT TO WS-NEW-REASON-WEIGHT
              PERFORM ADD-REASON
           END-IF
           .
       ADD-REASON.
           ADD WS-NEW-REASON-WEIGHT TO WS-SCORE
           IF WS-REASON-COUNT < 6
              ADD 1 TO WS-REASON-COUNT
              MOVE WS-NEW-REASON-CODE TO
                 WS-REASON-CODE(WS-REASON-COUNT)
              MOVE WS-NEW-REASON-TEXT TO
                 WS-REASON-TEXT(WS-REASON-COUNT)
           END-IF
           .
       WRITE-SIU-REFERRAL.
           MOVE SPACES TO SIU-REFERRAL-RECORD
           MOVE WS-CL-CLAIM-NUM(WS-CLM-IDX) TO SIU-CLAIM-NUM
           MOVE WS-CL-POLICY-NUM(WS-CLM-IDX) TO SIU-POLICY-NUM
           MOVE WS-CL-CUSTOMER-NUM(WS-CLM-IDX) TO SIU-CUSTOMER-NUM
           IF WS-CUSTOMER-COUNT > 0
              SET WS-CT-IDX TO 1
              SEARCH WS-CUSTOMER-ENTRY
                 VARYING WS-CT-IDX
                 AT END CONTINUE
                 WHEN WS-CT-IDX > WS-CUSTOMER-COUNT
                    CONTINUE
                 WHEN WS-CT-CUSTOMER-NUM(WS-CT-IDX) = SIU-CUSTOMER-NUM
                    MOVE WS-CT-NAME(WS-CT-IDX) TO SIU-CUSTOMER-NAME
              END-SEARCH
           END-IF
           MOVE WS-CL-DATE(WS-CLM-IDX) TO SIU-CLAIM-DATE
           MOVE WS-CL-VALUE(WS-CLM-IDX) TO SIU-CLAIM-VALUE
           MOVE WS-TODAY-DATE TO SIU-REFERRED-DATE
           MOVE WS-SCORE TO SIU-SCORE
           MOVE WS-REASON-COUNT TO SIU-REASON-COUNT
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-REASON-COUNT
              MOVE WS-REASON-CODE(WS-IDX) TO SIU-REASON-CODE(WS-IDX)
              MOVE WS-REASON-TEXT(WS-IDX) TO SIU-REASON-TEXT(WS-IDX)
           END-PERFORM
           MOVE SPACE TO SIU-STATUS
           WRITE SIU-REFERRAL-RECORD
           IF WS-SIU-STATUS NOT = '00'
              DISPLAY 'LGBSIU01 ERROR - SIUREF WRITE FAILED FOR '
                 'CLAIM ' SIU-CLAIM-NUM ', STATUS ' WS-SIU-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           ELSE
              ADD 1 TO WS-REFERRAL-COUNT
           END-IF
           .
      *+---------------------------------------------------------------+
      *| CONVERT-CHECKED-DATE                                          |
      *|     As CONVERT-DATE-TO-DAYS, but a WS-CNV-DATE that is not    |
      *|     YYYY-MM-DD (blank or hand-keyed dates on old records)     |
      *|     gives WS-CNV-DAYS zero, which every rule treats as        |
      *|     unknown.                                                  |
      *+---------------------------------------------------------------+
       CONVERT-CHECKED-DATE.
           MOVE ZERO TO WS-CNV-DAYS
           IF WS-CNV-DATE(1:4) IS NUMERIC
              AND WS-CNV-DATE(5:1) = '-'
              AND WS-CNV-DATE(6:2) IS NUMERIC
              AND WS-CNV-DATE(8:1) = '-'
              AND WS-CNV-DATE(9:2) IS NUMERIC
              PERFORM CONVERT-DATE-TO-DAYS
           END-IF
           .
      *+---------------------------------------------------------------+
      *| CONVERT-DATE-TO-DAYS                                          |
      *|     Gregorian day number of WS-CNV-DATE (YYYY-MM-DD) into     |
      *|     WS-CNV-DAYS, as in LGCPOL01. The divisions must           |
      *|     truncate, so each one is a DIVIDE into an integer field.  |
      *+---------------------------------------------------------------+
       CONVERT-DATE-TO-DAYS.
           MOVE WS-CNV-DATE(1:4) TO WS-CNV-YYYY
           MOVE WS-CNV-DATE(6:2) TO WS-CNV-MM
           MOVE WS-CNV-DATE(9:2) TO WS-CNV-DD
           COMPUTE WS-CNV-T = 14 - WS-CNV-MM
           DIVIDE WS-CNV-T BY 12 GIVING WS-CNV-A
           COMPUTE WS-CNV-Y = WS-CNV-YYYY + 4800 - WS-CNV-A
           COMPUTE WS-CNV-M = WS-CNV-MM + 12 * WS-CNV-A - 3
           COMPUTE WS-CNV-T = 153 * WS-CNV-M + 2
           DIVIDE WS-CNV-T BY 5 GIVING WS-CNV-T2
           DIVIDE WS-CNV-Y BY 4 GIVING WS-CNV-Y4
           DIVIDE WS-CNV-Y BY 100 GIVING WS-CNV-Y100
           DIVIDE WS-CNV-Y BY 400 GIVING WS-CNV-Y400
           COMPUTE WS-CNV-DAYS = WS-CNV-DD + WS-CNV-T2
              + 365 * WS-CNV-Y + WS-CNV-Y4 - WS-CNV-Y100
              + WS-CNV-Y400 - 32045
           .
       END PROGRAM 'LGBSIU01'.

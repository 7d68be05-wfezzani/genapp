      *|     Each approval stamps 'PAID <amount> ON <date>' onto the   |
      *|     end of CLM-OBSERVATIONS, and appends one record to the    |
      *|     PAYFEED file (COPY LGPAYMNT) for finance's evening BACS   |
      *|     run - one feed record per approval, not per claim. The    |
      *|     payment also comes off the claim's outstanding reserve,   |
      *|     recorded as a 'P' record on the RESMOVE reserve           |
      *|     movements file (COPY LGRESMOV).                           |
      *|                                                                |
      *|     A settlement against a commercial policy whose            |
      *|     PR-B-STATUS is anything but accepted (status 1, as        |
      *|     written by LGUCOM01) is blocked with its own return       |
      *|     code - money must never go out against a risk             |
      *|     underwriting has turned down or not yet put on risk.      |
      *|                                                                |
      *|     A claim the nightly LGBSIU01 fraud screening has referred |
      *|     to the special investigations unit is blocked the same    |
      *|     way while its SIUREF entry (COPY LGSIUREF) is anything    |
      *|     but cleared - SIU releases it through 01USIU.             |
      *|                                                                |
      *|     The claim and its policy are located through the shared   |
      *|     LGSRCH01 keyed lookup; only the CLAIM file itself is      |
      *|     opened here, positioned straight to SR-ORDINAL for the    |
      *|     REWRITE, and LGSRCH01 is refreshed afterwards.            |
      *|                                                               |
      *|     The payment is posted to the general ledger through       |
      *|     LGPOST01 alongside its PAYFEED record - the LGBGLR01      |
      *|     reconciliation proves the two agree.                      |
      *|                                                               |
      *|     An approved payment also raises a claim payment letter    |
      *|     carrying the amount through LGCORR01, for the overnight   |
      *|     LGBLET01 letter run.                                      |
      *|                                                               |
      *|     Money goes out only to a verified payee account: the      |
      *|     policyholder's BANKACCT record (COPY LGBANKAC) must be    |
      *|     'V'. No account, one not yet verified, or one a bank      |
      *|     return has flagged bad blocks the approval with its own   |
      *|     return code, and the account paid into is stamped onto    |
      *|     the PAYFEED record so finance no longer keys it in.       |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGUCLM01'.
           SELECT PAYFEED-FILE ASSIGN TO 'PAYFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYFEED-STATUS.
           SELECT SIU-FILE ASSIGN TO 'SIUREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIU-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO 'RESMOVE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT BANK-FILE ASSIGN TO 'BANKACCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       COPY LGCLAIM.
       FD  PAYFEED-FILE.
       COPY LGPAYMNT.
       FD  SIU-FILE.
       COPY LGSIUREF.
       FD  MOVEMENT-FILE.
       COPY LGRESMOV.
       FD  BANK-FILE.
       COPY LGBANKAC.
       WORKING-STORAGE SECTION.
       1 WS-CLAIM-STATUS PIC XX VALUE '00'.
       1 WS-PAYFEED-STATUS PIC XX VALUE '00'.
       1 WS-SIU-STATUS PIC XX VALUE '00'.
       1 WS-MOVEMENT-STATUS PIC XX VALUE '00'.
       1 WS-BANK-STATUS PIC XX VALUE '00'.
       1 WS-RETURN-CODES.
          05 WS-RC-SUCCESS PIC 9(2) VALUE 00.
          05 WS-RC-NOT-FOUND PIC 9(2) VALUE 01.
          05 WS-RC-OVER-SETTLEMENT PIC 9(2) VALUE 10.
          05 WS-RC-DECLINED-RISK PIC 9(2) VALUE 11.
          05 WS-RC-CLAIM-CLOSED PIC 9(2) VALUE 20.
          05 WS-RC-SIU-REFERRED PIC 9(2) VALUE 24.
          05 WS-RC-NO-PAYEE-ACCOUNT PIC 9(2) VALUE 29.
          05 WS-RC-FILE-ERROR PIC 9(2) VALUE 90.
       1 WS-B-STATUS-ACCEPTED PIC 9(4) VALUE 1.
       1 WS-NEW-PAID PIC 9(9) VALUE ZERO.
       1 WS-SETTLE-CUSTOMER-NUM PIC 9(10) VALUE ZERO.
       1 WS-PAYEE-ACCOUNT-NAME PIC X(18) VALUE SPACES.
       1 WS-PAYEE-SORT-CODE PIC 9(6) VALUE ZERO.
       1 WS-PAYEE-ACCOUNT-NUM PIC 9(8) VALUE ZERO.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
       1 WS-OBS-LEN PIC 9(3) VALUE ZERO.
       1 WS-OBS-PTR PIC 9(3) VALUE ZERO.
       1 WS-STAMP-AMOUNT PIC 9(8) VALUE ZERO.
       1 WS-PAYMENT-FED-SW PIC X VALUE 'N'.
       1 WS-SKIP-COUNT PIC 9(7) VALUE ZERO.
       1 WS-CLAIM-ORDINAL PIC 9(7) VALUE ZERO.
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
      *+---------------------------------------------------------------+
      *| Leading fields of the SR-RECORD claim image - enough to find  |
      *| the policy before the CLAIM file is touched.                  |
      *+---------------------------------------------------------------+
       COPY LGPOLICY.
       COPY LGSRCHRQ.
       COPY LGPOSTRQ.
       COPY LGCORRRQ.
       LINKAGE SECTION.
       1 DFHEIBLK.
         2 EIBTIME PICTURE S9(7) USAGE COMPUTATIONAL-3.
                 MOVE SR-RECORD TO WS-SR-CLAIM-HEAD
                 MOVE SR-ORDINAL TO WS-CLAIM-ORDINAL
                 PERFORM CHECK-POLICY-ALLOWS-PAYMENT
                 IF CA-RETURN-CODE = WS-RC-SUCCESS
                    PERFORM CHECK-SIU-CLEARANCE
                 END-IF
                 IF CA-RETURN-CODE = WS-RC-SUCCESS
                    PERFORM CHECK-PAYEE-ACCOUNT
                 END-IF
                 IF CA-RETURN-CODE = WS-RC-SUCCESS
                    PERFORM POSITION-AND-SETTLE
                 END-IF
              MOVE WS-RC-OVER-SETTLEMENT TO CA-RETURN-CODE
           ELSE
              MOVE CA-C-PAID TO WS-STAMP-AMOUNT
              COMPUTE WS-MOV-BEFORE = CLM-VALUE - CLM-PAID
              MOVE WS-NEW-PAID TO CLM-PAID
      *       a claim paid up to its full value is settled - it
      *       leaves the open book on the aging report without
      *       a claim still showing unpaid
              IF WS-CLAIM-STATUS = '00'
                 PERFORM WRITE-PAYMENT-RECORD
                 MOVE 'P' TO WS-MOV-TYPE
                 MOVE WS-STAMP-AMOUNT TO WS-MOV-AMOUNT
                 COMPUTE WS-MOV-AFTER = CLM-VALUE - CLM-PAID
                 PERFORM WRITE-RESERVE-MOVEMENT
                 PERFORM POST-CLAIM-PAYMENT
                 PERFORM WRITE-CORRESPONDENCE-EVENT
                 MOVE CLM-PAID TO CA-C-PAID
                 MOVE CLM-VALUE TO CA-C-VALUE
                 MOVE CLM-OBSERVATIONS TO CA-C-OBSERVATIONS
                    MOVE WS-RC-NOT-FOUND TO CA-RETURN-CODE
                 ELSE
                    IF PR-POLICY-TYPE = 'C'
                       AND PR-B-STATUS NOT = WS-B-STATUS-ACCEPTED
                       MOVE WS-RC-DECLINED-RISK TO CA-RETURN-CODE
                    END-IF
                 END-IF
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| CHECK-SIU-CLEARANCE                                           |
      *|     Any SIUREF entry for the claim not yet cleared ('C')      |
      *|     blocks payment - both an open investigation and a         |
      *|     confirmed fraud. No SIUREF file means nothing has been    |
      *|     referred; a file that is there but cannot be read is a    |
      *|     file error, since the claim cannot be shown to be clear.  |
      *+---------------------------------------------------------------+
       CHECK-SIU-CLEARANCE.
           MOVE '00' TO WS-SIU-STATUS
           OPEN INPUT SIU-FILE
           IF WS-SIU-STATUS = '05' OR WS-SIU-STATUS = '35'
              MOVE '10' TO WS-SIU-STATUS
           ELSE
              IF WS-SIU-STATUS NOT = '00'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              END-IF
           END-IF
           PERFORM UNTIL WS-SIU-STATUS NOT = '00'
              READ SIU-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-SIU-STATUS
              END-READ
              IF WS-SIU-STATUS = '00'
                 AND SIU-CLAIM-NUM = CA-C-NUM
                 AND SIU-STATUS NOT = 'C'
                 MOVE WS-RC-SIU-REFERRED TO CA-RETURN-CODE
              END-IF
           END-PERFORM
           CLOSE SIU-FILE
           .
      *+---------------------------------------------------------------+
      *| CHECK-PAYEE-ACCOUNT                                           |
      *|     The policyholder's BANKACCT record must be there and      |
      *|     verified ('V') - a bad or unverified account is as good   |
      *|     as none. No BANKACCT file means no accounts; a file that  |
      *|     is there but cannot be read is a file error.              |
      *+---------------------------------------------------------------+
       CHECK-PAYEE-ACCOUNT.
           MOVE WS-RC-NO-PAYEE-ACCOUNT TO CA-RETURN-CODE
           MOVE '00' TO WS-BANK-STATUS
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS = '05' OR WS-BANK-STATUS = '35'
              MOVE '10' TO WS-BANK-STATUS
           ELSE
              IF WS-BANK-STATUS NOT = '00'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              END-IF
           END-IF
           PERFORM UNTIL WS-BANK-STATUS NOT = '00'
              READ BANK-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-BANK-STATUS
              END-READ
              IF WS-BANK-STATUS = '00'
                 AND BNK-CUSTOMER-NUM = WS-SETTLE-CUSTOMER-NUM
                 IF BNK-ACCOUNT-STATUS = 'V'
                    MOVE WS-RC-SUCCESS TO CA-RETURN-CODE
                    MOVE BNK-ACCOUNT-NAME TO WS-PAYEE-ACCOUNT-NAME
                    MOVE BNK-SORT-CODE TO WS-PAYEE-SORT-CODE
                    MOVE BNK-ACCOUNT-NUM TO WS-PAYEE-ACCOUNT-NUM
                 END-IF
                 MOVE '10' TO WS-BANK-STATUS
              END-IF
           END-PERFORM
           CLOSE BANK-FILE
           .
      *+---------------------------------------------------------------+
      *| STAMP-OBSERVATIONS                                            |
      *|     Appends 'PAID <amount> ON <date>' after whatever is       |
      *|     already in CLM-OBSERVATIONS, so the field reads as a      |
           MOVE WS-SETTLE-CUSTOMER-NUM TO PAY-CUSTOMER-NUM
           MOVE WS-SETTLE-DATE TO PAY-DATE
           MOVE WS-STAMP-AMOUNT TO PAY-AMOUNT
           MOVE WS-PAYEE-ACCOUNT-NAME TO PAY-ACCOUNT-NAME
           MOVE WS-PAYEE-SORT-CODE TO PAY-SORT-CODE
           MOVE WS-PAYEE-ACCOUNT-NUM TO PAY-ACCOUNT-NUM
           WRITE PAYMENT-RECORD
      *    a claim marked paid with no feed record behind it would
      *    never reach the BACS run - surface the failure
           IF WS-PAYFEED-STATUS NOT = '00'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              MOVE 'N' TO WS-PAYMENT-FED-SW
           ELSE
              MOVE 'Y' TO WS-PAYMENT-FED-SW
           END-IF
           CLOSE PAYFEED-FILE
           .
      *+---------------------------------------------------------------+
      *| POST-CLAIM-PAYMENT                                            |
      *|     The approved amount to the general ledger (COPY           |
      *|     LGPOSTRQ) - only when its PAYFEED record was written, so  |
      *|     the ledger never shows a payment the BACS run will not    |
      *|     make. A posting that does not reach GLPOST is surfaced    |
      *|     like a feed failure.                                      |
      *+---------------------------------------------------------------+
       POST-CLAIM-PAYMENT.
           IF WS-PAYMENT-FED-SW = 'Y'
              MOVE 'LGUCLM01' TO PQ-SOURCE-PROGRAM
              MOVE 'CLMP' TO PQ-EVENT
              MOVE CLM-POLICY-NUM TO PQ-POLICY-NUM
              MOVE PR-POLICY-TYPE TO PQ-POLICY-TYPE
              MOVE WS-SETTLE-CUSTOMER-NUM TO PQ-CUSTOMER-NUM
              MOVE CLM-CLAIM-NUM TO PQ-CLAIM-NUM
              MOVE SPACES TO PQ-REFERENCE
              MOVE WS-STAMP-AMOUNT TO PQ-AMOUNT
              MOVE SPACES TO PQ-POSTING-DATE
              CALL 'LGPOST01' USING POSTING-REQUEST
              IF PQ-ERROR = 'Y'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-CORRESPONDENCE-EVENT                                    |
      *|     The claim payment letter (COPY LGCORRRQ) with the amount  |
      *|     approved - only when its PAYFEED record was written, so   |
      *|     the customer is never told of a payment the BACS run will |
      *|     not make. An event that does not reach CORRESP is         |
      *|     surfaced like a feed failure.                             |
      *+---------------------------------------------------------------+
       WRITE-CORRESPONDENCE-EVENT.
           IF WS-PAYMENT-FED-SW = 'Y'
              MOVE 'LGUCLM01' TO CQ-SOURCE-PROGRAM
              MOVE 'CLPY' TO CQ-LETTER-TYPE
              MOVE WS-SETTLE-CUSTOMER-NUM TO CQ-CUSTOMER-NUM
              MOVE CLM-POLICY-NUM TO CQ-POLICY-NUM
              MOVE PR-POLICY-TYPE TO CQ-POLICY-TYPE
              MOVE CLM-CLAIM-NUM TO CQ-CLAIM-NUM
              MOVE WS-SETTLE-DATE TO CQ-EVENT-DATE
              MOVE ZERO TO CQ-PREMIUM
              MOVE WS-STAMP-AMOUNT TO CQ-AMOUNT
              MOVE SPACE TO CQ-AMOUNT-SIGN
              MOVE SPACES TO CQ-REASON
              CALL 'LGCORR01' USING CORRESPONDENCE-REQUEST
              IF CQ-ERROR = 'Y'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-RESERVE-MOVEMENT                                        |
      *|     Appends one RESMOVE record (COPY LGRESMOV) for the change |
      *|     just written to the claim. The caller sets WS-MOV-TYPE,   |
      *|     WS-MOV-AMOUNT, WS-MOV-BEFORE and WS-MOV-AFTER.            |
      *+---------------------------------------------------------------+
       WRITE-RESERVE-MOVEMENT.
           MOVE '00' TO WS-MOVEMENT-STATUS
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = '05' OR WS-MOVEMENT-STATUS = '35'
              OPEN OUTPUT MOVEMENT-FILE
           END-IF
           MOVE CLM-CLAIM-NUM TO MOV-CLAIM-NUM
           MOVE CLM-POLICY-NUM TO MOV-POLICY-NUM
           ACCEPT WS-MOV-DATE FROM DATE YYYYMMDD
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
           MOVE 'LGUCLM01' TO MOV-PROGRAM-ID
           WRITE RESERVE-MOVEMENT-RECORD
      *    a movement missing from RESMOVE would leave the month-end
      *    reserves report out of balance - surface it
           IF WS-MOVEMENT-STATUS NOT = '00'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE MOVEMENT-FILE
           .
       END PROGRAM 'LGUCLM01'.

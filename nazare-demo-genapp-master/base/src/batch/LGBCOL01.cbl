      *|     policy is cancelled - no separate stop list to maintain.  |
      *|     A policy whose cover has not started, or has ended, by    |
      *|     the due date produces nothing either.                      |
      *|     Nor does a commercial policy underwriting has not         |
      *|     accepted (PR-B-STATUS other than 1 - still referred or    |
      *|     declined): it is not on risk and its premium was never    |
      *|     raised.                                                   |
      *|                                                                |
      *|     The feed is rebuilt from scratch each run (OPEN OUTPUT,   |
      *|     not EXTEND) - finance transmits and clears it down once   |
      *|     a month, and a re-run after an abend must replace a       |
      *|     partial feed, not append a second copy of it.             |
      *|                                                               |
      *|     Each instalment written to the feed is posted to the      |
      *|     general ledger through LGPOST01, carrying the due date as |
      *|     its reference so the LGBGLR01 reconciliation can prove    |
      *|     the postings against COLFEED. Postings are appended, not  |
      *|     rebuilt, so a re-run posts the month again - the          |
      *|     reconciliation shows it as a difference. A posting that   |
      *|     cannot be written stops the run with RETURN-CODE 16.      |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this month, unless an |
      *|     operator forces a rerun through RUNFORCE.                 |
      *|                                                               |
      *|     Each instalment is collected by direct debit under the    |
      *|     policyholder's mandate on the BANKACCT master (COPY       |
      *|     LGBANKAC), and the account and mandate reference are      |
      *|     stamped onto its COLFEED record. An instalment whose      |
      *|     customer has no account, no live mandate ('L'), or an     |
      *|     account a bank return has flagged bad is not fed or       |
      *|     posted - it goes on the COLEXC exceptions list for        |
      *|     credit control to collect some other way, and the run     |
      *|     ends with RETURN-CODE 8. BANKACCT is loaded into a table  |
      *|     first; a file that cannot be read, or holds more          |
      *|     accounts than the table, stops the run with RETURN-CODE   |
      *|     16 before anything is written - every instalment would    |
      *|     otherwise be wrongly held back.                           |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBCOL01'.
           SELECT COLFEED-FILE ASSIGN TO 'COLFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLFEED-STATUS.
           SELECT BANK-FILE ASSIGN TO 'BANKACCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'COLEXC'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       COPY LGPOLICY.
       FD  COLFEED-FILE.
       COPY LGCOLLCT.
       FD  BANK-FILE.
       COPY LGBANKAC.
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       1 WS-POLICY-STATUS PIC XX VALUE '00'.
       1 WS-COLFEED-STATUS PIC XX VALUE '00'.
       1 WS-BANK-STATUS PIC XX VALUE '00'.
       1 WS-REPORT-STATUS PIC XX VALUE '00'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-COLLECTION-COUNT PIC 9(7) VALUE ZERO.
       1 WS-FEED-TOTAL PIC 9(11) VALUE ZERO.
       1 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
       1 WS-EXCEPTION-TOTAL PIC 9(11) VALUE ZERO.
       1 WS-EXCEPTION-TEXT PIC X(30) VALUE SPACES.
       1 WS-INSTALMENT PIC 9(8) VALUE ZERO.
       1 WS-TWELFTH PIC 9(8) VALUE ZERO.
       1 WS-BALANCE PIC S9(9) VALUE ZERO.
       1 WS-DUE-YYYY PIC 9(4) VALUE ZERO.
       1 WS-DUE-MM PIC 9(2) VALUE ZERO.
       1 WS-DUE-DATE PIC X(10) VALUE SPACES.
      *+---------------------------------------------------------------+
      *| Bank account table - the BANKACCT master, loaded once so      |
      *| each instalment's mandate is found without re-reading the     |
      *| file.                                                         |
      *+---------------------------------------------------------------+
       1 WS-MAX-ACCOUNTS PIC 9(5) VALUE 20000.
       1 WS-ACCOUNT-COUNT PIC 9(5) VALUE ZERO.
       1 WS-ACCOUNT-FOUND-SW PIC X VALUE 'N'.
       1 WS-ACCOUNT-TABLE.
          05 WS-ACCOUNT-ENTRY OCCURS 20000 TIMES
             INDEXED BY WS-BA-IDX.
             10 WS-BA-CUSTOMER-NUM PIC 9(10).
             10 WS-BA-ACCOUNT-NAME PIC X(18).
             10 WS-BA-SORT-CODE PIC 9(6).
             10 WS-BA-ACCOUNT-NUM PIC 9(8).
             10 WS-BA-ACCOUNT-STATUS PIC X.
             10 WS-BA-MANDATE-REF PIC X(18).
             10 WS-BA-MANDATE-STATUS PIC X.
       1 WS-HEADING-1 PIC X(132) VALUE
           'DIRECT DEBIT EXCEPTIONS - INSTALMENTS DUE NOT COLLECTED'.
       1 WS-HEADING-2 PIC X(132) VALUE
           ' POLICY NUM  T  CUSTOMER NUM DUE DATE       AMOUNT  REASON'.
       1 WS-DETAIL-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 DL-POLICY-NUM PIC Z(9)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-POLICY-TYPE PIC X.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-CUSTOMER-NUM PIC Z(9)9.
          05 FILLER PIC X(3) VALUE SPACES.
          05 DL-DUE-DATE PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-AMOUNT PIC Z(8)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-REASON PIC X(30).
          05 FILLER PIC X(50) VALUE SPACES.
       1 WS-TOTAL-LINE.
          05 FILLER PIC X(27) VALUE
             ' INSTALMENTS NOT COLLECTED '.
          05 TL-COUNT PIC Z(6)9.
          05 FILLER PIC X(12) VALUE ' TOTALLING '.
          05 TL-AMOUNT PIC Z(10)9.
          05 FILLER PIC X(75) VALUE SPACES.
       COPY LGPOSTRQ.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-DUE-DATE
           PERFORM LOAD-BANK-ACCOUNTS
           IF WS-FAILED-SW = 'Y'
              DISPLAY 'LGBCOL01 FAILED - NO COLLECTIONS WRITTEN'
              MOVE 16 TO RETURN-CODE
              PERFORM END-BATCH-RUN
              GOBACK
           END-IF
           OPEN OUTPUT COLFEED-FILE
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE '00' TO WS-POLICY-STATUS
           OPEN INPUT POLICY-FILE
           PERFORM UNTIL WS-POLICY-STATUS NOT = '00'
              END-READ
              IF WS-POLICY-STATUS = '00'
                 AND PR-CANCEL-DATE = SPACES
                 AND (PR-POLICY-TYPE NOT = 'C' OR PR-B-STATUS = 1)
                 PERFORM CHECK-INSTALMENT-DUE
              END-IF
           END-PERFORM
           CLOSE POLICY-FILE
           CLOSE COLFEED-FILE
           MOVE WS-EXCEPTION-COUNT TO TL-COUNT
           MOVE WS-EXCEPTION-TOTAL TO TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'LGBCOL01 WROTE ' WS-COLLECTION-COUNT
              ' COLLECTIONS DUE ' WS-DUE-DATE
              ' TOTALLING ' WS-FEED-TOTAL
           DISPLAY 'LGBCOL01 LISTED ' WS-EXCEPTION-COUNT
              ' INSTALMENTS WITH NO LIVE MANDATE TOTALLING '
              WS-EXCEPTION-TOTAL
           IF WS-EXCEPTION-COUNT > ZERO
              AND RETURN-CODE = ZERO
              MOVE 8 TO RETURN-CODE
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
           MOVE 'LGBCOL01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE ZERO TO BC-RECORDS-READ
           MOVE WS-COLLECTION-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-EXCEPTION-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
      *+---------------------------------------------------------------+
      *| SET-DUE-DATE                                                  |
      *|     Collections land on the first of the month after the run  |
      *|     date - the month-end run on 31 March builds the feed for  |
      *|     month-length arithmetic is needed.                        |
      *+---------------------------------------------------------------+
       SET-DUE-DATE.
           MOVE BC-BUSINESS-YYYYMMDD TO WS-TODAY
           MOVE WS-TODAY-YYYY TO WS-DUE-YYYY
           MOVE WS-TODAY-MM TO WS-DUE-MM
           IF WS-DUE-MM = 12
              AND PR-EXPIRY-DATE > WS-DUE-DATE
              IF PR-PAY-PLAN = 'M'
                 PERFORM COMPUTE-MONTHLY-INSTALMENT
                 PERFORM COLLECT-INSTALMENT
              ELSE
                 IF PR-ISSUE-DATE(6:2) = WS-TODAY-MM
                    MOVE PR-PAYMENT TO WS-INSTALMENT
                    PERFORM COLLECT-INSTALMENT
                 END-IF
              END-IF
           END-IF
              MOVE WS-TWELFTH TO WS-INSTALMENT
           END-IF
           .
      *+---------------------------------------------------------------+
      *| LOAD-BANK-ACCOUNTS                                            |
      *|     No BANKACCT file yet is no accounts - every instalment    |
      *|     goes on the exceptions list. A file that cannot be read,  |
      *|     or more accounts than the table holds, fails the run.     |
      *+---------------------------------------------------------------+
       LOAD-BANK-ACCOUNTS.
           MOVE ZERO TO WS-ACCOUNT-COUNT
           MOVE '00' TO WS-BANK-STATUS
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS = '05' OR WS-BANK-STATUS = '35'
              MOVE '10' TO WS-BANK-STATUS
           ELSE
              IF WS-BANK-STATUS NOT = '00'
                 DISPLAY 'LGBCOL01 ERROR - CANNOT OPEN BANKACCT, '
                    'STATUS ' WS-BANK-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
                 MOVE '10' TO WS-BANK-STATUS
              END-IF
           END-IF
           PERFORM UNTIL WS-BANK-STATUS NOT = '00'
              READ BANK-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-BANK-STATUS
              END-READ
              IF WS-BANK-STATUS = '00'
                 IF WS-ACCOUNT-COUNT < WS-MAX-ACCOUNTS
                    ADD 1 TO WS-ACCOUNT-COUNT
                    PERFORM TAKE-BANK-ACCOUNT
                 ELSE
                    DISPLAY 'LGBCOL01 ERROR - BANKACCT EXCEEDS TABLE '
                       'OF ' WS-MAX-ACCOUNTS ' ACCOUNTS'
                    MOVE 'Y' TO WS-FAILED-SW
                    MOVE '10' TO WS-BANK-STATUS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE BANK-FILE
           .
       TAKE-BANK-ACCOUNT.
           MOVE BNK-CUSTOMER-NUM TO WS-BA-CUSTOMER-NUM(WS-ACCOUNT-COUNT)
           MOVE BNK-ACCOUNT-NAME TO WS-BA-ACCOUNT-NAME(WS-ACCOUNT-COUNT)
           MOVE BNK-SORT-CODE TO WS-BA-SORT-CODE(WS-ACCOUNT-COUNT)
           MOVE BNK-ACCOUNT-NUM TO WS-BA-ACCOUNT-NUM(WS-ACCOUNT-COUNT)
           MOVE BNK-ACCOUNT-STATUS TO
              WS-BA-ACCOUNT-STATUS(WS-ACCOUNT-COUNT)
           MOVE BNK-MANDATE-REF TO WS-BA-MANDATE-REF(WS-ACCOUNT-COUNT)
           MOVE BNK-MANDATE-STATUS TO
              WS-BA-MANDATE-STATUS(WS-ACCOUNT-COUNT)
           .
      *+---------------------------------------------------------------+
      *| COLLECT-INSTALMENT                                            |
      *|     Fed and posted under a live mandate, otherwise listed     |
      *|     with the reason it cannot be collected.                   |
      *+---------------------------------------------------------------+
       COLLECT-INSTALMENT.
           PERFORM FIND-LIVE-MANDATE
           IF WS-EXCEPTION-TEXT = SPACES
              PERFORM WRITE-COLLECTION-RECORD
           ELSE
              PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .
       FIND-LIVE-MANDATE.
           MOVE SPACES TO WS-EXCEPTION-TEXT
           MOVE 'N' TO WS-ACCOUNT-FOUND-SW
           SET WS-BA-IDX TO 1
           SEARCH WS-ACCOUNT-ENTRY
              VARYING WS-BA-IDX
              AT END CONTINUE
              WHEN WS-BA-IDX > WS-ACCOUNT-COUNT
                 CONTINUE
              WHEN WS-BA-CUSTOMER-NUM(WS-BA-IDX) = PR-CUSTOMER-NUM
                 MOVE 'Y' TO WS-ACCOUNT-FOUND-SW
           END-SEARCH
           EVALUATE TRUE
              WHEN WS-ACCOUNT-FOUND-SW = 'N'
                 MOVE 'NO BANK ACCOUNT ON FILE' TO WS-EXCEPTION-TEXT
              WHEN WS-BA-ACCOUNT-STATUS(WS-BA-IDX) = 'B'
                 MOVE 'ACCOUNT FLAGGED BAD BY BANK' TO WS-EXCEPTION-TEXT
              WHEN WS-BA-MANDATE-STATUS(WS-BA-IDX) = 'L'
                 CONTINUE
              WHEN WS-BA-MANDATE-STATUS(WS-BA-IDX) = 'P'
                 MOVE 'MANDATE NOT YET CONFIRMED' TO WS-EXCEPTION-TEXT
              WHEN WS-BA-MANDATE-STATUS(WS-BA-IDX) = 'C'
                 MOVE 'MANDATE CANCELLED' TO WS-EXCEPTION-TEXT
              WHEN OTHER
                 MOVE 'NO DIRECT DEBIT MANDATE' TO WS-EXCEPTION-TEXT
           END-EVALUATE
           .
       WRITE-EXCEPTION-LINE.
           MOVE PR-POLICY-NUM TO DL-POLICY-NUM
           MOVE PR-POLICY-TYPE TO DL-POLICY-TYPE
           MOVE PR-CUSTOMER-NUM TO DL-CUSTOMER-NUM
           MOVE WS-DUE-DATE TO DL-DUE-DATE
           MOVE WS-INSTALMENT TO DL-AMOUNT
           MOVE WS-EXCEPTION-TEXT TO DL-REASON
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD WS-INSTALMENT TO WS-EXCEPTION-TOTAL
           .
       WRITE-COLLECTION-RECORD.
           MOVE PR-POLICY-NUM TO COL-POLICY-NUM
           MOVE PR-CUSTOMER-NUM TO COL-CUSTOMER-NUM
           MOVE WS-DUE-DATE TO COL-DUE-DATE
           MOVE WS-INSTALMENT TO COL-AMOUNT
           MOVE WS-BA-ACCOUNT-NAME(WS-BA-IDX) TO COL-ACCOUNT-NAME
           MOVE WS-BA-SORT-CODE(WS-BA-IDX) TO COL-SORT-CODE
           MOVE WS-BA-ACCOUNT-NUM(WS-BA-IDX) TO COL-ACCOUNT-NUM
           MOVE WS-BA-MANDATE-REF(WS-BA-IDX) TO COL-MANDATE-REF
           WRITE COLLECTION-RECORD
      *    a feed the write could not complete must not be offered
      *    to finance as a whole month's collections
           ELSE
              ADD 1 TO WS-COLLECTION-COUNT
              ADD WS-INSTALMENT TO WS-FEED-TOTAL
              PERFORM POST-COLLECTION
           END-IF
           .
      *+---------------------------------------------------------------+
      *| POST-COLLECTION                                               |
      *|     The instalment to the general ledger (COPY LGPOSTRQ),     |
      *|     moving it from premium debtors into BACS collections      |
      *|     clearing. A posting that does not reach GLPOST stops the  |
      *|     run the way a feed failure does.                          |
      *+---------------------------------------------------------------+
       POST-COLLECTION.
           MOVE 'LGBCOL01' TO PQ-SOURCE-PROGRAM
           MOVE 'COLL' TO PQ-EVENT
           MOVE PR-POLICY-NUM TO PQ-POLICY-NUM
           MOVE PR-POLICY-TYPE TO PQ-POLICY-TYPE
           MOVE PR-CUSTOMER-NUM TO PQ-CUSTOMER-NUM
           MOVE ZERO TO PQ-CLAIM-NUM
           MOVE WS-DUE-DATE TO PQ-REFERENCE
           MOVE WS-INSTALMENT TO PQ-AMOUNT
           MOVE BC-BUSINESS-DATE TO PQ-POSTING-DATE
           CALL 'LGPOST01' USING POSTING-REQUEST
           IF PQ-ERROR = 'Y'
              DISPLAY 'LGBCOL01 ERROR - GL POSTING FAILED FOR POLICY '
                 PR-POLICY-NUM
              MOVE 16 TO RETURN-CODE
              MOVE '10' TO WS-POLICY-STATUS
           END-IF
           .
       END PROGRAM 'LGBCOL01'.

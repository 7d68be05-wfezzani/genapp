      *+---------------------------------------------------------------+
      *| LGMCUS01                                                      |
      *|     Merge a duplicate customer into the surviving record.     |
      *|     Driven via CA-REQUEST-ID '01MCUS' with CA-CUSTOMER-NUM    |
      *|     naming the duplicate to retire and CA-MRG-SURVIVOR-NUM    |
      *|     the customer who keeps the business - the pairs come from |
      *|     the LGBDUP01 duplicate customer report, checked by hand.  |
      *|                                                               |
      *|     In order, it:                                             |
      *|       - moves every POLICY record carrying the duplicate's    |
      *|         number onto the survivor (PR-CUSTOMER-NUM), with one  |
      *|         POLJRNL entry per rewrite like every policy update;   |
      *|         claims follow, since they hang off the policy number  |
      *|       - moves the duplicate's held quotes (QTE-CUSTOMER-NUM)  |
      *|         so they can still be converted by the survivor;       |
      *|         bound quotes are history and stay as they were        |
      *|       - moves the claim referrals held on SIUREF for the      |
      *|         duplicate (SIU-CUSTOMER-NUM), so 01USIU takes the     |
      *|         finding under the survivor's number                   |
      *|       - moves the duplicate's UWREFER underwriting referrals  |
      *|         (REF-CUSTOMER-NUM), so a waiting referral - and the   |
      *|         resubmitted add it holds up - is decided under the    |
      *|         survivor                                              |
      *|       - moves the duplicate's BANKACCT bank account and       |
      *|         mandate (BNK-CUSTOMER-NUM) when the survivor has      |
      *|         none, so LGBCOL01 still collects on the moved         |
      *|         policies and LGUCLM01 can still pay their claims.     |
      *|         When both have one, neither is touched: the merge     |
      *|         completes but comes back RC 33 for the operator to    |
      *|         settle which account stands, through 01UBNK           |
      *|       - recounts CUS-NUM-POLICIES on both customers from what |
      *|         is now on POLICY, and marks the duplicate merged      |
      *|         (CUS-MERGED-INTO, CUS-MERGED-DATE) - never deletes it |
      *|     On return the CA-MRG- counts say what was moved and the   |
      *|     survivor's new policy count, and CA-MRG-BANK-ACCOUNT      |
      *|     what became of the bank accounts.                         |
      *|                                                               |
      *|     The files are updated one after another with no           |
      *|     rollback, so the duplicate is marked last: a merge that   |
      *|     fails part way (RC 90) leaves the duplicate live and is   |
      *|     simply run again - it picks up whatever is still on the   |
      *|     old number. A customer already merged, or anonymised by   |
      *|     the LGBPRG01 retention purge, on either side of the       |
      *|     request, is refused with RC 28. A rerun after the         |
      *|     bank account moved finds it already on the survivor and   |
      *|     keeps it ('K').                                           |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGMCUS01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT POLICY-FILE ASSIGN TO 'POLICY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'POLJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT QUOTE-FILE ASSIGN TO 'QUOTES'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-QUOTE-STATUS.
           SELECT SIU-FILE ASSIGN TO 'SIUREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIU-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO 'UWREFER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.
           SELECT BANK-FILE ASSIGN TO 'BANKACCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY LGCUSTOM.
       FD  POLICY-FILE.
       COPY LGPOLICY.
       FD  JOURNAL-FILE.
       COPY LGPOLJRN.
       FD  QUOTE-FILE.
       COPY LGQUOTE.
       FD  SIU-FILE.
       COPY LGSIUREF.
       FD  REFERRAL-FILE.
       COPY LGUWREF.
       FD  BANK-FILE.
       COPY LGBANKAC.
       WORKING-STORAGE SECTION.
       1 WS-CUSTOMER-STATUS PIC XX VALUE '00'.
       1 WS-POLICY-STATUS PIC XX VALUE '00'.
       1 WS-JOURNAL-STATUS PIC XX VALUE '00'.
       1 WS-QUOTE-STATUS PIC XX VALUE '00'.
       1 WS-SIU-STATUS PIC XX VALUE '00'.
       1 WS-REFERRAL-STATUS PIC XX VALUE '00'.
       1 WS-BANK-STATUS PIC XX VALUE '00'.
       1 WS-RETIRED-BANK-SW PIC X VALUE 'N'.
       1 WS-SURVIVOR-BANK-SW PIC X VALUE 'N'.
       1 WS-JRN-ACTION PIC X VALUE SPACE.
       1 WS-JRN-BEFORE PIC X(1206) VALUE LOW-VALUES.
       1 WS-JRN-AFTER PIC X(1206) VALUE LOW-VALUES.
       1 WS-JRN-DATE PIC 9(8) VALUE ZERO.
       1 WS-JRN-DATE-SPLIT REDEFINES WS-JRN-DATE.
          05 WS-JRN-YYYY PIC 9(4).
          05 WS-JRN-MM PIC 9(2).
          05 WS-JRN-DD PIC 9(2).
       1 WS-JRN-TIME PIC 9(8) VALUE ZERO.
       1 WS-JRN-TIME-SPLIT REDEFINES WS-JRN-TIME.
          05 WS-JRN-HH PIC 9(2).
          05 WS-JRN-MI PIC 9(2).
          05 WS-JRN-SS PIC 9(2).
          05 WS-JRN-HS PIC 9(2).
       1 WS-RETURN-CODES.
          05 WS-RC-SUCCESS PIC 9(2) VALUE 00.
          05 WS-RC-NOT-FOUND PIC 9(2) VALUE 01.
          05 WS-RC-INVALID-REQUEST PIC 9(2) VALUE 02.
          05 WS-RC-ALREADY-MERGED PIC 9(2) VALUE 28.
          05 WS-RC-BANK-CLASH PIC 9(2) VALUE 33.
          05 WS-RC-FILE-ERROR PIC 9(2) VALUE 90.
       1 WS-RETIRED-NUM PIC 9(10) VALUE ZERO.
       1 WS-SURVIVOR-NUM PIC 9(10) VALUE ZERO.
       1 WS-SURVIVOR-POLICY-COUNT PIC 9(5) VALUE ZERO.
       1 WS-RETIRED-POLICY-COUNT PIC 9(5) VALUE ZERO.
       1 WS-CUSTOMERS-MARKED PIC 9 VALUE ZERO.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-MERGED-DATE PIC X(10) VALUE SPACES.
       COPY LGSRCHRQ.
       LINKAGE SECTION.
       1 DFHEIBLK.
         2 EIBTIME PICTURE S9(7) USAGE COMPUTATIONAL-3.
         2 EIBDATE PICTURE S9(7) USAGE COMPUTATIONAL-3.
         2 EIBTRNID PICTURE X(4).
         2 EIBTASKN PICTURE S9(7) USAGE COMPUTATIONAL-3.
         2 EIBTRMID PICTURE X(4).
         2 DFHEIGDI PICTURE S9(4) USAGE COMPUTATIONAL-5.
         2 EIBCPOSN PICTURE S9(4) USAGE COMPUTATIONAL-5.
         2 EIBCALEN PICTURE S9(4) USAGE COMPUTATIONAL-5.
         2 EIBAID PICTURE X(1).
         2 EIBFN PICTURE X(2).
         2 EIBRCODE PICTURE X(6).
         2 EIBDS PICTURE X(8).
         2 EIBREQID PICTURE X(8).
         2 EIBRSRCE PICTURE X(8).
         2 EIBSYNC PICTURE X.
         2 EIBFREE PICTURE X.
         2 EIBRECV PICTURE X.
         2 EIBSEND PICTURE X.
         2 EIBATT PICTURE X.
         2 EIBEOC PICTURE X.
         2 EIBFMH PICTURE X.
         2 EIBCOMPL PICTURE X(1).
         2 EIBSIG PICTURE X(1).
         2 EIBCONF PICTURE X(1).
         2 EIBERR PICTURE X(1).
         2 EIBERRCD PICTURE X(4).
         2 EIBSYNRB PICTURE X.
         2 EIBNODAT PICTURE X.
         2 EIBRESP PICTURE S9(8) USAGE COMPUTATIONAL.
         2 EIBRESP2 PICTURE S9(8) USAGE COMPUTATIONAL.
         2 EIBRLDBK PICTURE X(1).
       COPY LGCMAREA.
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-LOGIC.
           MOVE WS-RC-SUCCESS TO CA-RETURN-CODE
           IF CA-REQUEST-ID NOT = '01MCUS'
              OR CA-CUSTOMER-NUM = ZERO
              OR CA-MRG-SURVIVOR-NUM = ZERO
              OR CA-MRG-SURVIVOR-NUM = CA-CUSTOMER-NUM
              MOVE WS-RC-INVALID-REQUEST TO CA-RETURN-CODE
           ELSE
              MOVE CA-CUSTOMER-NUM TO WS-RETIRED-NUM
              MOVE CA-MRG-SURVIVOR-NUM TO WS-SURVIVOR-NUM
              MOVE ZERO TO CA-MRG-POLICIES-MOVED
              MOVE ZERO TO CA-MRG-QUOTES-MOVED
              MOVE ZERO TO CA-MRG-CLAIM-REFS-MOVED
              MOVE ZERO TO CA-MRG-SURVIVOR-POLICIES
              MOVE ZERO TO CA-MRG-REFERRALS-MOVED
              MOVE 'N' TO CA-MRG-BANK-ACCOUNT
              MOVE WS-RETIRED-NUM TO SR-KEY
              PERFORM CHECK-MERGE-CUSTOMER
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 MOVE WS-SURVIVOR-NUM TO SR-KEY
                 PERFORM CHECK-MERGE-CUSTOMER
              END-IF
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM MOVE-CUSTOMER-POLICIES
              END-IF
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM MOVE-HELD-QUOTES
              END-IF
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM MOVE-CLAIM-REFERRALS
              END-IF
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM MOVE-UW-REFERRALS
              END-IF
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM MOVE-BANK-ACCOUNT
              END-IF
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM MARK-CUSTOMERS-MERGED
              END-IF
      *       the merge itself is complete - the clash is only
      *       which bank account the survivor keeps
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 AND CA-MRG-BANK-ACCOUNT = 'C'
                 MOVE WS-RC-BANK-CLASH TO CA-RETURN-CODE
              END-IF
           END-IF
           GOBACK
           .
      *+---------------------------------------------------------------+
      *| CHECK-MERGE-CUSTOMER                                          |
      *|     The customer numbered in SR-KEY must be on file and       |
      *|     neither merged nor purged - merging into a retired record |
      *|     would strand the business on a number nobody uses, or on  |
      *|     one with no name or address to write to, and a purged     |
      *|     duplicate has nothing left to merge.                      |
      *+---------------------------------------------------------------+
       CHECK-MERGE-CUSTOMER.
           MOVE 'CUSTOMER' TO SR-FILE-ID
           MOVE 'L' TO SR-FUNCTION
           CALL 'LGSRCH01' USING SEARCH-REQUEST
           EVALUATE TRUE
              WHEN SR-ERROR = 'Y'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              WHEN SR-FOUND = 'N'
                 MOVE WS-RC-NOT-FOUND TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE SR-RECORD TO CUSTOMER-RECORD
                 IF (CUS-MERGED-INTO IS NUMERIC
                       AND CUS-MERGED-INTO > ZERO)
                    OR (CUS-PURGED-DATE NOT = SPACES
                       AND CUS-PURGED-DATE NOT = LOW-VALUES)
                    MOVE WS-RC-ALREADY-MERGED TO CA-RETURN-CODE
                 END-IF
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| MOVE-CUSTOMER-POLICIES                                        |
      *|     One I-O pass of POLICY: each of the duplicate's policies  |
      *|     is rewritten onto the survivor and journalled, and the    |
      *|     survivor's policies - old and newly moved - are counted   |
      *|     for the recount. Cancelled policies move and count too,   |
      *|     as CUS-NUM-POLICIES has always counted them.              |
      *+---------------------------------------------------------------+
       MOVE-CUSTOMER-POLICIES.
           MOVE ZERO TO WS-SURVIVOR-POLICY-COUNT
           MOVE ZERO TO WS-RETIRED-POLICY-COUNT
           MOVE '00' TO WS-POLICY-STATUS
           OPEN I-O POLICY-FILE
           IF WS-POLICY-STATUS = '05' OR WS-POLICY-STATUS = '35'
              MOVE '10' TO WS-POLICY-STATUS
           ELSE
              IF WS-POLICY-STATUS NOT = '00'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              END-IF
           END-IF
           PERFORM UNTIL WS-POLICY-STATUS NOT = '00'
              READ POLICY-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-POLICY-STATUS
              END-READ
              IF WS-POLICY-STATUS = '00'
                 IF PR-CUSTOMER-NUM = WS-RETIRED-NUM
                    PERFORM MOVE-ONE-POLICY
                 END-IF
                 IF PR-CUSTOMER-NUM = WS-SURVIVOR-NUM
                    ADD 1 TO WS-SURVIVOR-POLICY-COUNT
                 END-IF
                 IF PR-CUSTOMER-NUM = WS-RETIRED-NUM
                    ADD 1 TO WS-RETIRED-POLICY-COUNT
                 END-IF
              END-IF
           END-PERFORM
      *    the pass also ends on a hard READ error - a part-read
      *    file must not be recounted as the whole of it
           IF WS-POLICY-STATUS NOT = '10'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE POLICY-FILE
           MOVE 'POLICY' TO SR-FILE-ID
           MOVE 'R' TO SR-FUNCTION
           CALL 'LGSRCH01' USING SEARCH-REQUEST
           .
       MOVE-ONE-POLICY.
           MOVE POLICY-RECORD TO WS-JRN-BEFORE
           MOVE WS-SURVIVOR-NUM TO PR-CUSTOMER-NUM
           REWRITE POLICY-RECORD
           IF WS-POLICY-STATUS = '00'
              ADD 1 TO CA-MRG-POLICIES-MOVED
              MOVE 'R' TO WS-JRN-ACTION
              MOVE POLICY-RECORD TO WS-JRN-AFTER
              PERFORM WRITE-POLICY-JOURNAL
           ELSE
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
      *       leave the record counted where it still is
              MOVE WS-RETIRED-NUM TO PR-CUSTOMER-NUM
           END-IF
           .
      *+---------------------------------------------------------------+
      *| MOVE-HELD-QUOTES                                              |
      *|     A held quote must convert under the survivor's number -   |
      *|     LGAMOT01/LGAHOU01 refuse one quoted to another customer.  |
      *|     No QUOTES file is no quotes.                              |
      *+---------------------------------------------------------------+
       MOVE-HELD-QUOTES.
           MOVE '00' TO WS-QUOTE-STATUS
           OPEN I-O QUOTE-FILE
           IF WS-QUOTE-STATUS = '05' OR WS-QUOTE-STATUS = '35'
              MOVE '10' TO WS-QUOTE-STATUS
           ELSE
              IF WS-QUOTE-STATUS NOT = '00'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              END-IF
           END-IF
           PERFORM UNTIL WS-QUOTE-STATUS NOT = '00'
              READ QUOTE-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-QUOTE-STATUS
              END-READ
              IF WS-QUOTE-STATUS = '00'
                 AND QTE-CUSTOMER-NUM = WS-RETIRED-NUM
                 AND QTE-STATUS NOT = 'B'
                 MOVE WS-SURVIVOR-NUM TO QTE-CUSTOMER-NUM
                 REWRITE QUOTE-RECORD
                 IF WS-QUOTE-STATUS = '00'
                    ADD 1 TO CA-MRG-QUOTES-MOVED
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QUOTE-STATUS NOT = '10'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE QUOTE-FILE
           .
       MOVE-CLAIM-REFERRALS.
           MOVE '00' TO WS-SIU-STATUS
           OPEN I-O SIU-FILE
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
                 AND SIU-CUSTOMER-NUM = WS-RETIRED-NUM
                 MOVE WS-SURVIVOR-NUM TO SIU-CUSTOMER-NUM
                 REWRITE SIU-REFERRAL-RECORD
                 IF WS-SIU-STATUS = '00'
                    ADD 1 TO CA-MRG-CLAIM-REFS-MOVED
                 END-IF
              END-IF
           END-PERFORM
           IF WS-SIU-STATUS NOT = '10'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE SIU-FILE
           .
      *+---------------------------------------------------------------+
      *| MOVE-UW-REFERRALS                                             |
      *|     Every UWREFER entry on the duplicate's number, waiting    |
      *|     or decided, follows its policy to the survivor. A queue-  |
      *|     only entry (a referred house add with no policy yet) is   |
      *|     what the survivor's resubmitted 01AHOU will look for. No  |
      *|     UWREFER file is no referrals.                             |
      *+---------------------------------------------------------------+
       MOVE-UW-REFERRALS.
           MOVE '00' TO WS-REFERRAL-STATUS
           OPEN I-O REFERRAL-FILE
           IF WS-REFERRAL-STATUS = '05' OR WS-REFERRAL-STATUS = '35'
              MOVE '10' TO WS-REFERRAL-STATUS
           ELSE
              IF WS-REFERRAL-STATUS NOT = '00'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              END-IF
           END-IF
           PERFORM UNTIL WS-REFERRAL-STATUS NOT = '00'
              READ REFERRAL-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-REFERRAL-STATUS
              END-READ
              IF WS-REFERRAL-STATUS = '00'
                 AND REF-CUSTOMER-NUM = WS-RETIRED-NUM
                 MOVE WS-SURVIVOR-NUM TO REF-CUSTOMER-NUM
                 REWRITE REFERRAL-RECORD
                 IF WS-REFERRAL-STATUS = '00'
                    ADD 1 TO CA-MRG-REFERRALS-MOVED
                 END-IF
              END-IF
           END-PERFORM
           IF WS-REFERRAL-STATUS NOT = '10'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE REFERRAL-FILE
           .
      *+---------------------------------------------------------------+
      *| MOVE-BANK-ACCOUNT                                             |
      *|     A first pass of BANKACCT finds whether either customer    |
      *|     has an account; only when the duplicate has one and the   |
      *|     survivor does not is a second, I-O pass made to rewrite   |
      *|     it onto the survivor's number. Two accounts are a clash   |
      *|     for the operator - which one the customer's money now     |
      *|     moves through is not something to guess. No BANKACCT      |
      *|     file is no accounts.                                      |
      *+---------------------------------------------------------------+
       MOVE-BANK-ACCOUNT.
           MOVE 'N' TO WS-RETIRED-BANK-SW
           MOVE 'N' TO WS-SURVIVOR-BANK-SW
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
                 IF BNK-CUSTOMER-NUM = WS-RETIRED-NUM
                    MOVE 'Y' TO WS-RETIRED-BANK-SW
                 END-IF
                 IF BNK-CUSTOMER-NUM = WS-SURVIVOR-NUM
                    MOVE 'Y' TO WS-SURVIVOR-BANK-SW
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BANK-STATUS NOT = '10'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE BANK-FILE
           IF CA-RETURN-CODE = WS-RC-SUCCESS
              EVALUATE TRUE
                 WHEN WS-RETIRED-BANK-SW = 'Y'
                    AND WS-SURVIVOR-BANK-SW = 'Y'
                    MOVE 'C' TO CA-MRG-BANK-ACCOUNT
                 WHEN WS-RETIRED-BANK-SW = 'Y'
                    PERFORM REKEY-BANK-ACCOUNT
                 WHEN WS-SURVIVOR-BANK-SW = 'Y'
                    MOVE 'K' TO CA-MRG-BANK-ACCOUNT
                 WHEN OTHER
                    MOVE 'N' TO CA-MRG-BANK-ACCOUNT
              END-EVALUATE
           END-IF
           .
       REKEY-BANK-ACCOUNT.
           MOVE '00' TO WS-BANK-STATUS
           OPEN I-O BANK-FILE
           IF WS-BANK-STATUS NOT = '00'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           PERFORM UNTIL WS-BANK-STATUS NOT = '00'
              READ BANK-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-BANK-STATUS
              END-READ
              IF WS-BANK-STATUS = '00'
                 AND BNK-CUSTOMER-NUM = WS-RETIRED-NUM
                 MOVE WS-SURVIVOR-NUM TO BNK-CUSTOMER-NUM
                 REWRITE BANK-ACCOUNT-RECORD
                 IF WS-BANK-STATUS = '00'
                    MOVE 'M' TO CA-MRG-BANK-ACCOUNT
                    MOVE '10' TO WS-BANK-STATUS
                 ELSE
                    MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
                 END-IF
              END-IF
           END-PERFORM
           IF CA-MRG-BANK-ACCOUNT NOT = 'M'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE BANK-FILE
           .
      *+---------------------------------------------------------------+
      *| MARK-CUSTOMERS-MERGED                                         |
      *|     One I-O pass of CUSTOMER rewriting both records: the      |
      *|     survivor takes the recounted policy total, the duplicate  |
      *|     what is left on its number (none, once the policies       |
      *|     moved) and the merged-into mark. Both rewrites must land  |
      *|     or the merge is reported failed.                          |
      *+---------------------------------------------------------------+
       MARK-CUSTOMERS-MERGED.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-MERGED-DATE
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-MERGED-DATE
           MOVE ZERO TO WS-CUSTOMERS-MARKED
           MOVE '00' TO WS-CUSTOMER-STATUS
           OPEN I-O CUSTOMER-FILE
           PERFORM UNTIL WS-CUSTOMER-STATUS NOT = '00'
              OR WS-CUSTOMERS-MARKED = 2
              READ CUSTOMER-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-CUSTOMER-STATUS
              END-READ
              IF WS-CUSTOMER-STATUS = '00'
                 EVALUATE CUS-CUSTOMER-NUM
                    WHEN WS-SURVIVOR-NUM
      *                a customer past 999 stays at 999, as the
      *                policy adds leave it
                       IF WS-SURVIVOR-POLICY-COUNT > 999
                          MOVE 999 TO CUS-NUM-POLICIES
                       ELSE
                          MOVE WS-SURVIVOR-POLICY-COUNT
                             TO CUS-NUM-POLICIES
                       END-IF
                       PERFORM REWRITE-MERGED-CUSTOMER
                    WHEN WS-RETIRED-NUM
                       MOVE WS-RETIRED-POLICY-COUNT
                          TO CUS-NUM-POLICIES
                       MOVE WS-SURVIVOR-NUM TO CUS-MERGED-INTO
                       MOVE WS-MERGED-DATE TO CUS-MERGED-DATE
                       PERFORM REWRITE-MERGED-CUSTOMER
                 END-EVALUATE
              END-IF
           END-PERFORM
           IF WS-CUSTOMERS-MARKED NOT = 2
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE CUSTOMER-FILE
           MOVE 'CUSTOMER' TO SR-FILE-ID
           MOVE 'R' TO SR-FUNCTION
           CALL 'LGSRCH01' USING SEARCH-REQUEST
           IF WS-SURVIVOR-POLICY-COUNT > 999
              MOVE 999 TO CA-MRG-SURVIVOR-POLICIES
           ELSE
              MOVE WS-SURVIVOR-POLICY-COUNT TO CA-MRG-SURVIVOR-POLICIES
           END-IF
           .
       REWRITE-MERGED-CUSTOMER.
           REWRITE CUSTOMER-RECORD
           IF WS-CUSTOMER-STATUS = '00'
              ADD 1 TO WS-CUSTOMERS-MARKED
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-POLICY-JOURNAL                                          |
      *|     One POLJRNL entry per POLICY rewrite, carrying the full   |
      *|     before and after record images (COPY LGPOLJRN) so         |
      *|     LGBJRN01 can roll a restored file forward to the point    |
      *|     of failure. The caller sets WS-JRN-ACTION and the two     |
      *|     images before performing this.                            |
      *+---------------------------------------------------------------+
       WRITE-POLICY-JOURNAL.
           MOVE '00' TO WS-JOURNAL-STATUS
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '05' OR WS-JOURNAL-STATUS = '35'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE 'LGMCUS01' TO JRN-PROGRAM-ID
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE SPACES TO JRN-TIMESTAMP
           STRING WS-JRN-YYYY '-' WS-JRN-MM '-' WS-JRN-DD '-'
              WS-JRN-HH '.' WS-JRN-MI '.' WS-JRN-SS
              DELIMITED BY SIZE INTO JRN-TIMESTAMP
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
           MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
      *    a gap in the journal means the roll-forward silently
      *    loses this update - surface it
           IF WS-JOURNAL-STATUS NOT = '00'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE JOURNAL-FILE
           .
       END PROGRAM 'LGMCUS01'.

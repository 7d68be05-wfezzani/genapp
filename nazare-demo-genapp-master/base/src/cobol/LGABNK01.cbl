      *+---------------------------------------------------------------+
      *| LGABNK01                                                      |
      *|     Add a customer's bank account and direct debit mandate.   |
      *|     Driven via CA-REQUEST-ID '01ABNK' with CA-CUSTOMER-NUM    |
      *|     naming the customer and the CA-BANK-REQUEST fields        |
      *|     populated by the caller - the same maintenance pattern    |
      *|     as the LGABRK01/LGUBRK01 broker pair. The record is only  |
      *|     appended to BANKACCT (COPY LGBANKAC) once the details     |
      *|     pass the edits:                                           |
      *|       - the customer must be on file and neither merged into  |
      *|         another nor anonymised by LGBPRG01 (RC 28) - money    |
      *|         must follow the survivor, and a purged customer must  |
      *|         not gain new personal data                            |
      *|       - the customer must not already have an account on      |
      *|         file; a change of bank is an update (01UBNK)          |
      *|       - CA-BNK-ACCOUNT-NAME must not be blank                 |
      *|       - CA-BNK-SORT-CODE must be six digits, not all zero     |
      *|         (RC 30)                                               |
      *|       - CA-BNK-ACCOUNT-NUM must be eight digits, not all      |
      *|         zero (RC 31) - a seven-digit account is keyed with    |
      *|         the leading zero the bank gives it                    |
      *|       - CA-BNK-ACCOUNT-STATUS must be ' ' or 'U' (taken as    |
      *|         unverified) or 'V' verified; only a bank return sets  |
      *|         'B'                                                   |
      *|       - CA-BNK-MANDATE-STATUS must be ' ' (no mandate), 'P'   |
      *|         pending, 'L' live or 'C' cancelled, and any mandate   |
      *|         needs a reference of at least six characters, left-   |
      *|         justified; no mandate, no reference (RC 32)           |
      *|                                                               |
      *|     BANKACCT is read and appended directly rather than        |
      *|     through the LGSRCH01 keyed lookup, as the other files     |
      *|     outside the four masters are (SIUREF, UWREFER).           |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGABNK01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-FILE ASSIGN TO 'BANKACCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-FILE.
       COPY LGBANKAC.
       WORKING-STORAGE SECTION.
       1 WS-BANK-STATUS PIC XX VALUE '00'.
       1 WS-RETURN-CODES.
          05 WS-RC-SUCCESS PIC 9(2) VALUE 00.
          05 WS-RC-NOT-FOUND PIC 9(2) VALUE 01.
          05 WS-RC-INVALID-REQUEST PIC 9(2) VALUE 02.
          05 WS-RC-ALREADY-EXISTS PIC 9(2) VALUE 14.
          05 WS-RC-BAD-NAME PIC 9(2) VALUE 21.
          05 WS-RC-BAD-STATUS PIC 9(2) VALUE 22.
          05 WS-RC-ALREADY-MERGED PIC 9(2) VALUE 28.
          05 WS-RC-BAD-SORT-CODE PIC 9(2) VALUE 30.
          05 WS-RC-BAD-ACCOUNT-NUM PIC 9(2) VALUE 31.
          05 WS-RC-BAD-MANDATE PIC 9(2) VALUE 32.
          05 WS-RC-FILE-ERROR PIC 9(2) VALUE 90.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-UPDATED-DATE PIC X(10) VALUE SPACES.
      *+---------------------------------------------------------------+
      *| The CUSTOMER record layout lives here rather than under an FD |
      *| - LGSRCH01 hands the record image back in SR-RECORD and it is |
      *| moved in to get at the fields.                                |
      *+---------------------------------------------------------------+
       COPY LGCUSTOM.
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
           IF CA-REQUEST-ID NOT = '01ABNK'
              MOVE WS-RC-INVALID-REQUEST TO CA-RETURN-CODE
           ELSE
              PERFORM EDIT-BANK-DETAILS
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM CHECK-CUSTOMER-ON-FILE
              END-IF
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM CHECK-NOT-ALREADY-ON-FILE
              END-IF
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM ADD-BANK-RECORD
              END-IF
           END-IF
           GOBACK
           .
      *+---------------------------------------------------------------+
      *| EDIT-BANK-DETAILS                                             |
      *|     LGUBNK01 carries the same edit paragraph so an update     |
      *|     cannot sneak in details an add would have rejected - a    |
      *|     change to a rule here must be made there too.             |
      *+---------------------------------------------------------------+
       EDIT-BANK-DETAILS.
           EVALUATE TRUE
              WHEN CA-BNK-ACCOUNT-NAME = SPACES
                 OR CA-BNK-ACCOUNT-NAME = LOW-VALUES
                 MOVE WS-RC-BAD-NAME TO CA-RETURN-CODE
              WHEN CA-BNK-SORT-CODE NOT NUMERIC
                 MOVE WS-RC-BAD-SORT-CODE TO CA-RETURN-CODE
              WHEN CA-BNK-SORT-CODE = ZERO
                 MOVE WS-RC-BAD-SORT-CODE TO CA-RETURN-CODE
              WHEN CA-BNK-ACCOUNT-NUM NOT NUMERIC
                 MOVE WS-RC-BAD-ACCOUNT-NUM TO CA-RETURN-CODE
              WHEN CA-BNK-ACCOUNT-NUM = ZERO
                 MOVE WS-RC-BAD-ACCOUNT-NUM TO CA-RETURN-CODE
              WHEN CA-BNK-ACCOUNT-STATUS NOT = SPACE
                 AND CA-BNK-ACCOUNT-STATUS NOT = 'U'
                 AND CA-BNK-ACCOUNT-STATUS NOT = 'V'
                 MOVE WS-RC-BAD-STATUS TO CA-RETURN-CODE
              WHEN CA-BNK-MANDATE-STATUS NOT = SPACE
                 AND CA-BNK-MANDATE-STATUS NOT = 'P'
                 AND CA-BNK-MANDATE-STATUS NOT = 'L'
                 AND CA-BNK-MANDATE-STATUS NOT = 'C'
                 MOVE WS-RC-BAD-STATUS TO CA-RETURN-CODE
              WHEN CA-BNK-MANDATE-STATUS = SPACE
                 AND CA-BNK-MANDATE-REF NOT = SPACES
                 MOVE WS-RC-BAD-MANDATE TO CA-RETURN-CODE
              WHEN CA-BNK-MANDATE-STATUS NOT = SPACE
                 AND (CA-BNK-MANDATE-REF(1:1) = SPACE
                 OR CA-BNK-MANDATE-REF(6:1) = SPACE)
                 MOVE WS-RC-BAD-MANDATE TO CA-RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| CHECK-CUSTOMER-ON-FILE                                        |
      *|     Through the LGSRCH01 keyed lookup; a lookup that could    |
      *|     not read CUSTOMER is a file error, not a missing          |
      *|     customer. A record LGMCUS01 has merged into another       |
      *|     (CUS-MERGED-INTO) or LGBPRG01 has anonymised              |
      *|     (CUS-PURGED-DATE) is retired, the same test LGUCUS01      |
      *|     applies. LGUBNK01 carries the same paragraph.             |
      *+---------------------------------------------------------------+
       CHECK-CUSTOMER-ON-FILE.
           MOVE 'CUSTOMER' TO SR-FILE-ID
           MOVE 'L' TO SR-FUNCTION
           MOVE CA-CUSTOMER-NUM TO SR-KEY
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
      *| CHECK-NOT-ALREADY-ON-FILE                                     |
      *|     No BANKACCT file yet is simply no accounts; one that is   |
      *|     there but cannot be read must never let a second record   |
      *|     for the customer slip in.                                 |
      *+---------------------------------------------------------------+
       CHECK-NOT-ALREADY-ON-FILE.
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
                 AND BNK-CUSTOMER-NUM = CA-CUSTOMER-NUM
                 MOVE WS-RC-ALREADY-EXISTS TO CA-RETURN-CODE
                 MOVE '10' TO WS-BANK-STATUS
              END-IF
           END-PERFORM
           CLOSE BANK-FILE
           .
       ADD-BANK-RECORD.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE SPACES TO WS-UPDATED-DATE
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-UPDATED-DATE
           MOVE '00' TO WS-BANK-STATUS
           OPEN EXTEND BANK-FILE
           IF WS-BANK-STATUS = '05' OR WS-BANK-STATUS = '35'
              OPEN OUTPUT BANK-FILE
           END-IF
           MOVE CA-CUSTOMER-NUM TO BNK-CUSTOMER-NUM
           MOVE CA-BNK-ACCOUNT-NAME TO BNK-ACCOUNT-NAME
           MOVE CA-BNK-SORT-CODE TO BNK-SORT-CODE
           MOVE CA-BNK-ACCOUNT-NUM TO BNK-ACCOUNT-NUM
           IF CA-BNK-ACCOUNT-STATUS = SPACE
              MOVE 'U' TO BNK-ACCOUNT-STATUS
           ELSE
              MOVE CA-BNK-ACCOUNT-STATUS TO BNK-ACCOUNT-STATUS
           END-IF
           MOVE CA-BNK-MANDATE-REF TO BNK-MANDATE-REF
           MOVE CA-BNK-MANDATE-STATUS TO BNK-MANDATE-STATUS
           MOVE WS-UPDATED-DATE TO BNK-UPDATED-DATE
           MOVE SPACES TO BNK-BAD-DATE
           MOVE SPACES TO BNK-BAD-REASON
           WRITE BANK-ACCOUNT-RECORD
      *    never report an account added when the record did not
      *    reach the file
           IF WS-BANK-STATUS NOT = '00'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           ELSE
              MOVE BNK-ACCOUNT-STATUS TO CA-BNK-ACCOUNT-STATUS
           END-IF
           CLOSE BANK-FILE
           .
       END PROGRAM 'LGABNK01'.

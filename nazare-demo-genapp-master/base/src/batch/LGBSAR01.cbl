      *+---------------------------------------------------------------+
      *| LGBSAR01                                                      |
      *|     Subject access extract. Given one customer number on      |
      *|     SARPARM, gathers everything held on that person across    |
      *|     CUSTOMER, POLICY, BANKACCT, CLAIM, QUOTES, COMAUDIT and   |
      *|     the POLJRNL update journal into one readable SAREXT       |
      *|     listing, one labelled line per field, section by section: |
      *|       1 CUSTOMER - the customer's record and any duplicate    |
      *|         records merged into it through 01MCUS                 |
      *|       2 POLICY   - every policy held under those numbers,     |
      *|         cancelled and lapsed included                         |
      *|       3 BANKACCT - the bank account and direct debit mandate  |
      *|         held under those numbers, account number in full -    |
      *|         it is the customer's own                              |
      *|       4 CLAIM    - every claim on those policies, with the    |
      *|         cause, observations and closure text in full          |
      *|       5 QUOTES   - every quotation given to the customer      |
      *|       6 COMAUDIT - the commercial underwriting decisions on   |
      *|         those policies                                        |
      *|       7 POLJRNL  - the change history of those policies,      |
      *|         decoded field by field, including entries from        |
      *|         before a policy was moved to another customer         |
      *|     The online password is never printed - only whether one   |
      *|     is set. Policies and journal images are decoded through   |
      *|     the same WS-FIELD-DIRECTORY as LGBHST01; a change to the  |
      *|     LGPOLICY layout must be carried to both.                  |
      *|                                                               |
      *|     A customer number that is itself a retired duplicate      |
      *|     (CUS-MERGED-INTO set) is extracted as asked and the       |
      *|     survivor is named in section 1 - the survivor's own       |
      *|     records need a second run under the survivor's number.    |
      *|                                                               |
      *|     Ends with RETURN-CODE 8 when no CUSTOMER record carries   |
      *|     the number (whatever else was found is still listed),     |
      *|     and 16 when SARPARM is missing or not a number, a file    |
      *|     could not be read, or the policy table overflowed - an    |
      *|     incomplete extract must never go out as a complete one.   |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. As an on- |
      *|     request job it is never refused as a repeat.              |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBSAR01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO 'SARPARM'
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
           SELECT AUDIT-FILE ASSIGN TO 'COMAUDIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'POLJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BANK-FILE ASSIGN TO 'BANKACCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BANK-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'SAREXT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  PARM-RECORD.
           05 PARM-CUSTOMER-NUM PIC X(10).
       FD  CUSTOMER-FILE.
       COPY LGCUSTOM.
       FD  POLICY-FILE.
       COPY LGPOLICY.
       FD  CLAIM-FILE.
       COPY LGCLAIM.
       FD  QUOTE-FILE.
       COPY LGQUOTE.
       FD  AUDIT-FILE.
       COPY LGAUDIT.
       FD  JOURNAL-FILE.
       COPY LGPOLJRN.
       FD  BANK-FILE.
       COPY LGBANKAC.
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       1 WS-PARM-STATUS PIC XX VALUE '00'.
       1 WS-CUSTOMER-STATUS PIC XX VALUE '00'.
       1 WS-POLICY-STATUS PIC XX VALUE '00'.
       1 WS-CLAIM-STATUS PIC XX VALUE '00'.
       1 WS-QUOTE-STATUS PIC XX VALUE '00'.
       1 WS-AUDIT-STATUS PIC XX VALUE '00'.
       1 WS-JOURNAL-STATUS PIC XX VALUE '00'.
       1 WS-BANK-STATUS PIC XX VALUE '00'.
       1 WS-REPORT-STATUS PIC XX VALUE '00'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-FOUND-SW PIC X VALUE 'N'.
       1 WS-MATCH-SW PIC X VALUE 'N'.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-RUN-DATE PIC X(10) VALUE SPACES.
       1 WS-SUBJECT-NUM PIC 9(10) VALUE ZERO.
      *+---------------------------------------------------------------+
      *| The customer numbers the extract covers - the subject's own   |
      *| and those of any duplicate records merged into it.            |
      *+---------------------------------------------------------------+
       1 WS-MAX-NUMBERS PIC 9(3) VALUE 50.
       1 WS-NUMBER-COUNT PIC 9(3) VALUE ZERO.
       1 WS-NUMBER-DROPPED PIC 9(5) VALUE ZERO.
       1 WS-NUMBER-TABLE.
          05 WS-NT-CUSTOMER-NUM PIC 9(10) OCCURS 50 TIMES.
       1 WS-NT-IDX PIC 9(3) VALUE ZERO.
       1 WS-LOOKUP-CUSTOMER PIC 9(10) VALUE ZERO.
      *+---------------------------------------------------------------+
      *| The policy numbers held under those customer numbers.         |
      *+---------------------------------------------------------------+
       1 WS-MAX-POLICIES PIC 9(5) VALUE 1000.
       1 WS-POLICY-COUNT PIC 9(5) VALUE ZERO.
       1 WS-POLICY-DROPPED PIC 9(5) VALUE ZERO.
       1 WS-POLICY-TABLE.
          05 WS-PT-POLICY-NUM PIC 9(10) OCCURS 1000 TIMES.
       1 WS-PT-IDX PIC 9(5) VALUE ZERO.
       1 WS-LOOKUP-POLICY PIC 9(10) VALUE ZERO.
       1 WS-CUSTOMER-COUNT PIC 9(7) VALUE ZERO.
       1 WS-CLAIM-COUNT PIC 9(7) VALUE ZERO.
       1 WS-QUOTE-COUNT PIC 9(7) VALUE ZERO.
       1 WS-BANK-COUNT PIC 9(7) VALUE ZERO.
       1 WS-AUDIT-COUNT PIC 9(7) VALUE ZERO.
       1 WS-JOURNAL-COUNT PIC 9(7) VALUE ZERO.
       1 WS-POLICY-IMAGE PIC X(1206) VALUE SPACES.
       1 WS-IMAGE-POLICY-TYPE PIC X VALUE SPACE.
       1 WS-FLD-IDX PIC 9(3) VALUE ZERO.
       1 WS-FLD-OFF PIC 9(4) VALUE ZERO.
       1 WS-FLD-LEN PIC 9(4) VALUE ZERO.
      *+---------------------------------------------------------------+
      *| WS-FIELD-DIRECTORY - one entry per LGPOLICY field: name,      |
      *| 1-based offset into the record image, length, and the policy  |
      *| type the field belongs to ('*' for the common fields ahead    |
      *| of and behind PR-POLICY-SPECIFIC). Kept in step with the      |
      *| LGBHST01 directory.                                           |
      *+---------------------------------------------------------------+
       1 WS-FIELD-DIRECTORY.
          05 FILLER PIC X(29) VALUE 'PR-POLICY-TYPE      00110001*'.
          05 FILLER PIC X(29) VALUE 'PR-CUSTOMER-NUM     00120010*'.
          05 FILLER PIC X(29) VALUE 'PR-ISSUE-DATE       00220010*'.
          05 FILLER PIC X(29) VALUE 'PR-EXPIRY-DATE      00320010*'.
          05 FILLER PIC X(29) VALUE 'PR-BROKERID         00680010*'.
          05 FILLER PIC X(29) VALUE 'PR-BROKERSREF       00780010*'.
          05 FILLER PIC X(29) VALUE 'PR-PAYMENT          00880006*'.
          05 FILLER PIC X(29) VALUE 'PR-CANCEL-DATE      11960010*'.
          05 FILLER PIC X(29) VALUE 'PR-PAY-PLAN         12060001*'.
          05 FILLER PIC X(29) VALUE 'PR-M-MAKE           00940015M'.
          05 FILLER PIC X(29) VALUE 'PR-M-MODEL          01090015M'.
          05 FILLER PIC X(29) VALUE 'PR-M-VALUE          01240006M'.
          05 FILLER PIC X(29) VALUE 'PR-M-REGNUMBER      01300007M'.
          05 FILLER PIC X(29) VALUE 'PR-M-COLOUR         01370008M'.
          05 FILLER PIC X(29) VALUE 'PR-M-CC             01450004M'.
          05 FILLER PIC X(29) VALUE 'PR-M-MANUFACTURED   01490010M'.
          05 FILLER PIC X(29) VALUE 'PR-M-PREMIUM        01590006M'.
          05 FILLER PIC X(29) VALUE 'PR-M-ACCIDENTS      01650006M'.
          05 FILLER PIC X(29) VALUE 'PR-H-PROPERTY-TYPE  00940015H'.
          05 FILLER PIC X(29) VALUE 'PR-H-BEDROOMS       01090003H'.
          05 FILLER PIC X(29) VALUE 'PR-H-VALUE          01120008H'.
          05 FILLER PIC X(29) VALUE 'PR-H-HOUSE-NAME     01200020H'.
          05 FILLER PIC X(29) VALUE 'PR-H-HOUSE-NUMBER   01400004H'.
          05 FILLER PIC X(29) VALUE 'PR-H-POSTCODE       01440008H'.
          05 FILLER PIC X(29) VALUE 'PR-H-PREMIUM        01520008H'.
          05 FILLER PIC X(29) VALUE 'PR-H-FLOODRISK      01600001H'.
          05 FILLER PIC X(29) VALUE 'PR-E-WITH-PROFITS   00940001E'.
          05 FILLER PIC X(29) VALUE 'PR-E-EQUITIES       00950001E'.
          05 FILLER PIC X(29) VALUE 'PR-E-MANAGED-FUND   00960001E'.
          05 FILLER PIC X(29) VALUE 'PR-E-FUND-NAME      00970010E'.
          05 FILLER PIC X(29) VALUE 'PR-E-TERM           01070002E'.
          05 FILLER PIC X(29) VALUE 'PR-E-SUM-ASSURED    01090006E'.
          05 FILLER PIC X(29) VALUE 'PR-E-LIFE-ASSURED   01150031E'.
          05 FILLER PIC X(29) VALUE 'PR-B-ADDRESS        00940255C'.
          05 FILLER PIC X(29) VALUE 'PR-B-POSTCODE       03490008C'.
          05 FILLER PIC X(29) VALUE 'PR-B-LATITUDE       03570011C'.
          05 FILLER PIC X(29) VALUE 'PR-B-LONGITUDE      03680011C'.
          05 FILLER PIC X(29) VALUE 'PR-B-CUSTOMER       03790255C'.
          05 FILLER PIC X(29) VALUE 'PR-B-PROPTYPE       06340255C'.
          05 FILLER PIC X(29) VALUE 'PR-B-FIREPERIL      08890004C'.
          05 FILLER PIC X(29) VALUE 'PR-B-FIREPREMIUM    08930008C'.
          05 FILLER PIC X(29) VALUE 'PR-B-CRIMEPERIL     09010004C'.
          05 FILLER PIC X(29) VALUE 'PR-B-CRIMEPREMIUM   09050008C'.
          05 FILLER PIC X(29) VALUE 'PR-B-FLOODPERIL     09130004C'.
          05 FILLER PIC X(29) VALUE 'PR-B-FLOODPREMIUM   09170008C'.
          05 FILLER PIC X(29) VALUE 'PR-B-WEATHERPERIL   09250004C'.
          05 FILLER PIC X(29) VALUE 'PR-B-WEATHERPREMIUM 09290008C'.
          05 FILLER PIC X(29) VALUE 'PR-B-STATUS         09370004C'.
          05 FILLER PIC X(29) VALUE 'PR-B-REJECTREASON   09410245C'.
          05 FILLER PIC X(29) VALUE 'PR-B-SUM-INSURED    11860010C'.
       1 WS-FIELD-TABLE REDEFINES WS-FIELD-DIRECTORY.
          05 WS-FLD-ENTRY OCCURS 50 TIMES.
             10 WS-FLD-NAME PIC X(20).
             10 WS-FLD-OFFSET PIC 9(4).
             10 WS-FLD-LENGTH PIC 9(4).
             10 WS-FLD-TYPE PIC X.
      *+---------------------------------------------------------------+
      *| Extract lines.                                                |
      *+---------------------------------------------------------------+
       1 WS-HEADING-1.
          05 FILLER PIC X(33) VALUE
             'SUBJECT ACCESS EXTRACT - CUSTOMER'.
          05 FILLER PIC X VALUE SPACE.
          05 HL-CUSTOMER-NUM PIC 9(10).
          05 FILLER PIC X(13) VALUE ' - PRODUCED '.
          05 HL-RUN-DATE PIC X(10).
          05 FILLER PIC X(65) VALUE SPACES.
       1 WS-SECTION-TITLE PIC X(132) VALUE SPACES.
       1 WS-LV-LABEL PIC X(24) VALUE SPACES.
       1 WS-LV-VALUE PIC X(255) VALUE SPACES.
       1 WS-VALUE-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 VL-LABEL PIC X(24).
          05 VL-VALUE PIC X(100).
          05 FILLER PIC X(4) VALUE SPACES.
       1 WS-ENTRY-LINE.
          05 FILLER PIC X(2) VALUE SPACES.
          05 EL-TEXT PIC X(130).
       1 WS-CHANGE-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 CL-FIELD-NAME PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CL-OLD-VALUE PIC X(50).
          05 FILLER PIC X(4) VALUE ' -> '.
          05 CL-NEW-VALUE PIC X(50).
          05 FILLER PIC X(2) VALUE SPACES.
       1 WS-COUNT-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 CT-COUNT PIC Z(6)9.
          05 FILLER PIC X VALUE SPACE.
          05 CT-TEXT PIC X(120).
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE BC-BUSINESS-YYYYMMDD TO WS-TODAY
           MOVE SPACES TO WS-RUN-DATE
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-RUN-DATE
           PERFORM READ-PARM-RECORD
           IF WS-FAILED-SW = 'Y'
              MOVE 16 TO RETURN-CODE
              PERFORM END-BATCH-RUN
              GOBACK
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-SUBJECT-NUM TO HL-CUSTOMER-NUM
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 1 TO WS-NUMBER-COUNT
           MOVE WS-SUBJECT-NUM TO WS-NT-CUSTOMER-NUM(1)
           PERFORM EXTRACT-CUSTOMERS
           PERFORM EXTRACT-POLICIES
           PERFORM EXTRACT-BANK-ACCOUNTS
           PERFORM EXTRACT-CLAIMS
           PERFORM EXTRACT-QUOTES
           PERFORM EXTRACT-AUDIT-ENTRIES
           PERFORM EXTRACT-JOURNAL-ENTRIES
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FAILED-SW = 'Y'
              OR WS-NUMBER-DROPPED > 0
              OR WS-POLICY-DROPPED > 0
              MOVE '*** EXTRACT INCOMPLETE - NOT TO BE RELEASED ***'
                 TO REPORT-LINE
           ELSE
              MOVE '*** END OF EXTRACT ***' TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY 'LGBSAR01 CUSTOMER ' WS-SUBJECT-NUM ' - '
              WS-CUSTOMER-COUNT ' CUSTOMER, ' WS-POLICY-COUNT
              ' POLICY, ' WS-BANK-COUNT ' BANK, '
              WS-CLAIM-COUNT ' CLAIM, ' WS-QUOTE-COUNT
              ' QUOTE, ' WS-AUDIT-COUNT ' AUDIT, ' WS-JOURNAL-COUNT
              ' JOURNAL RECORDS EXTRACTED'
           IF WS-FAILED-SW = 'Y'
              OR WS-NUMBER-DROPPED > 0
              OR WS-POLICY-DROPPED > 0
              DISPLAY 'LGBSAR01 FAILED - A FILE WAS NOT FULLY READ OR '
                 'TABLE CAPACITY EXCEEDED, EXTRACT INCOMPLETE'
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-FOUND-SW = 'N'
                 DISPLAY 'LGBSAR01 WARNING - NO CUSTOMER RECORD FOR '
                    WS-SUBJECT-NUM
                 MOVE 8 TO RETURN-CODE
              END-IF
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
           MOVE 'LGBSAR01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE ZERO TO BC-RECORDS-READ
           ADD WS-CUSTOMER-COUNT WS-POLICY-COUNT WS-CLAIM-COUNT
              WS-QUOTE-COUNT WS-AUDIT-COUNT WS-JOURNAL-COUNT
              WS-BANK-COUNT
              GIVING BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
      *+---------------------------------------------------------------+
      *| READ-PARM-RECORD                                              |
      *|     Unlike the optional parameter files of the other batch    |
      *|     jobs SARPARM is required - there is no sensible default   |
      *|     subject, so a missing, empty or non-numeric SARPARM       |
      *|     fails the run before any extract is written.              |
      *+---------------------------------------------------------------+
       READ-PARM-RECORD.
           MOVE 'Y' TO WS-FAILED-SW
           MOVE '00' TO WS-PARM-STATUS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '05' OR WS-PARM-STATUS = '35'
              DISPLAY 'LGBSAR01 FAILED - NO SARPARM, NO CUSTOMER NAMED'
           ELSE
              READ PARM-FILE
                 AT END
                    DISPLAY 'LGBSAR01 FAILED - SARPARM IS EMPTY, NO '
                       'CUSTOMER NAMED'
                 NOT AT END
                    IF PARM-CUSTOMER-NUM IS NUMERIC
                       AND PARM-CUSTOMER-NUM NOT = ZERO
                       MOVE 'N' TO WS-FAILED-SW
                       MOVE PARM-CUSTOMER-NUM TO WS-SUBJECT-NUM
                    ELSE
                       DISPLAY 'LGBSAR01 FAILED - SARPARM <'
                          PARM-CUSTOMER-NUM '> IS NOT A CUSTOMER '
                          'NUMBER'
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| EXTRACT-CUSTOMERS                                             |
      *|     Lists the subject's own record and every record merged    |
      *|     into it, and adds the merged numbers to WS-NUMBER-TABLE   |
      *|     so the later sections pick up what was held under them.   |
      *+---------------------------------------------------------------+
       EXTRACT-CUSTOMERS.
           MOVE '1  CUSTOMER RECORDS' TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE '00' TO WS-CUSTOMER-STATUS
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = '05' OR WS-CUSTOMER-STATUS = '35'
              MOVE '10' TO WS-CUSTOMER-STATUS
           ELSE
              IF WS-CUSTOMER-STATUS NOT = '00'
                 DISPLAY 'LGBSAR01 ERROR - CANNOT OPEN CUSTOMER, '
                    'STATUS ' WS-CUSTOMER-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-CUSTOMER-STATUS NOT = '00'
              READ CUSTOMER-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-CUSTOMER-STATUS
              END-READ
              IF WS-CUSTOMER-STATUS = '00'
                 IF CUS-CUSTOMER-NUM = WS-SUBJECT-NUM
                    MOVE 'Y' TO WS-FOUND-SW
                    PERFORM WRITE-CUSTOMER-RECORD
                 ELSE
                    IF CUS-MERGED-INTO IS NUMERIC
                       AND CUS-MERGED-INTO = WS-SUBJECT-NUM
                       PERFORM ADD-MERGED-NUMBER
                       PERFORM WRITE-CUSTOMER-RECORD
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CUSTOMER-STATUS NOT = '10'
              AND WS-FAILED-SW = 'N'
              DISPLAY 'LGBSAR01 ERROR - CUSTOMER READ FAILED, '
                 'STATUS ' WS-CUSTOMER-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE CUSTOMER-FILE
           IF WS-FOUND-SW = 'N'
              MOVE SPACES TO EL-TEXT
              MOVE 'NO CUSTOMER RECORD HOLDS THIS NUMBER' TO EL-TEXT
              MOVE WS-ENTRY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           MOVE WS-CUSTOMER-COUNT TO CT-COUNT
           MOVE 'CUSTOMER RECORDS' TO CT-TEXT
           PERFORM WRITE-COUNT-LINE
           .
       ADD-MERGED-NUMBER.
           IF WS-NUMBER-COUNT < WS-MAX-NUMBERS
              ADD 1 TO WS-NUMBER-COUNT
              MOVE CUS-CUSTOMER-NUM TO
                 WS-NT-CUSTOMER-NUM(WS-NUMBER-COUNT)
           ELSE
              ADD 1 TO WS-NUMBER-DROPPED
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-CUSTOMER-RECORD                                         |
      *|     CUS-SEC-PASS holds the online password and is reported    |
      *|     only as set or not set.                                   |
      *+---------------------------------------------------------------+
       WRITE-CUSTOMER-RECORD.
           ADD 1 TO WS-CUSTOMER-COUNT
           PERFORM WRITE-RECORD-BREAK
           MOVE 'CUS-CUSTOMER-NUM' TO WS-LV-LABEL
           MOVE CUS-CUSTOMER-NUM TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-FIRST-NAME' TO WS-LV-LABEL
           MOVE CUS-FIRST-NAME TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-LAST-NAME' TO WS-LV-LABEL
           MOVE CUS-LAST-NAME TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-DOB' TO WS-LV-LABEL
           MOVE CUS-DOB TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-HOUSE-NAME' TO WS-LV-LABEL
           MOVE CUS-HOUSE-NAME TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-HOUSE-NUM' TO WS-LV-LABEL
           MOVE CUS-HOUSE-NUM TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-POSTCODE' TO WS-LV-LABEL
           MOVE CUS-POSTCODE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-NUM-POLICIES' TO WS-LV-LABEL
           MOVE CUS-NUM-POLICIES TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-PHONE-MOBILE' TO WS-LV-LABEL
           MOVE CUS-PHONE-MOBILE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-PHONE-HOME' TO WS-LV-LABEL
           MOVE CUS-PHONE-HOME TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-EMAIL-ADDRESS' TO WS-LV-LABEL
           MOVE CUS-EMAIL-ADDRESS TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-SEC-PASS' TO WS-LV-LABEL
           IF CUS-SEC-PASS = SPACES OR CUS-SEC-PASS = LOW-VALUES
              MOVE 'NOT SET' TO WS-LV-VALUE
           ELSE
              MOVE 'SET - NOT DISCLOSED' TO WS-LV-VALUE
           END-IF
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-SEC-COUNT' TO WS-LV-LABEL
           MOVE CUS-SEC-COUNT TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-SEC-STATE' TO WS-LV-LABEL
           MOVE CUS-SEC-STATE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-MERGED-INTO' TO WS-LV-LABEL
           MOVE CUS-MERGED-INTO TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-MERGED-DATE' TO WS-LV-LABEL
           MOVE CUS-MERGED-DATE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CUS-PURGED-DATE' TO WS-LV-LABEL
           MOVE CUS-PURGED-DATE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           IF CUS-CUSTOMER-NUM = WS-SUBJECT-NUM
              AND CUS-MERGED-INTO IS NUMERIC
              AND CUS-MERGED-INTO > ZERO
              MOVE SPACES TO EL-TEXT
              STRING 'THIS RECORD WAS MERGED INTO CUSTOMER '
                 CUS-MERGED-INTO ' - EXTRACT THAT CUSTOMER AS WELL'
                 DELIMITED BY SIZE INTO EL-TEXT
              MOVE WS-ENTRY-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| EXTRACT-POLICIES                                              |
      *|     Every policy under the extract's customer numbers, its    |
      *|     number kept for the claim, audit and journal sections.    |
      *+---------------------------------------------------------------+
       EXTRACT-POLICIES.
           MOVE '2  POLICY RECORDS' TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE '00' TO WS-POLICY-STATUS
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS = '05' OR WS-POLICY-STATUS = '35'
              MOVE '10' TO WS-POLICY-STATUS
           ELSE
              IF WS-POLICY-STATUS NOT = '00'
                 DISPLAY 'LGBSAR01 ERROR - CANNOT OPEN POLICY, '
                    'STATUS ' WS-POLICY-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-POLICY-STATUS NOT = '00'
              READ POLICY-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-POLICY-STATUS
              END-READ
              IF WS-POLICY-STATUS = '00'
                 MOVE PR-CUSTOMER-NUM TO WS-LOOKUP-CUSTOMER
                 PERFORM MATCH-CUSTOMER-NUMBER
                 IF WS-MATCH-SW = 'Y'
                    PERFORM WRITE-POLICY-RECORD
                 END-IF
              END-IF
           END-PERFORM
           IF WS-POLICY-STATUS NOT = '10'
              DISPLAY 'LGBSAR01 ERROR - POLICY READ FAILED, '
                 'STATUS ' WS-POLICY-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE POLICY-FILE
           MOVE WS-POLICY-COUNT TO CT-COUNT
           MOVE 'POLICY RECORDS' TO CT-TEXT
           PERFORM WRITE-COUNT-LINE
           .
       WRITE-POLICY-RECORD.
           IF WS-POLICY-COUNT < WS-MAX-POLICIES
              ADD 1 TO WS-POLICY-COUNT
              MOVE PR-POLICY-NUM TO WS-PT-POLICY-NUM(WS-POLICY-COUNT)
           ELSE
              ADD 1 TO WS-POLICY-DROPPED
           END-IF
           PERFORM WRITE-RECORD-BREAK
           MOVE 'PR-POLICY-NUM' TO WS-LV-LABEL
           MOVE PR-POLICY-NUM TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'PR-LASTCHANGED' TO WS-LV-LABEL
           MOVE PR-LASTCHANGED TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE POLICY-RECORD TO WS-POLICY-IMAGE
           MOVE PR-POLICY-TYPE TO WS-IMAGE-POLICY-TYPE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
              UNTIL WS-FLD-IDX > 50
              IF WS-FLD-TYPE(WS-FLD-IDX) = '*'
                 OR WS-FLD-TYPE(WS-FLD-IDX) = WS-IMAGE-POLICY-TYPE
                 MOVE WS-FLD-OFFSET(WS-FLD-IDX) TO WS-FLD-OFF
                 MOVE WS-FLD-LENGTH(WS-FLD-IDX) TO WS-FLD-LEN
                 MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-LV-LABEL
                 MOVE WS-POLICY-IMAGE(WS-FLD-OFF:WS-FLD-LEN)
                    TO WS-LV-VALUE
                 PERFORM WRITE-LABELLED-VALUE
              END-IF
           END-PERFORM
           .
      *+---------------------------------------------------------------+
      *| EXTRACT-CLAIMS                                                |
      *+---------------------------------------------------------------+
       EXTRACT-CLAIMS.
           MOVE '4  CLAIM RECORDS' TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE '00' TO WS-CLAIM-STATUS
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS = '05' OR WS-CLAIM-STATUS = '35'
              MOVE '10' TO WS-CLAIM-STATUS
           ELSE
              IF WS-CLAIM-STATUS NOT = '00'
                 DISPLAY 'LGBSAR01 ERROR - CANNOT OPEN CLAIM, '
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
                 PERFORM MATCH-POLICY-NUMBER
                 IF WS-MATCH-SW = 'Y'
                    PERFORM WRITE-CLAIM-RECORD
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CLAIM-STATUS NOT = '10'
              DISPLAY 'LGBSAR01 ERROR - CLAIM READ FAILED, '
                 'STATUS ' WS-CLAIM-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE CLAIM-FILE
           MOVE WS-CLAIM-COUNT TO CT-COUNT
           MOVE 'CLAIM RECORDS' TO CT-TEXT
           PERFORM WRITE-COUNT-LINE
           .
       WRITE-CLAIM-RECORD.
           ADD 1 TO WS-CLAIM-COUNT
           PERFORM WRITE-RECORD-BREAK
           MOVE 'CLM-CLAIM-NUM' TO WS-LV-LABEL
           MOVE CLM-CLAIM-NUM TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CLM-POLICY-NUM' TO WS-LV-LABEL
           MOVE CLM-POLICY-NUM TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CLM-DATE' TO WS-LV-LABEL
           MOVE CLM-DATE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CLM-PAID' TO WS-LV-LABEL
           MOVE CLM-PAID TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CLM-VALUE' TO WS-LV-LABEL
           MOVE CLM-VALUE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CLM-CAUSE' TO WS-LV-LABEL
           MOVE CLM-CAUSE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CLM-OBSERVATIONS' TO WS-LV-LABEL
           MOVE CLM-OBSERVATIONS TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CLM-STATUS' TO WS-LV-LABEL
           MOVE CLM-STATUS TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'CLM-CLOSE-REASON' TO WS-LV-LABEL
           MOVE CLM-CLOSE-REASON TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           .
      *+---------------------------------------------------------------+
      *| EXTRACT-BANK-ACCOUNTS                                         |
      *|     The BANKACCT record of each of the extract's customer     |
      *|     numbers - the survivor's, and a merged duplicate's left   |
      *|     on its own number when both had one.                      |
      *+---------------------------------------------------------------+
       EXTRACT-BANK-ACCOUNTS.
           MOVE '3  BANK ACCOUNTS AND MANDATES' TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE '00' TO WS-BANK-STATUS
           OPEN INPUT BANK-FILE
           IF WS-BANK-STATUS = '05' OR WS-BANK-STATUS = '35'
              MOVE '10' TO WS-BANK-STATUS
           ELSE
              IF WS-BANK-STATUS NOT = '00'
                 DISPLAY 'LGBSAR01 ERROR - CANNOT OPEN BANKACCT, '
                    'STATUS ' WS-BANK-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-BANK-STATUS NOT = '00'
              READ BANK-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-BANK-STATUS
              END-READ
              IF WS-BANK-STATUS = '00'
                 MOVE BNK-CUSTOMER-NUM TO WS-LOOKUP-CUSTOMER
                 PERFORM MATCH-CUSTOMER-NUMBER
                 IF WS-MATCH-SW = 'Y'
                    PERFORM WRITE-BANK-RECORD
                 END-IF
              END-IF
           END-PERFORM
           IF WS-BANK-STATUS NOT = '10'
              DISPLAY 'LGBSAR01 ERROR - BANKACCT READ FAILED, '
                 'STATUS ' WS-BANK-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE BANK-FILE
           MOVE WS-BANK-COUNT TO CT-COUNT
           MOVE 'BANK ACCOUNT RECORDS' TO CT-TEXT
           PERFORM WRITE-COUNT-LINE
           .
       WRITE-BANK-RECORD.
           ADD 1 TO WS-BANK-COUNT
           PERFORM WRITE-RECORD-BREAK
           MOVE 'BNK-CUSTOMER-NUM' TO WS-LV-LABEL
           MOVE BNK-CUSTOMER-NUM TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'BNK-ACCOUNT-NAME' TO WS-LV-LABEL
           MOVE BNK-ACCOUNT-NAME TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'BNK-SORT-CODE' TO WS-LV-LABEL
           MOVE BNK-SORT-CODE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'BNK-ACCOUNT-NUM' TO WS-LV-LABEL
           MOVE BNK-ACCOUNT-NUM TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'BNK-ACCOUNT-STATUS' TO WS-LV-LABEL
           MOVE BNK-ACCOUNT-STATUS TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'BNK-MANDATE-REF' TO WS-LV-LABEL
           MOVE BNK-MANDATE-REF TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'BNK-MANDATE-STATUS' TO WS-LV-LABEL
           MOVE BNK-MANDATE-STATUS TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'BNK-UPDATED-DATE' TO WS-LV-LABEL
           MOVE BNK-UPDATED-DATE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'BNK-BAD-DATE' TO WS-LV-LABEL
           MOVE BNK-BAD-DATE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'BNK-BAD-REASON' TO WS-LV-LABEL
           MOVE BNK-BAD-REASON TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           .
      *+---------------------------------------------------------------+
      *| EXTRACT-QUOTES                                                |
      *|     The rated detail is listed through the layout for the     |
      *|     quote's own policy type.                                  |
      *+---------------------------------------------------------------+
       EXTRACT-QUOTES.
           MOVE '5  QUOTATIONS' TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE '00' TO WS-QUOTE-STATUS
           OPEN INPUT QUOTE-FILE
           IF WS-QUOTE-STATUS = '05' OR WS-QUOTE-STATUS = '35'
              MOVE '10' TO WS-QUOTE-STATUS
           ELSE
              IF WS-QUOTE-STATUS NOT = '00'
                 DISPLAY 'LGBSAR01 ERROR - CANNOT OPEN QUOTES, '
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
                 PERFORM MATCH-CUSTOMER-NUMBER
                 IF WS-MATCH-SW = 'Y'
                    PERFORM WRITE-QUOTE-RECORD
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QUOTE-STATUS NOT = '10'
              DISPLAY 'LGBSAR01 ERROR - QUOTES READ FAILED, '
                 'STATUS ' WS-QUOTE-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE QUOTE-FILE
           MOVE WS-QUOTE-COUNT TO CT-COUNT
           MOVE 'QUOTATION RECORDS' TO CT-TEXT
           PERFORM WRITE-COUNT-LINE
           .
       WRITE-QUOTE-RECORD.
           ADD 1 TO WS-QUOTE-COUNT
           PERFORM WRITE-RECORD-BREAK
           MOVE 'QTE-QUOTE-NUM' TO WS-LV-LABEL
           MOVE QTE-QUOTE-NUM TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'QTE-QUOTE-DATE' TO WS-LV-LABEL
           MOVE QTE-QUOTE-DATE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'QTE-POLICY-TYPE' TO WS-LV-LABEL
           MOVE QTE-POLICY-TYPE TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'QTE-CUSTOMER-NUM' TO WS-LV-LABEL
           MOVE QTE-CUSTOMER-NUM TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'QTE-PREMIUM' TO WS-LV-LABEL
           MOVE QTE-PREMIUM TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'QTE-FLOODRISK' TO WS-LV-LABEL
           MOVE QTE-FLOODRISK TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           MOVE 'QTE-STATUS' TO WS-LV-LABEL
           MOVE QTE-STATUS TO WS-LV-VALUE
           PERFORM WRITE-LABELLED-VALUE
           IF QTE-POLICY-TYPE = 'H'
              MOVE 'QTE-H-VALUE' TO WS-LV-LABEL
              MOVE QTE-H-VALUE TO WS-LV-VALUE
              PERFORM WRITE-LABELLED-VALUE
              MOVE 'QTE-H-POSTCODE' TO WS-LV-LABEL
              MOVE QTE-H-POSTCODE TO WS-LV-VALUE
              PERFORM WRITE-LABELLED-VALUE
           ELSE
              MOVE 'QTE-M-VALUE' TO WS-LV-LABEL
              MOVE QTE-M-VALUE TO WS-LV-VALUE
              PERFORM WRITE-LABELLED-VALUE
              MOVE 'QTE-M-CC' TO WS-LV-LABEL
              MOVE QTE-M-CC TO WS-LV-VALUE
              PERFORM WRITE-LABELLED-VALUE
              MOVE 'QTE-M-ACCIDENTS' TO WS-LV-LABEL
              MOVE QTE-M-ACCIDENTS TO WS-LV-VALUE
              PERFORM WRITE-LABELLED-VALUE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| EXTRACT-AUDIT-ENTRIES                                         |
      *|     COMAUDIT carries the underwriting decision LGUCOM01       |
      *|     recorded on each of the customer's commercial policies.   |
      *+---------------------------------------------------------------+
       EXTRACT-AUDIT-ENTRIES.
           MOVE '6  COMMERCIAL UNDERWRITING AUDIT' TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE '00' TO WS-AUDIT-STATUS
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '05' OR WS-AUDIT-STATUS = '35'
              MOVE '10' TO WS-AUDIT-STATUS
           ELSE
              IF WS-AUDIT-STATUS NOT = '00'
                 DISPLAY 'LGBSAR01 ERROR - CANNOT OPEN COMAUDIT, '
                    'STATUS ' WS-AUDIT-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-AUDIT-STATUS NOT = '00'
              READ AUDIT-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-AUDIT-STATUS
              END-READ
              IF WS-AUDIT-STATUS = '00'
                 MOVE AUD-POLICY-NUM TO WS-LOOKUP-POLICY
                 PERFORM MATCH-POLICY-NUMBER
                 IF WS-MATCH-SW = 'Y'
                    ADD 1 TO WS-AUDIT-COUNT
                    PERFORM WRITE-RECORD-BREAK
                    MOVE 'AUD-POLICY-NUM' TO WS-LV-LABEL
                    MOVE AUD-POLICY-NUM TO WS-LV-VALUE
                    PERFORM WRITE-LABELLED-VALUE
                    MOVE 'AUD-LASTCHANGED' TO WS-LV-LABEL
                    MOVE AUD-LASTCHANGED TO WS-LV-VALUE
                    PERFORM WRITE-LABELLED-VALUE
                    MOVE 'AUD-STATUS' TO WS-LV-LABEL
                    MOVE AUD-STATUS TO WS-LV-VALUE
                    PERFORM WRITE-LABELLED-VALUE
                    MOVE 'AUD-REJECTREASON' TO WS-LV-LABEL
                    MOVE AUD-REJECTREASON TO WS-LV-VALUE
                    PERFORM WRITE-LABELLED-VALUE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = '10'
              DISPLAY 'LGBSAR01 ERROR - COMAUDIT READ FAILED, '
                 'STATUS ' WS-AUDIT-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE AUDIT-FILE
           MOVE WS-AUDIT-COUNT TO CT-COUNT
           MOVE 'AUDIT RECORDS' TO CT-TEXT
           PERFORM WRITE-COUNT-LINE
           .
      *+---------------------------------------------------------------+
      *| EXTRACT-JOURNAL-ENTRIES                                       |
      *|     An entry belongs to the extract when either image names   |
      *|     one of the customer numbers, or its policy is one of the  |
      *|     customer's - so the history from before a merge moved a   |
      *|     policy across is included. An add is listed with the      |
      *|     record as written; a rewrite with each changed field, old |
      *|     and new, as LGBHST01 prints them.                         |
      *+---------------------------------------------------------------+
       EXTRACT-JOURNAL-ENTRIES.
           MOVE '7  POLICY CHANGE HISTORY' TO WS-SECTION-TITLE
           PERFORM WRITE-SECTION-TITLE
           MOVE '00' TO WS-JOURNAL-STATUS
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '05' OR WS-JOURNAL-STATUS = '35'
              MOVE '10' TO WS-JOURNAL-STATUS
           ELSE
              IF WS-JOURNAL-STATUS NOT = '00'
                 DISPLAY 'LGBSAR01 ERROR - CANNOT OPEN POLJRNL, '
                    'STATUS ' WS-JOURNAL-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-JOURNAL-STATUS NOT = '00'
              READ JOURNAL-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-JOURNAL-STATUS
              END-READ
              IF WS-JOURNAL-STATUS = '00'
                 PERFORM MATCH-JOURNAL-ENTRY
                 IF WS-MATCH-SW = 'Y'
                    PERFORM WRITE-JOURNAL-ENTRY
                 END-IF
              END-IF
           END-PERFORM
           IF WS-JOURNAL-STATUS NOT = '10'
              DISPLAY 'LGBSAR01 ERROR - POLJRNL READ FAILED, '
                 'STATUS ' WS-JOURNAL-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE JOURNAL-FILE
           MOVE WS-JOURNAL-COUNT TO CT-COUNT
           MOVE 'JOURNAL ENTRIES' TO CT-TEXT
           PERFORM WRITE-COUNT-LINE
           .
       MATCH-JOURNAL-ENTRY.
           MOVE 'N' TO WS-MATCH-SW
           IF JRN-AFTER-IMAGE(1:10) IS NUMERIC
              MOVE JRN-AFTER-IMAGE(1:10) TO WS-LOOKUP-POLICY
              PERFORM MATCH-POLICY-NUMBER
           END-IF
           IF WS-MATCH-SW = 'N'
              AND JRN-AFTER-IMAGE(12:10) IS NUMERIC
              MOVE JRN-AFTER-IMAGE(12:10) TO WS-LOOKUP-CUSTOMER
              PERFORM MATCH-CUSTOMER-NUMBER
           END-IF
           IF WS-MATCH-SW = 'N'
              AND JRN-ACTION = 'R'
              AND JRN-BEFORE-IMAGE(12:10) IS NUMERIC
              MOVE JRN-BEFORE-IMAGE(12:10) TO WS-LOOKUP-CUSTOMER
              PERFORM MATCH-CUSTOMER-NUMBER
           END-IF
           .
       WRITE-JOURNAL-ENTRY.
           ADD 1 TO WS-JOURNAL-COUNT
           PERFORM WRITE-RECORD-BREAK
           MOVE SPACES TO EL-TEXT
           IF JRN-ACTION = 'A'
              STRING 'POLICY ' JRN-AFTER-IMAGE(1:10) ' ADDED BY '
                 JRN-PROGRAM-ID ' AT ' JRN-TIMESTAMP
                 DELIMITED BY SIZE INTO EL-TEXT
           ELSE
              STRING 'POLICY ' JRN-AFTER-IMAGE(1:10) ' CHANGED BY '
                 JRN-PROGRAM-ID ' AT ' JRN-TIMESTAMP
                 DELIMITED BY SIZE INTO EL-TEXT
           END-IF
           MOVE WS-ENTRY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE JRN-AFTER-IMAGE(11:1) TO WS-IMAGE-POLICY-TYPE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
              UNTIL WS-FLD-IDX > 50
              IF WS-FLD-TYPE(WS-FLD-IDX) = '*'
                 OR WS-FLD-TYPE(WS-FLD-IDX) = WS-IMAGE-POLICY-TYPE
                 MOVE WS-FLD-OFFSET(WS-FLD-IDX) TO WS-FLD-OFF
                 MOVE WS-FLD-LENGTH(WS-FLD-IDX) TO WS-FLD-LEN
                 IF JRN-ACTION = 'A'
                    MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-LV-LABEL
                    MOVE JRN-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN)
                       TO WS-LV-VALUE
                    PERFORM WRITE-LABELLED-VALUE
                 ELSE
                    IF JRN-BEFORE-IMAGE(WS-FLD-OFF:WS-FLD-LEN) NOT =
                       JRN-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN)
                       PERFORM WRITE-CHANGE-LINE
                    END-IF
                 END-IF
              END-IF
           END-PERFORM
           .
      *+---------------------------------------------------------------+
      *| WRITE-CHANGE-LINE                                             |
      *|     Old and new side by side; a field too long for the        |
      *|     columns (the commercial text fields) is listed in full    |
      *|     instead, old value then new.                              |
      *+---------------------------------------------------------------+
       WRITE-CHANGE-LINE.
           IF WS-FLD-LEN > 50
              MOVE WS-FLD-NAME(WS-FLD-IDX) TO WS-LV-LABEL
              MOVE JRN-BEFORE-IMAGE(WS-FLD-OFF:WS-FLD-LEN)
                 TO WS-LV-VALUE
              PERFORM WRITE-LABELLED-VALUE
              MOVE '  CHANGED TO' TO WS-LV-LABEL
              MOVE JRN-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN)
                 TO WS-LV-VALUE
              PERFORM WRITE-LABELLED-VALUE
           ELSE
              MOVE WS-FLD-NAME(WS-FLD-IDX) TO CL-FIELD-NAME
              MOVE SPACES TO CL-OLD-VALUE
              MOVE SPACES TO CL-NEW-VALUE
              MOVE JRN-BEFORE-IMAGE(WS-FLD-OFF:WS-FLD-LEN)
                 TO CL-OLD-VALUE
              MOVE JRN-AFTER-IMAGE(WS-FLD-OFF:WS-FLD-LEN)
                 TO CL-NEW-VALUE
              MOVE WS-CHANGE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| MATCH-CUSTOMER-NUMBER / MATCH-POLICY-NUMBER                   |
      *|     Set WS-MATCH-SW to 'Y' when WS-LOOKUP-CUSTOMER or         |
      *|     WS-LOOKUP-POLICY is one of the extract's own.             |
      *+---------------------------------------------------------------+
       MATCH-CUSTOMER-NUMBER.
           MOVE 'N' TO WS-MATCH-SW
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1
              UNTIL WS-NT-IDX > WS-NUMBER-COUNT
                 OR WS-MATCH-SW = 'Y'
              IF WS-NT-CUSTOMER-NUM(WS-NT-IDX) = WS-LOOKUP-CUSTOMER
                 MOVE 'Y' TO WS-MATCH-SW
              END-IF
           END-PERFORM
           .
       MATCH-POLICY-NUMBER.
           MOVE 'N' TO WS-MATCH-SW
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
              UNTIL WS-PT-IDX > WS-POLICY-COUNT
                 OR WS-MATCH-SW = 'Y'
              IF WS-PT-POLICY-NUM(WS-PT-IDX) = WS-LOOKUP-POLICY
                 MOVE 'Y' TO WS-MATCH-SW
              END-IF
           END-PERFORM
           .
      *+---------------------------------------------------------------+
      *| WRITE-LABELLED-VALUE                                          |
      *|     One line per field, label and value; the 255-character    |
      *|     free text fields run on to a second and third line so     |
      *|     nothing held is cut off.                                  |
      *+---------------------------------------------------------------+
       WRITE-LABELLED-VALUE.
           MOVE WS-LV-LABEL TO VL-LABEL
           MOVE WS-LV-VALUE(1:100) TO VL-VALUE
           MOVE WS-VALUE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-LV-VALUE(101:155) NOT = SPACES
              MOVE SPACES TO VL-LABEL
              MOVE WS-LV-VALUE(101:100) TO VL-VALUE
              MOVE WS-VALUE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
              IF WS-LV-VALUE(201:55) NOT = SPACES
                 MOVE SPACES TO VL-VALUE
                 MOVE WS-LV-VALUE(201:55) TO VL-VALUE
                 MOVE WS-VALUE-LINE TO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-IF
           MOVE SPACES TO WS-LV-VALUE
           .
       WRITE-SECTION-TITLE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SECTION-TITLE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-RECORD-BREAK.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-COUNT-LINE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COUNT-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       END PROGRAM 'LGBSAR01'.

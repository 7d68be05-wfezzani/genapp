      *+---------------------------------------------------------------+
      *| LGBLET01                                                      |
      *|     Overnight letter production. Reads the day's CORRESP      |
      *|     correspondence events (COPY LGCORREV), raised through     |
      *|     LGCORR01 by the policy and claim transactions, and merges |
      *|     each with the customer's name, address and email from     |
      *|     the CUSTOMER master as it stands tonight:                 |
      *|       - an email address held: one EMAILDSP email dispatch    |
      *|         record (COPY LGEMLDSP)                                |
      *|       - otherwise: one LETPRINT print bureau record           |
      *|         (COPY LGLETPRT)                                       |
      *|     An event for a customer merged into another (LGMCUS01)    |
      *|     goes to the surviving record. A customer not on file,     |
      *|     anonymised by the LGBPRG01 retention purge, or with       |
      *|     neither a postal address nor an email cannot be written   |
      *|     to; the event is listed on the report for the call        |
      *|     centre to follow up and the run ends RETURN-CODE 8.       |
      *|                                                               |
      *|     The LETRPT report counts the night's letters by type and  |
      *|     channel - the evidence that every cancellation refund     |
      *|     and claim decision was put in writing - followed by the   |
      *|     undeliverable events.                                     |
      *|                                                               |
      *|     CORRESP is cleared only when every event reached its      |
      *|     output. A file that cannot be read or written, or a       |
      *|     CUSTOMER file larger than the table, ends RETURN-CODE 16  |
      *|     with LETPRINT, EMAILDSP and LETRPT truncated to empty     |
      *|     and CORRESP left intact, so the rerun produces the whole  |
      *|     night's letters once.                                     |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this business date,   |
      *|     or LGBSUB01 has not finished for the same business date,  |
      *|     unless an operator forces a rerun through RUNFORCE.       |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBLET01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO 'CORRESP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT PRINT-FILE ASSIGN TO 'LETPRINT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
           SELECT EMAIL-FILE ASSIGN TO 'EMAILDSP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'LETRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       COPY LGCORREV.
       FD  CUSTOMER-FILE.
       COPY LGCUSTOM.
       FD  PRINT-FILE.
       COPY LGLETPRT.
       FD  EMAIL-FILE.
       COPY LGEMLDSP.
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       1 WS-EVENT-STATUS PIC XX VALUE '00'.
       1 WS-CUSTOMER-STATUS PIC XX VALUE '00'.
       1 WS-PRINT-STATUS PIC XX VALUE '00'.
       1 WS-EMAIL-STATUS PIC XX VALUE '00'.
       1 WS-REPORT-STATUS PIC XX VALUE '00'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-RUN-DATE PIC X(10) VALUE SPACES.
      *+---------------------------------------------------------------+
      *| Every customer, with what a letter needs. WS-CT-PURGED-SW is  |
      *| 'Y' for a customer anonymised by the retention purge.         |
      *+---------------------------------------------------------------+
       1 WS-MAX-CUSTOMERS PIC 9(5) VALUE 20000.
       1 WS-CUSTOMER-COUNT PIC 9(5) VALUE ZERO.
       1 WS-CUSTOMER-DROPPED PIC 9(5) VALUE ZERO.
       1 WS-CUSTOMER-TABLE.
          05 WS-CT-ENTRY OCCURS 20000 TIMES.
             10 WS-CT-CUSTOMER-NUM PIC 9(10).
             10 WS-CT-MERGED-INTO PIC 9(10).
             10 WS-CT-PURGED-SW PIC X.
             10 WS-CT-FIRST-NAME PIC X(10).
             10 WS-CT-LAST-NAME PIC X(20).
             10 WS-CT-HOUSE-NAME PIC X(20).
             10 WS-CT-HOUSE-NUM PIC X(4).
             10 WS-CT-POSTCODE PIC X(8).
             10 WS-CT-EMAIL-ADDRESS PIC X(100).
       1 WS-CUST-IDX PIC 9(5) VALUE ZERO.
       1 WS-READ-IDX PIC 9(5) VALUE ZERO.
       1 WS-LOOKUP-CUSTOMER PIC 9(10) VALUE ZERO.
      *    a merge is never made onto a record itself merged away,
      *    but a chain left by bad data must not loop for ever
       1 WS-MAX-MERGE-HOPS PIC 9(2) VALUE 10.
       1 WS-MERGE-HOPS PIC 9(2) VALUE ZERO.
       1 WS-RESOLVED-SW PIC X VALUE 'N'.
      *+---------------------------------------------------------------+
      *| The letter types and their counts by channel. The last entry  |
      *| catches an event whose type this program does not know -      |
      *| it has no template, so it is always undeliverable.            |
      *+---------------------------------------------------------------+
       1 WS-LETTER-TYPE-VALUES.
          05 FILLER PIC X(34) VALUE 'NBUSNEW POLICY SCHEDULE'.
          05 FILLER PIC X(34) VALUE 'CANCCANCELLATION AND REFUND'.
          05 FILLER PIC X(34) VALUE 'MTADMID-TERM ADJUSTMENT'.
          05 FILLER PIC X(34) VALUE 'SURRSURRENDER PAYMENT'.
          05 FILLER PIC X(34) VALUE 'CLRGCLAIM ACKNOWLEDGEMENT'.
          05 FILLER PIC X(34) VALUE 'CLPYCLAIM PAYMENT'.
          05 FILLER PIC X(34) VALUE 'CLCLCLAIM CLOSED'.
          05 FILLER PIC X(34) VALUE 'CLRPCLAIM REPUDIATED'.
          05 FILLER PIC X(34) VALUE '????UNKNOWN LETTER TYPE'.
       1 WS-LETTER-TYPE-TABLE REDEFINES WS-LETTER-TYPE-VALUES.
          05 WS-LT-ENTRY OCCURS 9 TIMES.
             10 WS-LT-TYPE PIC X(4).
             10 WS-LT-DESCRIPTION PIC X(30).
       1 WS-LETTER-COUNTS.
          05 WS-LC-ENTRY OCCURS 9 TIMES.
             10 WS-LC-PRINT PIC 9(7).
             10 WS-LC-EMAIL PIC 9(7).
             10 WS-LC-UNDELIVERABLE PIC 9(7).
       1 WS-MAX-LETTER-TYPES PIC 9(2) VALUE 9.
       1 WS-LT-IDX PIC 9(2) VALUE ZERO.
       1 WS-EVENT-COUNT PIC 9(7) VALUE ZERO.
       1 WS-PRINT-COUNT PIC 9(7) VALUE ZERO.
       1 WS-EMAIL-COUNT PIC 9(7) VALUE ZERO.
       1 WS-UNDELIVERABLE-COUNT PIC 9(7) VALUE ZERO.
       1 WS-LETTER-SEQ PIC 9(7) VALUE ZERO.
      *+---------------------------------------------------------------+
      *| Undeliverable events are held until the counts are printed -  |
      *| the report lists them after the summary.                      |
      *+---------------------------------------------------------------+
       1 WS-UNDELIVERABLE-REASON PIC X(30) VALUE SPACES.
       1 WS-MAX-UNDELIVERABLE PIC 9(5) VALUE 5000.
       1 WS-UNDELIVERABLE-HELD PIC 9(5) VALUE ZERO.
       1 WS-UNDELIVERABLE-TABLE.
          05 WS-UT-ENTRY OCCURS 5000 TIMES.
             10 WS-UT-LETTER-TYPE PIC X(4).
             10 WS-UT-CUSTOMER-NUM PIC 9(10).
             10 WS-UT-POLICY-NUM PIC 9(10).
             10 WS-UT-CLAIM-NUM PIC 9(10).
             10 WS-UT-SOURCE-PROGRAM PIC X(8).
             10 WS-UT-RAISED PIC X(26).
             10 WS-UT-REASON PIC X(30).
       1 WS-UT-IDX PIC 9(5) VALUE ZERO.
       1 WS-HEADING-1.
          05 FILLER PIC X(35) VALUE
             'CUSTOMER CORRESPONDENCE PRODUCED ON'.
          05 FILLER PIC X VALUE SPACE.
          05 HL-RUN-DATE PIC X(10).
          05 FILLER PIC X(86) VALUE SPACES.
       1 WS-HEADING-2.
          05 FILLER PIC X(5) VALUE ' TYPE'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(30) VALUE 'LETTER'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(8) VALUE '   PRINT'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(8) VALUE '   EMAIL'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(13) VALUE 'UNDELIVERABLE'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(8) VALUE '   TOTAL'.
          05 FILLER PIC X(50) VALUE SPACES.
       1 WS-COUNT-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 CL-LETTER-TYPE PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CL-DESCRIPTION PIC X(30).
          05 FILLER PIC X(2) VALUE SPACES.
          05 CL-PRINT PIC Z(7)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CL-EMAIL PIC Z(7)9.
          05 FILLER PIC X(7) VALUE SPACES.
          05 CL-UNDELIVERABLE PIC Z(7)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 CL-TOTAL PIC Z(7)9.
          05 FILLER PIC X(50) VALUE SPACES.
       1 WS-HEADING-3.
          05 FILLER PIC X(21) VALUE ' UNDELIVERABLE EVENTS'.
          05 FILLER PIC X(111) VALUE SPACES.
       1 WS-HEADING-4.
          05 FILLER PIC X(5) VALUE ' TYPE'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(10) VALUE '  CUSTOMER'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(10) VALUE '    POLICY'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(10) VALUE '     CLAIM'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(8) VALUE 'FROM'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(26) VALUE 'RAISED'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(30) VALUE 'REASON'.
          05 FILLER PIC X(21) VALUE SPACES.
       1 WS-UNDELIVERABLE-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 UL-LETTER-TYPE PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 UL-CUSTOMER-NUM PIC Z(9)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 UL-POLICY-NUM PIC Z(9)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 UL-CLAIM-NUM PIC Z(9)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 UL-SOURCE-PROGRAM PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 UL-RAISED PIC X(26).
          05 FILLER PIC X(2) VALUE SPACES.
          05 UL-REASON PIC X(30).
          05 FILLER PIC X(21) VALUE SPACES.
       1 WS-NONE-LINE.
          05 FILLER PIC X(6) VALUE ' NONE.'.
          05 FILLER PIC X(126) VALUE SPACES.
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
           INITIALIZE WS-LETTER-COUNTS
           PERFORM LOAD-CUSTOMER-TABLE
           IF WS-FAILED-SW = 'N'
              AND WS-CUSTOMER-DROPPED = 0
              PERFORM PRODUCE-LETTERS
           END-IF
           IF WS-FAILED-SW = 'N'
              AND WS-CUSTOMER-DROPPED = 0
              PERFORM WRITE-LETTER-REPORT
           END-IF
           DISPLAY 'LGBLET01 ' WS-EVENT-COUNT ' EVENTS READ, '
              WS-PRINT-COUNT ' PRINTED, ' WS-EMAIL-COUNT ' EMAILED, '
              WS-UNDELIVERABLE-COUNT ' UNDELIVERABLE'
           IF WS-FAILED-SW = 'Y'
              OR WS-CUSTOMER-DROPPED > 0
              PERFORM CLEAR-OUTPUT-FILES
              DISPLAY 'LGBLET01 FAILED - A FILE WAS NOT FULLY READ OR '
                 'WRITTEN OR TABLE CAPACITY EXCEEDED, NO LETTERS '
                 'RELEASED, CORRESP LEFT INTACT'
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM CLEAR-EVENT-FILE
              IF WS-UNDELIVERABLE-COUNT > 0
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
           MOVE 'LGBLET01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-EVENT-COUNT TO BC-RECORDS-READ
           ADD WS-PRINT-COUNT WS-EMAIL-COUNT GIVING BC-RECORDS-WRITTEN
           MOVE WS-UNDELIVERABLE-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       LOAD-CUSTOMER-TABLE.
           MOVE '00' TO WS-CUSTOMER-STATUS
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = '05' OR WS-CUSTOMER-STATUS = '35'
              MOVE '10' TO WS-CUSTOMER-STATUS
           ELSE
              IF WS-CUSTOMER-STATUS NOT = '00'
                 DISPLAY 'LGBLET01 ERROR - CANNOT OPEN CUSTOMER, '
                    'STATUS ' WS-CUSTOMER-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-CUSTOMER-STATUS NOT = '00'
              READ CUSTOMER-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-CUSTOMER-STATUS
              END-READ
              IF WS-CUSTOMER-STATUS = '00'
                 PERFORM ADD-CUSTOMER-ENTRY
              END-IF
           END-PERFORM
           IF WS-CUSTOMER-STATUS NOT = '10'
              AND WS-FAILED-SW = 'N'
              DISPLAY 'LGBLET01 ERROR - CUSTOMER READ FAILED, '
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
              IF CUS-PURGED-DATE = SPACES
                 OR CUS-PURGED-DATE = LOW-VALUES
                 MOVE 'N' TO WS-CT-PURGED-SW(WS-CUSTOMER-COUNT)
              ELSE
                 MOVE 'Y' TO WS-CT-PURGED-SW(WS-CUSTOMER-COUNT)
              END-IF
              MOVE CUS-FIRST-NAME TO WS-CT-FIRST-NAME(WS-CUSTOMER-COUNT)
              MOVE CUS-LAST-NAME TO WS-CT-LAST-NAME(WS-CUSTOMER-COUNT)
              MOVE CUS-HOUSE-NAME TO WS-CT-HOUSE-NAME(WS-CUSTOMER-COUNT)
              MOVE CUS-HOUSE-NUM TO WS-CT-HOUSE-NUM(WS-CUSTOMER-COUNT)
              MOVE CUS-POSTCODE TO WS-CT-POSTCODE(WS-CUSTOMER-COUNT)
              MOVE CUS-EMAIL-ADDRESS TO
                 WS-CT-EMAIL-ADDRESS(WS-CUSTOMER-COUNT)
           ELSE
              ADD 1 TO WS-CUSTOMER-DROPPED
           END-IF
           .
      *+---------------------------------------------------------------+
      *| PRODUCE-LETTERS                                               |
      *|     One pass of CORRESP in the order the events were raised,  |
      *|     so a customer written to twice in a day gets the letters  |
      *|     in the order things happened.                             |
      *+---------------------------------------------------------------+
       PRODUCE-LETTERS.
           MOVE '00' TO WS-PRINT-STATUS
           OPEN OUTPUT PRINT-FILE
           IF WS-PRINT-STATUS NOT = '00'
              DISPLAY 'LGBLET01 ERROR - CANNOT OPEN LETPRINT, '
                 'STATUS ' WS-PRINT-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           MOVE '00' TO WS-EMAIL-STATUS
           OPEN OUTPUT EMAIL-FILE
           IF WS-EMAIL-STATUS NOT = '00'
              DISPLAY 'LGBLET01 ERROR - CANNOT OPEN EMAILDSP, '
                 'STATUS ' WS-EMAIL-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           MOVE '00' TO WS-EVENT-STATUS
           OPEN INPUT EVENT-FILE
           IF WS-EVENT-STATUS = '05' OR WS-EVENT-STATUS = '35'
              MOVE '10' TO WS-EVENT-STATUS
           ELSE
              IF WS-EVENT-STATUS NOT = '00'
                 DISPLAY 'LGBLET01 ERROR - CANNOT OPEN CORRESP, '
                    'STATUS ' WS-EVENT-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           IF WS-FAILED-SW = 'Y'
              MOVE '99' TO WS-EVENT-STATUS
           END-IF
           PERFORM UNTIL WS-EVENT-STATUS NOT = '00'
              READ EVENT-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-EVENT-STATUS
              END-READ
              IF WS-EVENT-STATUS = '00'
                 ADD 1 TO WS-EVENT-COUNT
                 PERFORM ROUTE-EVENT
                 IF WS-FAILED-SW = 'Y'
                    MOVE '99' TO WS-EVENT-STATUS
                 END-IF
              END-IF
           END-PERFORM
           IF WS-EVENT-STATUS NOT = '10'
              AND WS-FAILED-SW = 'N'
              DISPLAY 'LGBLET01 ERROR - CORRESP READ FAILED, '
                 'STATUS ' WS-EVENT-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE EVENT-FILE
           CLOSE PRINT-FILE
           CLOSE EMAIL-FILE
           .
      *+---------------------------------------------------------------+
      *| ROUTE-EVENT                                                   |
      *|     Resolves the customer - following a merge to the          |
      *|     survivor - and sends the letter by email when an address  |
      *|     is held, by post when only a postal address is, and to    |
      *|     the undeliverable list otherwise.                         |
      *+---------------------------------------------------------------+
       ROUTE-EVENT.
           PERFORM FIND-LETTER-TYPE
           MOVE COR-CUSTOMER-NUM TO WS-LOOKUP-CUSTOMER
           PERFORM FIND-CUSTOMER
           MOVE ZERO TO WS-MERGE-HOPS
           MOVE 'N' TO WS-RESOLVED-SW
           PERFORM FOLLOW-MERGE UNTIL WS-RESOLVED-SW = 'Y'
           EVALUATE TRUE
              WHEN WS-LT-TYPE(WS-LT-IDX) = '????'
                 MOVE 'UNKNOWN LETTER TYPE' TO WS-UNDELIVERABLE-REASON
                 PERFORM HOLD-UNDELIVERABLE
              WHEN WS-CUST-IDX = 0
                 MOVE 'CUSTOMER NOT ON FILE' TO WS-UNDELIVERABLE-REASON
                 PERFORM HOLD-UNDELIVERABLE
              WHEN WS-CT-MERGED-INTO(WS-CUST-IDX) NOT = 0
                 MOVE 'MERGE CHAIN NOT RESOLVED'
                    TO WS-UNDELIVERABLE-REASON
                 PERFORM HOLD-UNDELIVERABLE
              WHEN WS-CT-PURGED-SW(WS-CUST-IDX) = 'Y'
                 MOVE 'CUSTOMER PURGED' TO WS-UNDELIVERABLE-REASON
                 PERFORM HOLD-UNDELIVERABLE
              WHEN WS-CT-EMAIL-ADDRESS(WS-CUST-IDX) NOT = SPACES
                 AND WS-CT-EMAIL-ADDRESS(WS-CUST-IDX) NOT = LOW-VALUES
                 PERFORM WRITE-EMAIL-RECORD
              WHEN WS-CT-POSTCODE(WS-CUST-IDX) NOT = SPACES
                 AND WS-CT-POSTCODE(WS-CUST-IDX) NOT = LOW-VALUES
                 PERFORM WRITE-PRINT-RECORD
              WHEN OTHER
                 MOVE 'NO ADDRESS OR EMAIL HELD'
                    TO WS-UNDELIVERABLE-REASON
                 PERFORM HOLD-UNDELIVERABLE
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| FOLLOW-MERGE                                                  |
      *|     One step from a retired record to the customer it was     |
      *|     merged into; resolved once the record is live, not on     |
      *|     file, or the hop limit is reached.                        |
      *+---------------------------------------------------------------+
       FOLLOW-MERGE.
           IF WS-CUST-IDX = 0
              MOVE 'Y' TO WS-RESOLVED-SW
           ELSE
              IF WS-CT-MERGED-INTO(WS-CUST-IDX) = 0
                 OR WS-MERGE-HOPS NOT < WS-MAX-MERGE-HOPS
                 MOVE 'Y' TO WS-RESOLVED-SW
              ELSE
                 ADD 1 TO WS-MERGE-HOPS
                 MOVE WS-CT-MERGED-INTO(WS-CUST-IDX)
                    TO WS-LOOKUP-CUSTOMER
                 PERFORM FIND-CUSTOMER
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| FIND-LETTER-TYPE                                              |
      *|     WS-LT-IDX - the letter type entry of the event; the last  |
      *|     entry when the type is not one of ours.                   |
      *+---------------------------------------------------------------+
       FIND-LETTER-TYPE.
           PERFORM VARYING WS-LT-IDX FROM 1 BY 1
              UNTIL WS-LT-IDX = WS-MAX-LETTER-TYPES
                 OR WS-LT-TYPE(WS-LT-IDX) = COR-LETTER-TYPE
              CONTINUE
           END-PERFORM
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
       WRITE-EMAIL-RECORD.
           ADD 1 TO WS-LETTER-SEQ
           MOVE WS-RUN-DATE TO EML-RUN-DATE
           MOVE WS-LETTER-SEQ TO EML-LETTER-SEQ
           MOVE COR-LETTER-TYPE TO EML-LETTER-TYPE
           MOVE WS-CT-CUSTOMER-NUM(WS-CUST-IDX) TO EML-CUSTOMER-NUM
           MOVE WS-CT-FIRST-NAME(WS-CUST-IDX) TO EML-FIRST-NAME
           MOVE WS-CT-LAST-NAME(WS-CUST-IDX) TO EML-LAST-NAME
           MOVE WS-CT-EMAIL-ADDRESS(WS-CUST-IDX) TO EML-EMAIL-ADDRESS
           MOVE COR-POLICY-NUM TO EML-POLICY-NUM
           MOVE COR-POLICY-TYPE TO EML-POLICY-TYPE
           MOVE COR-CLAIM-NUM TO EML-CLAIM-NUM
           MOVE COR-EVENT-DATE TO EML-EVENT-DATE
           MOVE COR-PREMIUM TO EML-PREMIUM
           MOVE COR-AMOUNT TO EML-AMOUNT
           MOVE COR-AMOUNT-SIGN TO EML-AMOUNT-SIGN
           MOVE COR-REASON TO EML-REASON
           WRITE EMAIL-DISPATCH-RECORD
           IF WS-EMAIL-STATUS = '00'
              ADD 1 TO WS-EMAIL-COUNT
              ADD 1 TO WS-LC-EMAIL(WS-LT-IDX)
           ELSE
              DISPLAY 'LGBLET01 ERROR - EMAILDSP WRITE FAILED, '
                 'STATUS ' WS-EMAIL-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
       WRITE-PRINT-RECORD.
           ADD 1 TO WS-LETTER-SEQ
           MOVE WS-RUN-DATE TO LTP-RUN-DATE
           MOVE WS-LETTER-SEQ TO LTP-LETTER-SEQ
           MOVE COR-LETTER-TYPE TO LTP-LETTER-TYPE
           MOVE WS-CT-CUSTOMER-NUM(WS-CUST-IDX) TO LTP-CUSTOMER-NUM
           MOVE WS-CT-FIRST-NAME(WS-CUST-IDX) TO LTP-FIRST-NAME
           MOVE WS-CT-LAST-NAME(WS-CUST-IDX) TO LTP-LAST-NAME
           MOVE WS-CT-HOUSE-NAME(WS-CUST-IDX) TO LTP-HOUSE-NAME
           MOVE WS-CT-HOUSE-NUM(WS-CUST-IDX) TO LTP-HOUSE-NUM
           MOVE WS-CT-POSTCODE(WS-CUST-IDX) TO LTP-POSTCODE
           MOVE COR-POLICY-NUM TO LTP-POLICY-NUM
           MOVE COR-POLICY-TYPE TO LTP-POLICY-TYPE
           MOVE COR-CLAIM-NUM TO LTP-CLAIM-NUM
           MOVE COR-EVENT-DATE TO LTP-EVENT-DATE
           MOVE COR-PREMIUM TO LTP-PREMIUM
           MOVE COR-AMOUNT TO LTP-AMOUNT
           MOVE COR-AMOUNT-SIGN TO LTP-AMOUNT-SIGN
           MOVE COR-REASON TO LTP-REASON
           WRITE LETTER-PRINT-RECORD
           IF WS-PRINT-STATUS = '00'
              ADD 1 TO WS-PRINT-COUNT
              ADD 1 TO WS-LC-PRINT(WS-LT-IDX)
           ELSE
              DISPLAY 'LGBLET01 ERROR - LETPRINT WRITE FAILED, '
                 'STATUS ' WS-PRINT-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
      *+---------------------------------------------------------------+
      *| HOLD-UNDELIVERABLE                                            |
      *|     Counts the event and keeps it for the report listing. The |
      *|     listing is the call centre's work list, so one that       |
      *|     cannot be held in full stops the run rather than losing   |
      *|     an event off the end of it.                               |
      *+---------------------------------------------------------------+
       HOLD-UNDELIVERABLE.
           ADD 1 TO WS-UNDELIVERABLE-COUNT
           ADD 1 TO WS-LC-UNDELIVERABLE(WS-LT-IDX)
           IF WS-UNDELIVERABLE-HELD < WS-MAX-UNDELIVERABLE
              ADD 1 TO WS-UNDELIVERABLE-HELD
              MOVE COR-LETTER-TYPE TO
                 WS-UT-LETTER-TYPE(WS-UNDELIVERABLE-HELD)
              MOVE COR-CUSTOMER-NUM TO
                 WS-UT-CUSTOMER-NUM(WS-UNDELIVERABLE-HELD)
              MOVE COR-POLICY-NUM TO
                 WS-UT-POLICY-NUM(WS-UNDELIVERABLE-HELD)
              MOVE COR-CLAIM-NUM TO
                 WS-UT-CLAIM-NUM(WS-UNDELIVERABLE-HELD)
              MOVE COR-SOURCE-PROGRAM TO
                 WS-UT-SOURCE-PROGRAM(WS-UNDELIVERABLE-HELD)
              MOVE COR-EVENT-TIMESTAMP TO
                 WS-UT-RAISED(WS-UNDELIVERABLE-HELD)
              MOVE WS-UNDELIVERABLE-REASON TO
                 WS-UT-REASON(WS-UNDELIVERABLE-HELD)
           ELSE
              DISPLAY 'LGBLET01 ERROR - MORE THAN '
                 WS-MAX-UNDELIVERABLE ' UNDELIVERABLE EVENTS'
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
       WRITE-LETTER-REPORT.
           MOVE '00' TO WS-REPORT-STATUS
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-STATUS NOT = '00'
              DISPLAY 'LGBLET01 ERROR - CANNOT OPEN LETRPT, '
                 'STATUS ' WS-REPORT-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           ELSE
              MOVE WS-RUN-DATE TO HL-RUN-DATE
              MOVE WS-HEADING-1 TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE WS-HEADING-2 TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              PERFORM VARYING WS-LT-IDX FROM 1 BY 1
                 UNTIL WS-LT-IDX > WS-MAX-LETTER-TYPES
                 PERFORM WRITE-COUNT-LINE
              END-PERFORM
              MOVE SPACES TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO CL-LETTER-TYPE
              MOVE 'ALL LETTERS' TO CL-DESCRIPTION
              MOVE WS-PRINT-COUNT TO CL-PRINT
              MOVE WS-EMAIL-COUNT TO CL-EMAIL
              MOVE WS-UNDELIVERABLE-COUNT TO CL-UNDELIVERABLE
              MOVE WS-EVENT-COUNT TO CL-TOTAL
              MOVE WS-COUNT-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE WS-HEADING-3 TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              MOVE WS-HEADING-4 TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
              IF WS-UNDELIVERABLE-HELD = 0
                 MOVE WS-NONE-LINE TO REPORT-LINE
                 PERFORM WRITE-REPORT-LINE
              END-IF
              PERFORM VARYING WS-UT-IDX FROM 1 BY 1
                 UNTIL WS-UT-IDX > WS-UNDELIVERABLE-HELD
                 PERFORM WRITE-UNDELIVERABLE-LINE
              END-PERFORM
              CLOSE REPORT-FILE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-COUNT-LINE                                              |
      *|     The unknown-type row is printed only when there was one - |
      *|     every row of ours is printed, nil or not, so a nil is     |
      *|     seen to be nil.                                           |
      *+---------------------------------------------------------------+
       WRITE-COUNT-LINE.
           IF WS-LT-TYPE(WS-LT-IDX) NOT = '????'
              OR WS-LC-UNDELIVERABLE(WS-LT-IDX) > 0
              MOVE WS-LT-TYPE(WS-LT-IDX) TO CL-LETTER-TYPE
              MOVE WS-LT-DESCRIPTION(WS-LT-IDX) TO CL-DESCRIPTION
              MOVE WS-LC-PRINT(WS-LT-IDX) TO CL-PRINT
              MOVE WS-LC-EMAIL(WS-LT-IDX) TO CL-EMAIL
              MOVE WS-LC-UNDELIVERABLE(WS-LT-IDX) TO CL-UNDELIVERABLE
              COMPUTE CL-TOTAL = WS-LC-PRINT(WS-LT-IDX)
                 + WS-LC-EMAIL(WS-LT-IDX)
                 + WS-LC-UNDELIVERABLE(WS-LT-IDX)
              MOVE WS-COUNT-LINE TO REPORT-LINE
              PERFORM WRITE-REPORT-LINE
           END-IF
           .
       WRITE-UNDELIVERABLE-LINE.
           MOVE WS-UT-LETTER-TYPE(WS-UT-IDX) TO UL-LETTER-TYPE
           MOVE WS-UT-CUSTOMER-NUM(WS-UT-IDX) TO UL-CUSTOMER-NUM
           MOVE WS-UT-POLICY-NUM(WS-UT-IDX) TO UL-POLICY-NUM
           MOVE WS-UT-CLAIM-NUM(WS-UT-IDX) TO UL-CLAIM-NUM
           MOVE WS-UT-SOURCE-PROGRAM(WS-UT-IDX) TO UL-SOURCE-PROGRAM
           MOVE WS-UT-RAISED(WS-UT-IDX) TO UL-RAISED
           MOVE WS-UT-REASON(WS-UT-IDX) TO UL-REASON
           MOVE WS-UNDELIVERABLE-LINE TO REPORT-LINE
           PERFORM WRITE-REPORT-LINE
           .
       WRITE-REPORT-LINE.
           WRITE REPORT-LINE
           IF WS-REPORT-STATUS NOT = '00'
              AND WS-FAILED-SW = 'N'
              DISPLAY 'LGBLET01 ERROR - LETRPT WRITE FAILED, '
                 'STATUS ' WS-REPORT-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
      *+---------------------------------------------------------------+
      *| CLEAR-EVENT-FILE                                              |
      *|     Only after every event reached its output and the report  |
      *|     was written - an event cleared without a letter made is   |
      *|     a letter never sent.                                      |
      *+---------------------------------------------------------------+
       CLEAR-EVENT-FILE.
           MOVE '00' TO WS-EVENT-STATUS
           OPEN OUTPUT EVENT-FILE
           CLOSE EVENT-FILE
           .
      *+---------------------------------------------------------------+
      *| CLEAR-OUTPUT-FILES                                            |
      *|     A failed run truncates its outputs to empty (the LGBPAY01 |
      *|     pattern) so half a night's letters cannot go to the       |
      *|     bureau or the mail system and then again on the rerun.    |
      *+---------------------------------------------------------------+
       CLEAR-OUTPUT-FILES.
           MOVE '00' TO WS-PRINT-STATUS
           OPEN OUTPUT PRINT-FILE
           CLOSE PRINT-FILE
           MOVE '00' TO WS-EMAIL-STATUS
           OPEN OUTPUT EMAIL-FILE
           CLOSE EMAIL-FILE
           MOVE '00' TO WS-REPORT-STATUS
           OPEN OUTPUT REPORT-FILE
           CLOSE REPORT-FILE
           .
       END PROGRAM 'LGBLET01'.

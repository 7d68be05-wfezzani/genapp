      *+---------------------------------------------------------------+
      *| LGBDUP01                                                      |
      *|     Probable duplicate customers. LGACUS01 stops a second     |
      *|     record under the same customer number but not the same    |
      *|     person keyed twice, whose policies then split across two  |
      *|     CUSTOMER records. This reads CUSTOMER end to end and      |
      *|     lists, on DUPRPT, every pair of live customers sharing at |
      *|     least two of surname, date of birth and postcode, with a  |
      *|     match score out of 100:                                   |
      *|       surname 35, date of birth 35, postcode 20, forename 10  |
      *|     Names and postcodes are compared in upper case and        |
      *|     postcodes without their spaces, so 'sw1a 1aa' matches     |
      *|     'SW1A1AA'. Customers already merged (CUS-MERGED-INTO)     |
      *|     are left out. The pairs are checked by hand and merged    |
      *|     through 01MCUS (LGMCUS01).                                |
      *|                                                               |
      *|     Rather than compare every customer with every other, each |
      *|     one is sorted under three keys - surname and birth date,  |
      *|     surname and postcode, birth date and postcode - and only  |
      *|     customers sharing a key are compared. A pair agreeing on  |
      *|     all three is listed once, from the first of its keys.     |
      *|                                                               |
      *|     Ends with RETURN-CODE 8 when any pair is listed, and 16   |
      *|     when CUSTOMER could not be read or a table overflowed -   |
      *|     an incomplete search must never read as a clean one.      |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. As an on- |
      *|     request job it is never refused as a repeat.              |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBDUP01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT SORT-WORK ASSIGN TO 'DUPSORT'.
           SELECT REPORT-FILE ASSIGN TO 'DUPRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
       COPY LGCUSTOM.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-KEY-TYPE PIC X.
      *       '1' surname and birth date, '2' surname and postcode,
      *       '3' birth date and postcode
           05 SRT-KEY-VALUE PIC X(30).
           05 SRT-CUST-IDX PIC 9(5).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       1 WS-CUSTOMER-STATUS PIC XX VALUE '00'.
       1 WS-SORT-STATUS PIC XX VALUE '00'.
       1 WS-REPORT-STATUS PIC XX VALUE '00'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-RUN-DATE PIC X(10) VALUE SPACES.
       1 WS-LOWER-CASE PIC X(26) VALUE
           'abcdefghijklmnopqrstuvwxyz'.
       1 WS-UPPER-CASE PIC X(26) VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
      *+---------------------------------------------------------------+
      *| Match weights - the four add up to 100.                       |
      *+---------------------------------------------------------------+
       1 WS-WEIGHT-SURNAME PIC 9(3) VALUE 35.
       1 WS-WEIGHT-DOB PIC 9(3) VALUE 35.
       1 WS-WEIGHT-POSTCODE PIC 9(3) VALUE 20.
       1 WS-WEIGHT-FORENAME PIC 9(3) VALUE 10.
      *+---------------------------------------------------------------+
      *| Live customers, normalised for comparison.                    |
      *+---------------------------------------------------------------+
       1 WS-MAX-CUSTOMERS PIC 9(5) VALUE 20000.
       1 WS-CUSTOMER-COUNT PIC 9(5) VALUE ZERO.
       1 WS-CUSTOMER-DROPPED PIC 9(5) VALUE ZERO.
       1 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       1 WS-MERGED-COUNT PIC 9(7) VALUE ZERO.
       1 WS-CUSTOMER-TABLE.
          05 WS-CT-ENTRY OCCURS 20000 TIMES.
             10 WS-CT-CUSTOMER-NUM PIC 9(10).
             10 WS-CT-FIRST-NAME PIC X(10).
             10 WS-CT-LAST-NAME PIC X(20).
             10 WS-CT-DOB PIC X(10).
             10 WS-CT-POSTCODE PIC X(8).
             10 WS-CT-NUM-POLICIES PIC 9(3).
       1 WS-NORM-POSTCODE PIC X(8) VALUE SPACES.
       1 WS-NORM-LENGTH PIC 9(2) VALUE ZERO.
       1 WS-CHAR-IDX PIC 9(2) VALUE ZERO.
      *+---------------------------------------------------------------+
      *| The customers sharing the key in hand.                        |
      *+---------------------------------------------------------------+
       1 WS-MAX-GROUP PIC 9(3) VALUE 100.
       1 WS-GROUP-COUNT PIC 9(3) VALUE ZERO.
       1 WS-GROUP-DROPPED PIC 9(5) VALUE ZERO.
       1 WS-GROUP-KEY-TYPE PIC X VALUE SPACE.
       1 WS-GROUP-KEY-VALUE PIC X(30) VALUE SPACES.
       1 WS-GROUP-TABLE.
          05 WS-GT-CUST-IDX PIC 9(5) OCCURS 100 TIMES.
       1 WS-GRP-I PIC 9(3) VALUE ZERO.
       1 WS-GRP-J PIC 9(3) VALUE ZERO.
       1 WS-IDX-A PIC 9(5) VALUE ZERO.
       1 WS-IDX-B PIC 9(5) VALUE ZERO.
       1 WS-MEMBER-IDX PIC 9(5) VALUE ZERO.
       1 WS-LIST-PAIR-SW PIC X VALUE 'N'.
       1 WS-SCORE PIC 9(3) VALUE ZERO.
       1 WS-SCORE-EDIT PIC ZZ9.
       1 WS-MATCHED PIC X(29) VALUE SPACES.
       1 WS-MATCHED-PTR PIC 9(2) VALUE ZERO.
       1 WS-PAIR-COUNT PIC 9(7) VALUE ZERO.
       1 WS-HEADING-1.
          05 FILLER PIC X(35) VALUE
             'PROBABLE DUPLICATE CUSTOMERS AS AT '.
          05 HL-RUN-DATE PIC X(10).
          05 FILLER PIC X(87) VALUE SPACES.
       1 WS-HEADING-2.
          05 FILLER PIC X(4) VALUE ' SCR'.
          05 FILLER PIC X(3) VALUE SPACES.
          05 FILLER PIC X(29) VALUE 'MATCHED ON'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(10) VALUE '  CUSTOMER'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(31) VALUE 'NAME'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'BORN'.
          05 FILLER PIC X(3) VALUE SPACES.
          05 FILLER PIC X(8) VALUE 'POSTCODE'.
          05 FILLER PIC X(3) VALUE SPACES.
          05 FILLER PIC X(3) VALUE 'POL'.
          05 FILLER PIC X(22) VALUE SPACES.
       1 WS-PAIR-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 PL-SCORE PIC X(3).
          05 FILLER PIC X(3) VALUE SPACES.
          05 PL-MATCHED PIC X(29).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PL-CUSTOMER-NUM PIC Z(9)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 PL-FIRST-NAME PIC X(10).
          05 FILLER PIC X VALUE SPACE.
          05 PL-LAST-NAME PIC X(20).
          05 FILLER PIC X(2) VALUE SPACES.
          05 PL-DOB PIC X(10).
          05 FILLER PIC X(3) VALUE SPACES.
          05 PL-POSTCODE PIC X(8).
          05 FILLER PIC X(3) VALUE SPACES.
          05 PL-POLICIES PIC ZZ9.
          05 FILLER PIC X(22) VALUE SPACES.
       1 WS-TOTAL-LINE.
          05 FILLER PIC X(22) VALUE ' PROBABLE DUPLICATES: '.
          05 TL-PAIR-COUNT PIC Z(6)9.
          05 FILLER PIC X(103) VALUE SPACES.
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
           SORT SORT-WORK
               ON ASCENDING KEY SRT-KEY-TYPE SRT-KEY-VALUE
                  SRT-CUST-IDX
               INPUT PROCEDURE IS RELEASE-CUSTOMER-KEYS
               OUTPUT PROCEDURE IS WRITE-DUPLICATE-REPORT
           DISPLAY 'LGBDUP01 ' WS-READ-COUNT ' CUSTOMERS READ, '
              WS-MERGED-COUNT ' ALREADY MERGED, ' WS-PAIR-COUNT
              ' PROBABLE DUPLICATE PAIRS'
           IF WS-FAILED-SW = 'Y'
              OR WS-CUSTOMER-DROPPED > 0
              OR WS-GROUP-DROPPED > 0
              DISPLAY 'LGBDUP01 FAILED - CUSTOMER NOT FULLY READ OR '
                 'TABLE CAPACITY EXCEEDED, SEARCH INCOMPLETE'
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-PAIR-COUNT > 0
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
           MOVE 'LGBDUP01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-READ-COUNT TO BC-RECORDS-READ
           MOVE WS-PAIR-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-PAIR-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
      *+---------------------------------------------------------------+
      *| RELEASE-CUSTOMER-KEYS                                         |
      *|     Each live customer goes into the table once and to the    |
      *|     sort once per key it has both halves of - a customer      |
      *|     with no date of birth can still pair on surname and       |
      *|     postcode.                                                 |
      *+---------------------------------------------------------------+
       RELEASE-CUSTOMER-KEYS.
           MOVE '00' TO WS-CUSTOMER-STATUS
           OPEN INPUT CUSTOMER-FILE
           IF WS-CUSTOMER-STATUS = '05' OR WS-CUSTOMER-STATUS = '35'
              MOVE '10' TO WS-CUSTOMER-STATUS
           ELSE
              IF WS-CUSTOMER-STATUS NOT = '00'
                 DISPLAY 'LGBDUP01 ERROR - CANNOT OPEN CUSTOMER, '
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
                 IF CUS-MERGED-INTO IS NUMERIC
                    AND CUS-MERGED-INTO > ZERO
                    ADD 1 TO WS-MERGED-COUNT
                 ELSE
                    PERFORM RELEASE-ONE-CUSTOMER
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CUSTOMER-STATUS NOT = '10'
              AND WS-FAILED-SW = 'N'
              DISPLAY 'LGBDUP01 ERROR - CUSTOMER READ FAILED, '
                 'STATUS ' WS-CUSTOMER-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE CUSTOMER-FILE
           .
       RELEASE-ONE-CUSTOMER.
           IF WS-CUSTOMER-COUNT < WS-MAX-CUSTOMERS
              ADD 1 TO WS-CUSTOMER-COUNT
              MOVE CUS-CUSTOMER-NUM TO
                 WS-CT-CUSTOMER-NUM(WS-CUSTOMER-COUNT)
              MOVE CUS-FIRST-NAME TO WS-CT-FIRST-NAME(WS-CUSTOMER-COUNT)
              INSPECT WS-CT-FIRST-NAME(WS-CUSTOMER-COUNT)
                 CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
              MOVE CUS-LAST-NAME TO WS-CT-LAST-NAME(WS-CUSTOMER-COUNT)
              INSPECT WS-CT-LAST-NAME(WS-CUSTOMER-COUNT)
                 CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
              MOVE CUS-DOB TO WS-CT-DOB(WS-CUSTOMER-COUNT)
              PERFORM NORMALISE-POSTCODE
              MOVE WS-NORM-POSTCODE TO
                 WS-CT-POSTCODE(WS-CUSTOMER-COUNT)
              MOVE CUS-NUM-POLICIES TO
                 WS-CT-NUM-POLICIES(WS-CUSTOMER-COUNT)
              MOVE WS-CUSTOMER-COUNT TO SRT-CUST-IDX
              IF WS-CT-LAST-NAME(WS-CUSTOMER-COUNT) NOT = SPACES
                 AND WS-CT-DOB(WS-CUSTOMER-COUNT) NOT = SPACES
                 MOVE '1' TO SRT-KEY-TYPE
                 MOVE SPACES TO SRT-KEY-VALUE
                 STRING WS-CT-LAST-NAME(WS-CUSTOMER-COUNT)
                    WS-CT-DOB(WS-CUSTOMER-COUNT)
                    DELIMITED BY SIZE INTO SRT-KEY-VALUE
                 RELEASE SORT-RECORD
              END-IF
              IF WS-CT-LAST-NAME(WS-CUSTOMER-COUNT) NOT = SPACES
                 AND WS-CT-POSTCODE(WS-CUSTOMER-COUNT) NOT = SPACES
                 MOVE '2' TO SRT-KEY-TYPE
                 MOVE SPACES TO SRT-KEY-VALUE
                 STRING WS-CT-LAST-NAME(WS-CUSTOMER-COUNT)
                    WS-CT-POSTCODE(WS-CUSTOMER-COUNT)
                    DELIMITED BY SIZE INTO SRT-KEY-VALUE
                 RELEASE SORT-RECORD
              END-IF
              IF WS-CT-DOB(WS-CUSTOMER-COUNT) NOT = SPACES
                 AND WS-CT-POSTCODE(WS-CUSTOMER-COUNT) NOT = SPACES
                 MOVE '3' TO SRT-KEY-TYPE
                 MOVE SPACES TO SRT-KEY-VALUE
                 STRING WS-CT-DOB(WS-CUSTOMER-COUNT)
                    WS-CT-POSTCODE(WS-CUSTOMER-COUNT)
                    DELIMITED BY SIZE INTO SRT-KEY-VALUE
                 RELEASE SORT-RECORD
              END-IF
           ELSE
              ADD 1 TO WS-CUSTOMER-DROPPED
           END-IF
           .
      *+---------------------------------------------------------------+
      *| NORMALISE-POSTCODE                                            |
      *|     CUS-POSTCODE in upper case with its spaces taken out,     |
      *|     into WS-NORM-POSTCODE.                                    |
      *+---------------------------------------------------------------+
       NORMALISE-POSTCODE.
           MOVE SPACES TO WS-NORM-POSTCODE
           MOVE ZERO TO WS-NORM-LENGTH
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
              UNTIL WS-CHAR-IDX > 8
              IF CUS-POSTCODE(WS-CHAR-IDX:1) NOT = SPACE
                 AND CUS-POSTCODE(WS-CHAR-IDX:1) NOT = LOW-VALUE
                 ADD 1 TO WS-NORM-LENGTH
                 MOVE CUS-POSTCODE(WS-CHAR-IDX:1)
                    TO WS-NORM-POSTCODE(WS-NORM-LENGTH:1)
              END-IF
           END-PERFORM
           INSPECT WS-NORM-POSTCODE
              CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE
           .
       WRITE-DUPLICATE-REPORT.
           MOVE '00' TO WS-SORT-STATUS
           OPEN OUTPUT REPORT-FILE
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ZERO TO WS-GROUP-COUNT
           PERFORM UNTIL WS-SORT-STATUS NOT = '00'
              RETURN SORT-WORK
                 AT END MOVE '10' TO WS-SORT-STATUS
              END-RETURN
              IF WS-SORT-STATUS = '00'
                 IF WS-GROUP-COUNT > ZERO
                    AND (SRT-KEY-TYPE NOT = WS-GROUP-KEY-TYPE
                    OR SRT-KEY-VALUE NOT = WS-GROUP-KEY-VALUE)
                    PERFORM COMPARE-GROUP-PAIRS
                    MOVE ZERO TO WS-GROUP-COUNT
                 END-IF
                 MOVE SRT-KEY-TYPE TO WS-GROUP-KEY-TYPE
                 MOVE SRT-KEY-VALUE TO WS-GROUP-KEY-VALUE
                 IF WS-GROUP-COUNT < WS-MAX-GROUP
                    ADD 1 TO WS-GROUP-COUNT
                    MOVE SRT-CUST-IDX TO WS-GT-CUST-IDX(WS-GROUP-COUNT)
                 ELSE
                    ADD 1 TO WS-GROUP-DROPPED
                 END-IF
              END-IF
           END-PERFORM
           IF WS-GROUP-COUNT > ZERO
              PERFORM COMPARE-GROUP-PAIRS
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-PAIR-COUNT TO TL-PAIR-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           .
      *+---------------------------------------------------------------+
      *| COMPARE-GROUP-PAIRS                                           |
      *|     Every pair within the group shares its key. A pair is     |
      *|     listed from the first key it shares: under the surname    |
      *|     and postcode key only if the birth dates differ, and      |
      *|     under the birth date and postcode key only if the         |
      *|     surnames differ - otherwise an earlier key listed it.     |
      *|     Two blank values are not a match: an earlier key was      |
      *|     never released for a customer missing either half of it,  |
      *|     so a blank birth date or surname does not suppress the    |
      *|     pair here, and scores nothing in SCORE-AND-LIST-PAIR.     |
      *+---------------------------------------------------------------+
       COMPARE-GROUP-PAIRS.
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
              UNTIL WS-GRP-I >= WS-GROUP-COUNT
              PERFORM VARYING WS-GRP-J FROM WS-GRP-I BY 1
                 UNTIL WS-GRP-J >= WS-GROUP-COUNT
                 MOVE WS-GT-CUST-IDX(WS-GRP-I) TO WS-IDX-A
                 MOVE WS-GT-CUST-IDX(WS-GRP-J + 1) TO WS-IDX-B
                 MOVE 'Y' TO WS-LIST-PAIR-SW
                 EVALUATE WS-GROUP-KEY-TYPE
                    WHEN '2'
                       IF WS-CT-DOB(WS-IDX-A) = WS-CT-DOB(WS-IDX-B)
                          AND WS-CT-DOB(WS-IDX-A) NOT = SPACES
                          MOVE 'N' TO WS-LIST-PAIR-SW
                       END-IF
                    WHEN '3'
                       IF WS-CT-LAST-NAME(WS-IDX-A) =
                          WS-CT-LAST-NAME(WS-IDX-B)
                          AND WS-CT-LAST-NAME(WS-IDX-A) NOT = SPACES
                          MOVE 'N' TO WS-LIST-PAIR-SW
                       END-IF
                 END-EVALUATE
                 IF WS-LIST-PAIR-SW = 'Y'
                    PERFORM SCORE-AND-LIST-PAIR
                 END-IF
              END-PERFORM
           END-PERFORM
           .
       SCORE-AND-LIST-PAIR.
           MOVE ZERO TO WS-SCORE
           MOVE SPACES TO WS-MATCHED
           MOVE 1 TO WS-MATCHED-PTR
           IF WS-CT-LAST-NAME(WS-IDX-A) = WS-CT-LAST-NAME(WS-IDX-B)
              AND WS-CT-LAST-NAME(WS-IDX-A) NOT = SPACES
              ADD WS-WEIGHT-SURNAME TO WS-SCORE
              STRING 'SURNAME ' DELIMITED BY SIZE
                 INTO WS-MATCHED WITH POINTER WS-MATCHED-PTR
           END-IF
           IF WS-CT-DOB(WS-IDX-A) = WS-CT-DOB(WS-IDX-B)
              AND WS-CT-DOB(WS-IDX-A) NOT = SPACES
              ADD WS-WEIGHT-DOB TO WS-SCORE
              STRING 'DOB ' DELIMITED BY SIZE
                 INTO WS-MATCHED WITH POINTER WS-MATCHED-PTR
           END-IF
           IF WS-CT-POSTCODE(WS-IDX-A) = WS-CT-POSTCODE(WS-IDX-B)
              AND WS-CT-POSTCODE(WS-IDX-A) NOT = SPACES
              ADD WS-WEIGHT-POSTCODE TO WS-SCORE
              STRING 'POSTCODE ' DELIMITED BY SIZE
                 INTO WS-MATCHED WITH POINTER WS-MATCHED-PTR
           END-IF
           IF WS-CT-FIRST-NAME(WS-IDX-A) = WS-CT-FIRST-NAME(WS-IDX-B)
              AND WS-CT-FIRST-NAME(WS-IDX-A) NOT = SPACES
              ADD WS-WEIGHT-FORENAME TO WS-SCORE
              STRING 'FORENAME' DELIMITED BY SIZE
                 INTO WS-MATCHED WITH POINTER WS-MATCHED-PTR
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SCORE TO WS-SCORE-EDIT
           MOVE WS-SCORE-EDIT TO PL-SCORE
           MOVE WS-MATCHED TO PL-MATCHED
           MOVE WS-IDX-A TO WS-MEMBER-IDX
           PERFORM WRITE-PAIR-MEMBER
           MOVE SPACES TO PL-SCORE
           MOVE SPACES TO PL-MATCHED
           MOVE WS-IDX-B TO WS-MEMBER-IDX
           PERFORM WRITE-PAIR-MEMBER
           .
       WRITE-PAIR-MEMBER.
           MOVE WS-CT-CUSTOMER-NUM(WS-MEMBER-IDX) TO PL-CUSTOMER-NUM
           MOVE WS-CT-FIRST-NAME(WS-MEMBER-IDX) TO PL-FIRST-NAME
           MOVE WS-CT-LAST-NAME(WS-MEMBER-IDX) TO PL-LAST-NAME
           MOVE WS-CT-DOB(WS-MEMBER-IDX) TO PL-DOB
           MOVE WS-CT-POSTCODE(WS-MEMBER-IDX) TO PL-POSTCODE
           MOVE WS-CT-NUM-POLICIES(WS-MEMBER-IDX) TO PL-POLICIES
           MOVE WS-PAIR-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       END PROGRAM 'LGBDUP01'.

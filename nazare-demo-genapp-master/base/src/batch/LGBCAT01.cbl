      *+---------------------------------------------------------------+
      *| LGBCAT01                                                      |
      *|     Catastrophe accumulation and reinsurance bordereau. Reads |
      *|     the property book - house policies (PR-H-VALUE) and       |
      *|     commercial policies (PR-B-SUM-INSURED) - and adds up the  |
      *|     in-force sum insured by postcode district (the outward    |
      *|     code of PR-H-POSTCODE / PR-B-POSTCODE) and by the         |
      *|     FLOODRSK risk level of the postcode, on the CATRPT        |
      *|     report. Each district is set against the ACCUMLIM limit   |
      *|     table underwriting maintains (COPY LGACCLIM) and flagged  |
      *|     OVER LIMIT, NEAR LIMIT (WS-NEAR-LIMIT-PCT of it or more)  |
      *|     or NO LIMIT where none is set. In force means on risk on  |
      *|     the run date: issued on or before it, expiring on or      |
      *|     after it, and not cancelled.                              |
      *|                                                               |
      *|     The same figures are written to the ACCUMPOS position     |
      *|     file (COPY LGACCPOS) the house and commercial adds read   |
      *|     to refer new business in a district already over its      |
      *|     limit. A run that cannot load its reference files or      |
      *|     read the whole book leaves the previous ACCUMPOS in       |
      *|     place rather than replace it with a partial one.          |
      *|                                                               |
      *|     A commercial risk counts towards the accumulation while   |
      *|     it is pending as well as once accepted - the underwriter  |
      *|     deciding it needs to see it - but never once declined.    |
      *|     One with no sum insured recorded (written before the      |
      *|     field existed) counts as a policy with nothing insured    |
      *|     and is totalled separately so underwriting can chase it.  |
      *|                                                               |
      *|     It also builds the quarterly reinsurance bordereau RIBDX  |
      *|     (COPY LGRIBDX): every house and accepted commercial       |
      *|     policy on risk at any time in the quarter, with its sum   |
      *|     insured, annual premium and the claims on it from CLAIM   |
      *|     with what has been paid on them. The quarter is the last  |
      *|     one completed unless a BDXPARM record names another       |
      *|     (YYYYQn); a bordereau that cannot be completed is         |
      *|     emptied, never left part-built.                           |
      *|                                                               |
      *|     Ends with RETURN-CODE 8 when any district is over its     |
      *|     limit, and 16 when the run could not be completed.        |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this business date,   |
      *|     or LGBSUB01 has not finished for the same business date,  |
      *|     unless an operator forces a rerun through RUNFORCE.       |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBCAT01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO 'POLICY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT FLOOD-FILE ASSIGN TO 'FLOODRSK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLOOD-STATUS.
           SELECT LIMIT-FILE ASSIGN TO 'ACCUMLIM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LIMIT-STATUS.
           SELECT CLAIM-FILE ASSIGN TO 'CLAIM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT PARM-FILE ASSIGN TO 'BDXPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK ASSIGN TO 'CATSORT'.
           SELECT REPORT-FILE ASSIGN TO 'CATRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT POSITION-FILE ASSIGN TO 'ACCUMPOS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
           SELECT BORDEREAU-FILE ASSIGN TO 'RIBDX'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BORDEREAU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       COPY LGPOLICY.
       FD  FLOOD-FILE.
       COPY LGFLOOD.
       FD  LIMIT-FILE.
       COPY LGACCLIM.
       FD  CLAIM-FILE.
       COPY LGCLAIM.
       FD  PARM-FILE
           RECORD CONTAINS 6 CHARACTERS.
       01  PARM-RECORD.
           05 PARM-QUARTER PIC X(6).
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-DISTRICT PIC X(4).
           05 SRT-HOUSE-COUNT PIC 9(7).
           05 SRT-HOUSE-SI PIC 9(13).
           05 SRT-COMM-COUNT PIC 9(7).
           05 SRT-COMM-SI PIC 9(13).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).
       FD  POSITION-FILE.
       COPY LGACCPOS.
       FD  BORDEREAU-FILE.
       COPY LGRIBDX.
       WORKING-STORAGE SECTION.
       1 WS-POLICY-STATUS PIC XX VALUE '00'.
       1 WS-FLOOD-STATUS PIC XX VALUE '00'.
       1 WS-LIMIT-STATUS PIC XX VALUE '00'.
       1 WS-CLAIM-STATUS PIC XX VALUE '00'.
       1 WS-PARM-STATUS PIC XX VALUE '00'.
       1 WS-SORT-STATUS PIC XX VALUE '00'.
       1 WS-REPORT-STATUS PIC XX VALUE '00'.
       1 WS-POSITION-STATUS PIC XX VALUE '00'.
       1 WS-BORDEREAU-STATUS PIC XX VALUE '00'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-NEAR-LIMIT-PCT PIC 9(3) VALUE 90.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-RUN-DATE PIC X(10) VALUE SPACES.
      *+---------------------------------------------------------------+
      *| The bordereau quarter and its first and last days.            |
      *+---------------------------------------------------------------+
       1 WS-QTR-YEAR PIC 9(4) VALUE ZERO.
       1 WS-QTR-NUM PIC 9 VALUE ZERO.
       1 WS-QTR-WORK PIC 9(2) VALUE ZERO.
       1 WS-BDX-QUARTER PIC X(6) VALUE SPACES.
       1 WS-PERIOD-START PIC X(10) VALUE SPACES.
       1 WS-PERIOD-END PIC X(10) VALUE SPACES.
       1 WS-QUARTER-BOUNDS-VALUES.
          05 PIC X(10) VALUE '01-0103-31'.
          05 PIC X(10) VALUE '04-0106-30'.
          05 PIC X(10) VALUE '07-0109-30'.
          05 PIC X(10) VALUE '10-0112-31'.
       1 WS-QUARTER-BOUNDS REDEFINES WS-QUARTER-BOUNDS-VALUES.
          05 WS-QB-ENTRY OCCURS 4 TIMES.
             10 WS-QB-START PIC X(5).
             10 WS-QB-END PIC X(5).
      *+---------------------------------------------------------------+
      *| Reference tables, loaded whole before the book is read - a    |
      *| table that overflows is a failed run, not a short one.        |
      *+---------------------------------------------------------------+
       1 WS-MAX-FLOOD-ENTRIES PIC 9(5) VALUE 5000.
       1 WS-FLOOD-COUNT PIC 9(5) VALUE ZERO.
       1 WS-FLOOD-DROPPED PIC 9(5) VALUE ZERO.
       1 WS-FLOOD-TABLE.
          05 WS-FT-ENTRY OCCURS 5000 TIMES.
             10 WS-FT-POSTCODE PIC X(8).
             10 WS-FT-RISK-LEVEL PIC X.
       1 WS-MAX-LIMIT-ENTRIES PIC 9(5) VALUE 3000.
       1 WS-LIMIT-COUNT PIC 9(5) VALUE ZERO.
       1 WS-LIMIT-DROPPED PIC 9(5) VALUE ZERO.
       1 WS-LIMIT-TABLE.
          05 WS-LT-ENTRY OCCURS 3000 TIMES.
             10 WS-LT-DISTRICT PIC X(4).
             10 WS-LT-LIMIT PIC 9(13).
       1 WS-MAX-CLAIM-ENTRIES PIC 9(5) VALUE 20000.
       1 WS-CLAIM-TOTAL-COUNT PIC 9(5) VALUE ZERO.
       1 WS-CLAIM-DROPPED PIC 9(5) VALUE ZERO.
       1 WS-CLAIM-TOTALS.
          05 WS-CT-ENTRY OCCURS 20000 TIMES.
             10 WS-CT-POLICY-NUM PIC 9(10).
             10 WS-CT-COUNT PIC 9(4).
             10 WS-CT-PAID PIC 9(10).
      *+---------------------------------------------------------------+
      *| The accumulation - by district, and by flood risk level.      |
      *+---------------------------------------------------------------+
       1 WS-MAX-DISTRICTS PIC 9(5) VALUE 3000.
       1 WS-DISTRICT-COUNT PIC 9(5) VALUE ZERO.
       1 WS-DISTRICT-DROPPED PIC 9(5) VALUE ZERO.
       1 WS-DISTRICT-TABLE.
          05 WS-DT-ENTRY OCCURS 3000 TIMES.
             10 WS-DT-DISTRICT PIC X(4).
             10 WS-DT-HOUSE-COUNT PIC 9(7).
             10 WS-DT-HOUSE-SI PIC 9(13).
             10 WS-DT-COMM-COUNT PIC 9(7).
             10 WS-DT-COMM-SI PIC 9(13).
       1 WS-FLOOD-LEVEL-VALUES.
          05 PIC X VALUE 'H'.
          05 PIC X(12) VALUE 'HIGH'.
          05 PIC X VALUE 'M'.
          05 PIC X(12) VALUE 'MEDIUM'.
          05 PIC X VALUE 'L'.
          05 PIC X(12) VALUE 'LOW'.
          05 PIC X VALUE SPACE.
          05 PIC X(12) VALUE 'NOT LISTED'.
       1 WS-FLOOD-LEVELS REDEFINES WS-FLOOD-LEVEL-VALUES.
          05 WS-FL-ENTRY OCCURS 4 TIMES.
             10 WS-FL-CODE PIC X.
             10 WS-FL-NAME PIC X(12).
       1 WS-FLOOD-LEVEL-TOTALS.
          05 WS-FLT-ENTRY OCCURS 4 TIMES.
             10 WS-FLT-HOUSE-COUNT PIC 9(7).
             10 WS-FLT-HOUSE-SI PIC 9(13).
             10 WS-FLT-COMM-COUNT PIC 9(7).
             10 WS-FLT-COMM-SI PIC 9(13).
      *+---------------------------------------------------------------+
      *| The policy in hand.                                           |
      *+---------------------------------------------------------------+
       1 WS-IDX PIC 9(5) VALUE ZERO.
       1 WS-ENTRY-IDX PIC 9(5) VALUE ZERO.
       1 WS-LEVEL-IDX PIC 9 VALUE ZERO.
       1 WS-ACCEPTED-SW PIC X VALUE 'N'.
       1 WS-POL-POSTCODE PIC X(8) VALUE SPACES.
       1 WS-POL-SI PIC 9(10) VALUE ZERO.
       1 WS-POL-RISK PIC X VALUE SPACE.
       1 WS-PC-POSTCODE PIC X(8) VALUE SPACES.
       1 WS-PC-DISTRICT PIC X(4) VALUE SPACES.
       1 WS-PC-LENGTH PIC 9(2) VALUE ZERO.
      *+---------------------------------------------------------------+
      *| Run totals.                                                   |
      *+---------------------------------------------------------------+
       1 WS-NO-SI-COUNT PIC 9(7) VALUE ZERO.
       1 WS-OVER-COUNT PIC 9(5) VALUE ZERO.
       1 WS-NEAR-COUNT PIC 9(5) VALUE ZERO.
       1 WS-NO-LIMIT-COUNT PIC 9(5) VALUE ZERO.
       1 WS-TOTAL-HOUSE-COUNT PIC 9(7) VALUE ZERO.
       1 WS-TOTAL-HOUSE-SI PIC 9(13) VALUE ZERO.
       1 WS-TOTAL-COMM-COUNT PIC 9(7) VALUE ZERO.
       1 WS-TOTAL-COMM-SI PIC 9(13) VALUE ZERO.
       1 WS-BDX-COUNT PIC 9(7) VALUE ZERO.
       1 WS-BDX-SI-TOTAL PIC 9(13) VALUE ZERO.
       1 WS-BDX-PREMIUM-TOTAL PIC 9(11) VALUE ZERO.
       1 WS-BDX-PAID-TOTAL PIC 9(13) VALUE ZERO.
       1 WS-DIST-TOTAL-SI PIC 9(13) VALUE ZERO.
       1 WS-DIST-LIMIT PIC 9(13) VALUE ZERO.
       1 WS-DIST-PCT PIC 9(4)V9 VALUE ZERO.
       1 WS-LIMIT-FOUND-SW PIC X VALUE 'N'.
       1 WS-LIMIT-EDIT PIC Z(12)9.
       1 WS-PCT-EDIT PIC ZZZ9.9.
       1 WS-HEADING-1.
          05 FILLER PIC X(52) VALUE
             'CATASTROPHE ACCUMULATION BY POSTCODE DISTRICT AS AT '.
          05 HL-RUN-DATE PIC X(10).
          05 FILLER PIC X(70) VALUE SPACES.
       1 WS-HEADING-2.
          05 FILLER PIC X(8) VALUE ' DIST'.
          05 FILLER PIC X(7) VALUE '  HOUSE'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(13) VALUE '     HOUSE SI'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(7) VALUE '   COMM'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(13) VALUE '      COMM SI'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(13) VALUE '     TOTAL SI'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(13) VALUE '        LIMIT'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(6) VALUE ' % LIM'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'FLAG'.
          05 FILLER PIC X(28) VALUE SPACES.
       1 WS-DETAIL-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 DL-DISTRICT PIC X(5).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-HOUSE-COUNT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-HOUSE-SI PIC Z(12)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-COMM-COUNT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-COMM-SI PIC Z(12)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-TOTAL-SI PIC Z(12)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-LIMIT PIC X(13).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-PCT PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-FLAG PIC X(10).
          05 FILLER PIC X(28) VALUE SPACES.
       1 WS-FLOOD-HEADING-1 PIC X(132) VALUE
           'ACCUMULATION BY FLOOD RISK LEVEL (FLOODRSK)'.
       1 WS-FLOOD-HEADING-2.
          05 FILLER PIC X(15) VALUE ' FLOOD RISK'.
          05 FILLER PIC X(7) VALUE '  HOUSE'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(13) VALUE '     HOUSE SI'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(7) VALUE '   COMM'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(13) VALUE '      COMM SI'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(13) VALUE '     TOTAL SI'.
          05 FILLER PIC X(56) VALUE SPACES.
       1 WS-FLOOD-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 FL-LEVEL PIC X(12).
          05 FILLER PIC X(2) VALUE SPACES.
          05 FL-HOUSE-COUNT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FL-HOUSE-SI PIC Z(12)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FL-COMM-COUNT PIC Z(6)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FL-COMM-SI PIC Z(12)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FL-TOTAL-SI PIC Z(12)9.
          05 FILLER PIC X(56) VALUE SPACES.
       1 WS-SUMMARY-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 SM-LABEL PIC X(50).
          05 SM-VALUE PIC Z(12)9.
          05 FILLER PIC X(68) VALUE SPACES.
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
           INITIALIZE WS-FLOOD-LEVEL-TOTALS
           PERFORM SET-BORDEREAU-QUARTER
           PERFORM LOAD-FLOOD-TABLE
           PERFORM LOAD-LIMIT-TABLE
           PERFORM LOAD-CLAIM-TOTALS
      *    a reference table that is missing, unreadable or too big
      *    is not an empty one - it would show districts as within
      *    limits, or risks as not flood-listed, that are not
           IF WS-FAILED-SW = 'Y'
              OR WS-FLOOD-DROPPED > 0
              OR WS-LIMIT-DROPPED > 0
              OR WS-CLAIM-DROPPED > 0
              DISPLAY 'LGBCAT01 FAILED - REFERENCE FILES NOT FULLY '
                 'LOADED, ACCUMPOS NOT REPLACED'
              MOVE 16 TO RETURN-CODE
              PERFORM END-BATCH-RUN
              GOBACK
           END-IF
           PERFORM SCAN-PROPERTY-BOOK
           IF WS-FAILED-SW = 'Y' OR WS-DISTRICT-DROPPED > 0
              PERFORM CLEAR-BORDEREAU-FILE
              DISPLAY 'LGBCAT01 FAILED - PROPERTY BOOK NOT FULLY '
                 'READ, ACCUMPOS NOT REPLACED AND RIBDX EMPTIED'
              MOVE 16 TO RETURN-CODE
              PERFORM END-BATCH-RUN
              GOBACK
           END-IF
           SORT SORT-WORK ON ASCENDING KEY SRT-DISTRICT
               INPUT PROCEDURE IS RELEASE-DISTRICTS
               OUTPUT PROCEDURE IS WRITE-ACCUMULATION-REPORT
           DISPLAY 'LGBCAT01 ' WS-DISTRICT-COUNT ' DISTRICTS, '
              WS-OVER-COUNT ' OVER LIMIT, ' WS-NEAR-COUNT
              ' NEAR LIMIT; BORDEREAU ' WS-BDX-QUARTER ' '
              WS-BDX-COUNT ' POLICIES'
           IF WS-FAILED-SW = 'Y'
              DISPLAY 'LGBCAT01 FAILED - ACCUMPOS INCOMPLETE, '
                 'RERUN BEFORE THE ONLINE DAY'
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-OVER-COUNT > 0
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
           MOVE 'LGBCAT01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           ADD WS-TOTAL-HOUSE-COUNT WS-TOTAL-COMM-COUNT
              GIVING BC-RECORDS-READ
           MOVE WS-BDX-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-OVER-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
      *+---------------------------------------------------------------+
      *| SET-BORDEREAU-QUARTER                                         |
      *|     A BDXPARM record naming the quarter (YYYYQn) builds that  |
      *|     one; a missing or empty BDXPARM builds the last quarter   |
      *|     completed - the run after quarter end.                    |
      *+---------------------------------------------------------------+
       SET-BORDEREAU-QUARTER.
           COMPUTE WS-QTR-WORK = WS-TODAY-MM - 1
           DIVIDE WS-QTR-WORK BY 3 GIVING WS-QTR-NUM
           MOVE WS-TODAY-YYYY TO WS-QTR-YEAR
           IF WS-QTR-NUM = ZERO
              SUBTRACT 1 FROM WS-QTR-YEAR
              MOVE 4 TO WS-QTR-NUM
           END-IF
           MOVE '00' TO WS-PARM-STATUS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '05' OR WS-PARM-STATUS = '35'
              CONTINUE
           ELSE
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-QUARTER(1:4) IS NUMERIC
                       AND PARM-QUARTER(5:1) = 'Q'
                       AND PARM-QUARTER(6:1) >= '1'
                       AND PARM-QUARTER(6:1) <= '4'
                       MOVE PARM-QUARTER(1:4) TO WS-QTR-YEAR
                       MOVE PARM-QUARTER(6:1) TO WS-QTR-NUM
                    ELSE
                       DISPLAY 'LGBCAT01 WARNING - BDXPARM <'
                          PARM-QUARTER '> IS NOT A YYYYQN QUARTER, '
                          'LAST COMPLETED QUARTER BUILT'
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF
           MOVE SPACES TO WS-BDX-QUARTER
           STRING WS-QTR-YEAR 'Q' WS-QTR-NUM
              DELIMITED BY SIZE INTO WS-BDX-QUARTER
           MOVE SPACES TO WS-PERIOD-START
           STRING WS-QTR-YEAR '-' WS-QB-START(WS-QTR-NUM)
              DELIMITED BY SIZE INTO WS-PERIOD-START
           MOVE SPACES TO WS-PERIOD-END
           STRING WS-QTR-YEAR '-' WS-QB-END(WS-QTR-NUM)
              DELIMITED BY SIZE INTO WS-PERIOD-END
           .
       LOAD-FLOOD-TABLE.
           MOVE ZERO TO WS-FLOOD-COUNT
           MOVE '00' TO WS-FLOOD-STATUS
           OPEN INPUT FLOOD-FILE
           IF WS-FLOOD-STATUS NOT = '00'
              DISPLAY 'LGBCAT01 ERROR - CANNOT OPEN FLOODRSK, '
                 'STATUS ' WS-FLOOD-STATUS
              MOVE 'Y' TO WS-FAILED-SW
              MOVE '10' TO WS-FLOOD-STATUS
           END-IF
           PERFORM UNTIL WS-FLOOD-STATUS NOT = '00'
              READ FLOOD-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-FLOOD-STATUS
              END-READ
              IF WS-FLOOD-STATUS = '00'
                 IF WS-FLOOD-COUNT < WS-MAX-FLOOD-ENTRIES
                    ADD 1 TO WS-FLOOD-COUNT
                    MOVE FLD-POSTCODE TO
                       WS-FT-POSTCODE(WS-FLOOD-COUNT)
                    MOVE FLD-RISK-LEVEL TO
                       WS-FT-RISK-LEVEL(WS-FLOOD-COUNT)
                 ELSE
                    ADD 1 TO WS-FLOOD-DROPPED
                 END-IF
              END-IF
           END-PERFORM
           CLOSE FLOOD-FILE
           .
      *+---------------------------------------------------------------+
      *| LOAD-LIMIT-TABLE                                              |
      *|     A missing ACCUMLIM is a failure, not a book with no       |
      *|     limits - that would tell the adds every district is open. |
      *+---------------------------------------------------------------+
       LOAD-LIMIT-TABLE.
           MOVE ZERO TO WS-LIMIT-COUNT
           MOVE '00' TO WS-LIMIT-STATUS
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-STATUS NOT = '00'
              DISPLAY 'LGBCAT01 ERROR - CANNOT OPEN ACCUMLIM, '
                 'STATUS ' WS-LIMIT-STATUS
              MOVE 'Y' TO WS-FAILED-SW
              MOVE '10' TO WS-LIMIT-STATUS
           END-IF
           PERFORM UNTIL WS-LIMIT-STATUS NOT = '00'
              READ LIMIT-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-LIMIT-STATUS
              END-READ
              IF WS-LIMIT-STATUS = '00'
                 IF WS-LIMIT-COUNT < WS-MAX-LIMIT-ENTRIES
                    ADD 1 TO WS-LIMIT-COUNT
                    MOVE ACL-DISTRICT TO
                       WS-LT-DISTRICT(WS-LIMIT-COUNT)
                    MOVE ACL-LIMIT TO WS-LT-LIMIT(WS-LIMIT-COUNT)
                 ELSE
                    ADD 1 TO WS-LIMIT-DROPPED
                 END-IF
              END-IF
           END-PERFORM
           CLOSE LIMIT-FILE
           .
      *+---------------------------------------------------------------+
      *| LOAD-CLAIM-TOTALS                                             |
      *|     Claims with a loss date up to the end of the bordereau    |
      *|     quarter, counted and their CLM-PAID totalled per policy.  |
      *|     No CLAIM file is no claims.                               |
      *+---------------------------------------------------------------+
       LOAD-CLAIM-TOTALS.
           MOVE ZERO TO WS-CLAIM-TOTAL-COUNT
           MOVE '00' TO WS-CLAIM-STATUS
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS = '05' OR WS-CLAIM-STATUS = '35'
              MOVE '10' TO WS-CLAIM-STATUS
           ELSE
              IF WS-CLAIM-STATUS NOT = '00'
                 DISPLAY 'LGBCAT01 ERROR - CANNOT OPEN CLAIM, '
                    'STATUS ' WS-CLAIM-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
                 MOVE '10' TO WS-CLAIM-STATUS
              END-IF
           END-IF
           PERFORM UNTIL WS-CLAIM-STATUS NOT = '00'
              READ CLAIM-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-CLAIM-STATUS
              END-READ
              IF WS-CLAIM-STATUS = '00'
                 AND CLM-DATE <= WS-PERIOD-END
                 PERFORM ADD-CLAIM-TO-POLICY
              END-IF
           END-PERFORM
           CLOSE CLAIM-FILE
           .
       ADD-CLAIM-TO-POLICY.
           MOVE ZERO TO WS-ENTRY-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLAIM-TOTAL-COUNT
              OR WS-ENTRY-IDX > ZERO
              IF WS-CT-POLICY-NUM(WS-IDX) = CLM-POLICY-NUM
                 MOVE WS-IDX TO WS-ENTRY-IDX
              END-IF
           END-PERFORM
           IF WS-ENTRY-IDX = ZERO
              IF WS-CLAIM-TOTAL-COUNT < WS-MAX-CLAIM-ENTRIES
                 ADD 1 TO WS-CLAIM-TOTAL-COUNT
                 MOVE WS-CLAIM-TOTAL-COUNT TO WS-ENTRY-IDX
                 MOVE CLM-POLICY-NUM TO WS-CT-POLICY-NUM(WS-ENTRY-IDX)
                 MOVE ZERO TO WS-CT-COUNT(WS-ENTRY-IDX)
                 MOVE ZERO TO WS-CT-PAID(WS-ENTRY-IDX)
              ELSE
                 ADD 1 TO WS-CLAIM-DROPPED
              END-IF
           END-IF
           IF WS-ENTRY-IDX > ZERO
              ADD 1 TO WS-CT-COUNT(WS-ENTRY-IDX)
              ADD CLM-PAID TO WS-CT-PAID(WS-ENTRY-IDX)
           END-IF
           .
      *+---------------------------------------------------------------+
      *| SCAN-PROPERTY-BOOK                                            |
      *|     One pass of POLICY feeds both the accumulation and the    |
      *|     bordereau. Motor and endowment policies carry no property |
      *|     and are passed over. A book that cannot be opened must    |
      *|     not become an ACCUMPOS that shows every district empty.   |
      *+---------------------------------------------------------------+
       SCAN-PROPERTY-BOOK.
           MOVE '00' TO WS-BORDEREAU-STATUS
           OPEN OUTPUT BORDEREAU-FILE
           IF WS-BORDEREAU-STATUS NOT = '00'
              DISPLAY 'LGBCAT01 ERROR - CANNOT OPEN RIBDX, '
                 'STATUS ' WS-BORDEREAU-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           MOVE SPACES TO BDX-RECORD
           MOVE 'H' TO BDX-RECORD-TYPE
           MOVE WS-BDX-QUARTER TO BDH-QUARTER
           MOVE WS-PERIOD-START TO BDH-PERIOD-START
           MOVE WS-PERIOD-END TO BDH-PERIOD-END
           MOVE WS-RUN-DATE TO BDH-RUN-DATE
           PERFORM WRITE-BORDEREAU-RECORD
           MOVE '00' TO WS-POLICY-STATUS
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
              DISPLAY 'LGBCAT01 ERROR - CANNOT OPEN POLICY, '
                 'STATUS ' WS-POLICY-STATUS
              MOVE 'Y' TO WS-FAILED-SW
              MOVE '10' TO WS-POLICY-STATUS
           END-IF
           PERFORM UNTIL WS-POLICY-STATUS NOT = '00'
              READ POLICY-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-POLICY-STATUS
              END-READ
              IF WS-POLICY-STATUS = '00'
                 AND (PR-POLICY-TYPE = 'H' OR PR-POLICY-TYPE = 'C')
                 PERFORM ASSESS-PROPERTY-POLICY
              END-IF
           END-PERFORM
           CLOSE POLICY-FILE
           MOVE SPACES TO BDX-RECORD
           MOVE 'T' TO BDX-RECORD-TYPE
           MOVE WS-BDX-COUNT TO BDT-POLICY-COUNT
           MOVE WS-BDX-SI-TOTAL TO BDT-SUM-INSURED-TOTAL
           MOVE WS-BDX-PREMIUM-TOTAL TO BDT-PREMIUM-TOTAL
           MOVE WS-BDX-PAID-TOTAL TO BDT-CLAIMS-PAID-TOTAL
           PERFORM WRITE-BORDEREAU-RECORD
           CLOSE BORDEREAU-FILE
           .
       ASSESS-PROPERTY-POLICY.
           IF PR-POLICY-TYPE = 'H'
              MOVE 'Y' TO WS-ACCEPTED-SW
              MOVE PR-H-POSTCODE TO WS-POL-POSTCODE
              MOVE PR-H-VALUE TO WS-POL-SI
           ELSE
              IF PR-B-STATUS = 1
                 MOVE 'Y' TO WS-ACCEPTED-SW
              ELSE
                 MOVE 'N' TO WS-ACCEPTED-SW
              END-IF
              MOVE PR-B-POSTCODE TO WS-POL-POSTCODE
              IF PR-B-SUM-INSURED IS NUMERIC
                 MOVE PR-B-SUM-INSURED TO WS-POL-SI
              ELSE
                 MOVE ZERO TO WS-POL-SI
              END-IF
           END-IF
      *    a declined commercial risk was never on cover
           IF PR-POLICY-TYPE = 'C' AND PR-B-STATUS = 2
              CONTINUE
           ELSE
              MOVE WS-POL-POSTCODE TO WS-PC-POSTCODE
              PERFORM DERIVE-POSTCODE-DISTRICT
              PERFORM LOOKUP-FLOOD-RISK
      *       on risk today - started, not yet expired and not
      *       cancelled - the in-force test LGBPRG01 applies
              IF PR-CANCEL-DATE = SPACES
                 AND PR-ISSUE-DATE <= WS-RUN-DATE
                 AND PR-EXPIRY-DATE >= WS-RUN-DATE
                 PERFORM ADD-TO-ACCUMULATION
              END-IF
              IF WS-ACCEPTED-SW = 'Y'
                 AND PR-ISSUE-DATE <= WS-PERIOD-END
                 AND PR-EXPIRY-DATE >= WS-PERIOD-START
                 AND (PR-CANCEL-DATE = SPACES
                      OR PR-CANCEL-DATE >= WS-PERIOD-START)
                 PERFORM WRITE-BORDEREAU-LINE
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| DERIVE-POSTCODE-DISTRICT                                      |
      *|     The outward code of WS-PC-POSTCODE into WS-PC-DISTRICT:   |
      *|     the part before the space, or for a postcode keyed        |
      *|     without its space, all but the three-character inward     |
      *|     code. LGAHOU01 and LGACOM01 derive it the same way.       |
      *+---------------------------------------------------------------+
       DERIVE-POSTCODE-DISTRICT.
           MOVE ZERO TO WS-PC-LENGTH
           MOVE SPACES TO WS-PC-DISTRICT
           INSPECT WS-PC-POSTCODE TALLYING WS-PC-LENGTH
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PC-LENGTH > 4
              MOVE WS-PC-POSTCODE(1:WS-PC-LENGTH - 3) TO WS-PC-DISTRICT
           ELSE
              IF WS-PC-LENGTH > ZERO
                 MOVE WS-PC-POSTCODE(1:WS-PC-LENGTH) TO WS-PC-DISTRICT
              END-IF
           END-IF
           .
       LOOKUP-FLOOD-RISK.
           MOVE SPACE TO WS-POL-RISK
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-FLOOD-COUNT
              IF WS-FT-POSTCODE(WS-IDX) = WS-POL-POSTCODE
                 MOVE WS-FT-RISK-LEVEL(WS-IDX) TO WS-POL-RISK
                 MOVE WS-FLOOD-COUNT TO WS-IDX
              END-IF
           END-PERFORM
           .
       ADD-TO-ACCUMULATION.
           MOVE ZERO TO WS-ENTRY-IDX
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-DISTRICT-COUNT
              OR WS-ENTRY-IDX > ZERO
              IF WS-DT-DISTRICT(WS-IDX) = WS-PC-DISTRICT
                 MOVE WS-IDX TO WS-ENTRY-IDX
              END-IF
           END-PERFORM
           IF WS-ENTRY-IDX = ZERO
              IF WS-DISTRICT-COUNT < WS-MAX-DISTRICTS
                 ADD 1 TO WS-DISTRICT-COUNT
                 MOVE WS-DISTRICT-COUNT TO WS-ENTRY-IDX
                 MOVE WS-PC-DISTRICT TO WS-DT-DISTRICT(WS-ENTRY-IDX)
                 MOVE ZERO TO WS-DT-HOUSE-COUNT(WS-ENTRY-IDX)
                 MOVE ZERO TO WS-DT-HOUSE-SI(WS-ENTRY-IDX)
                 MOVE ZERO TO WS-DT-COMM-COUNT(WS-ENTRY-IDX)
                 MOVE ZERO TO WS-DT-COMM-SI(WS-ENTRY-IDX)
              ELSE
                 ADD 1 TO WS-DISTRICT-DROPPED
              END-IF
           END-IF
      *    the last flood level entry is the catch-all for a
      *    postcode not on the table
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
              UNTIL WS-LEVEL-IDX = 4
              OR WS-FL-CODE(WS-LEVEL-IDX) = WS-POL-RISK
              CONTINUE
           END-PERFORM
           IF PR-POLICY-TYPE = 'H'
              ADD 1 TO WS-FLT-HOUSE-COUNT(WS-LEVEL-IDX)
              ADD WS-POL-SI TO WS-FLT-HOUSE-SI(WS-LEVEL-IDX)
              IF WS-ENTRY-IDX > ZERO
                 ADD 1 TO WS-DT-HOUSE-COUNT(WS-ENTRY-IDX)
                 ADD WS-POL-SI TO WS-DT-HOUSE-SI(WS-ENTRY-IDX)
              END-IF
           ELSE
              IF PR-B-SUM-INSURED IS NOT NUMERIC
                 OR PR-B-SUM-INSURED = ZERO
                 ADD 1 TO WS-NO-SI-COUNT
              END-IF
              ADD 1 TO WS-FLT-COMM-COUNT(WS-LEVEL-IDX)
              ADD WS-POL-SI TO WS-FLT-COMM-SI(WS-LEVEL-IDX)
              IF WS-ENTRY-IDX > ZERO
                 ADD 1 TO WS-DT-COMM-COUNT(WS-ENTRY-IDX)
                 ADD WS-POL-SI TO WS-DT-COMM-SI(WS-ENTRY-IDX)
              END-IF
           END-IF
           .
       WRITE-BORDEREAU-LINE.
           MOVE SPACES TO BDX-RECORD
           MOVE 'D' TO BDX-RECORD-TYPE
           MOVE PR-POLICY-NUM TO BDD-POLICY-NUM
           MOVE PR-POLICY-TYPE TO BDD-POLICY-TYPE
           MOVE WS-POL-POSTCODE TO BDD-POSTCODE
           MOVE WS-PC-DISTRICT TO BDD-DISTRICT
           MOVE WS-POL-RISK TO BDD-FLOOD-RISK
           IF PR-POLICY-TYPE = 'C'
              MOVE PR-B-LATITUDE TO BDD-LATITUDE
              MOVE PR-B-LONGITUDE TO BDD-LONGITUDE
           END-IF
           MOVE PR-ISSUE-DATE TO BDD-ISSUE-DATE
           MOVE PR-EXPIRY-DATE TO BDD-EXPIRY-DATE
           MOVE PR-CANCEL-DATE TO BDD-CANCEL-DATE
           MOVE WS-POL-SI TO BDD-SUM-INSURED
           MOVE PR-PAYMENT TO BDD-PREMIUM
           MOVE ZERO TO BDD-CLAIM-COUNT
           MOVE ZERO TO BDD-CLAIMS-PAID
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CLAIM-TOTAL-COUNT
              IF WS-CT-POLICY-NUM(WS-IDX) = PR-POLICY-NUM
                 MOVE WS-CT-COUNT(WS-IDX) TO BDD-CLAIM-COUNT
                 MOVE WS-CT-PAID(WS-IDX) TO BDD-CLAIMS-PAID
                 MOVE WS-CLAIM-TOTAL-COUNT TO WS-IDX
              END-IF
           END-PERFORM
           ADD 1 TO WS-BDX-COUNT
           ADD BDD-SUM-INSURED TO WS-BDX-SI-TOTAL
           ADD BDD-PREMIUM TO WS-BDX-PREMIUM-TOTAL
           ADD BDD-CLAIMS-PAID TO WS-BDX-PAID-TOTAL
           PERFORM WRITE-BORDEREAU-RECORD
           .
       WRITE-BORDEREAU-RECORD.
           IF WS-FAILED-SW = 'N'
              WRITE BDX-RECORD
              IF WS-BORDEREAU-STATUS NOT = '00'
                 DISPLAY 'LGBCAT01 ERROR - RIBDX WRITE FAILED, '
                    'STATUS ' WS-BORDEREAU-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| CLEAR-BORDEREAU-FILE                                          |
      *|     A bordereau short of policies would be sent to the        |
      *|     reinsurers as if whole - leave nothing instead.           |
      *+---------------------------------------------------------------+
       CLEAR-BORDEREAU-FILE.
           MOVE '00' TO WS-BORDEREAU-STATUS
           OPEN OUTPUT BORDEREAU-FILE
           CLOSE BORDEREAU-FILE
           .
       RELEASE-DISTRICTS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-DISTRICT-COUNT
              MOVE WS-DT-DISTRICT(WS-IDX) TO SRT-DISTRICT
              MOVE WS-DT-HOUSE-COUNT(WS-IDX) TO SRT-HOUSE-COUNT
              MOVE WS-DT-HOUSE-SI(WS-IDX) TO SRT-HOUSE-SI
              MOVE WS-DT-COMM-COUNT(WS-IDX) TO SRT-COMM-COUNT
              MOVE WS-DT-COMM-SI(WS-IDX) TO SRT-COMM-SI
              RELEASE SORT-RECORD
           END-PERFORM
           .
       WRITE-ACCUMULATION-REPORT.
           MOVE '00' TO WS-SORT-STATUS
           OPEN OUTPUT REPORT-FILE
           MOVE '00' TO WS-POSITION-STATUS
           OPEN OUTPUT POSITION-FILE
           IF WS-POSITION-STATUS NOT = '00'
              DISPLAY 'LGBCAT01 ERROR - CANNOT OPEN ACCUMPOS, '
                 'STATUS ' WS-POSITION-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           MOVE WS-RUN-DATE TO HL-RUN-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM UNTIL WS-SORT-STATUS NOT = '00'
              RETURN SORT-WORK
                 AT END MOVE '10' TO WS-SORT-STATUS
              END-RETURN
              IF WS-SORT-STATUS = '00'
                 PERFORM WRITE-DISTRICT-LINE
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE 'TOTAL' TO DL-DISTRICT
           MOVE WS-TOTAL-HOUSE-COUNT TO DL-HOUSE-COUNT
           MOVE WS-TOTAL-HOUSE-SI TO DL-HOUSE-SI
           MOVE WS-TOTAL-COMM-COUNT TO DL-COMM-COUNT
           MOVE WS-TOTAL-COMM-SI TO DL-COMM-SI
           COMPUTE DL-TOTAL-SI = WS-TOTAL-HOUSE-SI + WS-TOTAL-COMM-SI
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-FLOOD-SECTION
           PERFORM WRITE-RUN-SUMMARY
           CLOSE POSITION-FILE
           CLOSE REPORT-FILE
           .
      *+---------------------------------------------------------------+
      *| WRITE-DISTRICT-LINE                                           |
      *|     Over the limit is more sum insured than the limit - or    |
      *|     any at all where the limit is zero; near it is the        |
      *|     warning percentage of the limit or more.                  |
      *+---------------------------------------------------------------+
       WRITE-DISTRICT-LINE.
           COMPUTE WS-DIST-TOTAL-SI = SRT-HOUSE-SI + SRT-COMM-SI
           ADD SRT-HOUSE-COUNT TO WS-TOTAL-HOUSE-COUNT
           ADD SRT-HOUSE-SI TO WS-TOTAL-HOUSE-SI
           ADD SRT-COMM-COUNT TO WS-TOTAL-COMM-COUNT
           ADD SRT-COMM-SI TO WS-TOTAL-COMM-SI
           MOVE 'N' TO WS-LIMIT-FOUND-SW
           MOVE ZERO TO WS-DIST-LIMIT
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-LIMIT-COUNT
              OR WS-LIMIT-FOUND-SW = 'Y'
              IF WS-LT-DISTRICT(WS-IDX) = SRT-DISTRICT
                 MOVE 'Y' TO WS-LIMIT-FOUND-SW
                 MOVE WS-LT-LIMIT(WS-IDX) TO WS-DIST-LIMIT
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE SRT-DISTRICT TO DL-DISTRICT
           MOVE SRT-HOUSE-COUNT TO DL-HOUSE-COUNT
           MOVE SRT-HOUSE-SI TO DL-HOUSE-SI
           MOVE SRT-COMM-COUNT TO DL-COMM-COUNT
           MOVE SRT-COMM-SI TO DL-COMM-SI
           MOVE WS-DIST-TOTAL-SI TO DL-TOTAL-SI
           MOVE SPACES TO DL-LIMIT
           MOVE SPACES TO DL-PCT
           MOVE SPACES TO DL-FLAG
           MOVE SPACES TO ACCUM-POSITION-RECORD
           IF WS-LIMIT-FOUND-SW = 'N'
              MOVE 'U' TO ACP-STATUS
              MOVE 'NO LIMIT' TO DL-FLAG
              ADD 1 TO WS-NO-LIMIT-COUNT
           ELSE
              MOVE WS-DIST-LIMIT TO WS-LIMIT-EDIT
              MOVE WS-LIMIT-EDIT TO DL-LIMIT
              IF WS-DIST-LIMIT > ZERO
                 COMPUTE WS-DIST-PCT ROUNDED =
                    WS-DIST-TOTAL-SI * 100 / WS-DIST-LIMIT
                    ON SIZE ERROR MOVE 9999.9 TO WS-DIST-PCT
                 END-COMPUTE
                 MOVE WS-DIST-PCT TO WS-PCT-EDIT
                 MOVE WS-PCT-EDIT TO DL-PCT
              END-IF
              EVALUATE TRUE
                 WHEN WS-DIST-LIMIT = ZERO
                 WHEN WS-DIST-TOTAL-SI > WS-DIST-LIMIT
                    MOVE 'O' TO ACP-STATUS
                    MOVE 'OVER LIMIT' TO DL-FLAG
                    ADD 1 TO WS-OVER-COUNT
                 WHEN WS-DIST-TOTAL-SI * 100 >=
                      WS-DIST-LIMIT * WS-NEAR-LIMIT-PCT
                    MOVE 'N' TO ACP-STATUS
                    MOVE 'NEAR LIMIT' TO DL-FLAG
                    ADD 1 TO WS-NEAR-COUNT
                 WHEN OTHER
                    MOVE 'W' TO ACP-STATUS
              END-EVALUATE
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SRT-DISTRICT TO ACP-DISTRICT
           MOVE WS-RUN-DATE TO ACP-RUN-DATE
           COMPUTE ACP-POLICY-COUNT = SRT-HOUSE-COUNT + SRT-COMM-COUNT
           MOVE WS-DIST-TOTAL-SI TO ACP-SUM-INSURED
           MOVE WS-DIST-LIMIT TO ACP-LIMIT
           IF WS-POSITION-STATUS = '00'
              WRITE ACCUM-POSITION-RECORD
              IF WS-POSITION-STATUS NOT = '00'
                 DISPLAY 'LGBCAT01 ERROR - ACCUMPOS WRITE FAILED, '
                    'STATUS ' WS-POSITION-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           .
       WRITE-FLOOD-SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FLOOD-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-FLOOD-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-LEVEL-IDX FROM 1 BY 1
              UNTIL WS-LEVEL-IDX > 4
              MOVE WS-FL-NAME(WS-LEVEL-IDX) TO FL-LEVEL
              MOVE WS-FLT-HOUSE-COUNT(WS-LEVEL-IDX) TO FL-HOUSE-COUNT
              MOVE WS-FLT-HOUSE-SI(WS-LEVEL-IDX) TO FL-HOUSE-SI
              MOVE WS-FLT-COMM-COUNT(WS-LEVEL-IDX) TO FL-COMM-COUNT
              MOVE WS-FLT-COMM-SI(WS-LEVEL-IDX) TO FL-COMM-SI
              COMPUTE FL-TOTAL-SI = WS-FLT-HOUSE-SI(WS-LEVEL-IDX)
                 + WS-FLT-COMM-SI(WS-LEVEL-IDX)
              MOVE WS-FLOOD-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-PERFORM
           .
       WRITE-RUN-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'DISTRICTS OVER THEIR LIMIT' TO SM-LABEL
           MOVE WS-OVER-COUNT TO SM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'DISTRICTS NEAR THEIR LIMIT' TO SM-LABEL
           MOVE WS-NEAR-COUNT TO SM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'DISTRICTS WITH NO LIMIT SET' TO SM-LABEL
           MOVE WS-NO-LIMIT-COUNT TO SM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'COMMERCIAL RISKS WITH NO SUM INSURED RECORDED'
              TO SM-LABEL
           MOVE WS-NO-SI-COUNT TO SM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-LINE
           STRING ' REINSURANCE BORDEREAU ' WS-BDX-QUARTER ' - '
              WS-PERIOD-START ' TO ' WS-PERIOD-END
              DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'POLICIES ON RISK IN THE QUARTER' TO SM-LABEL
           MOVE WS-BDX-COUNT TO SM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'SUM INSURED' TO SM-LABEL
           MOVE WS-BDX-SI-TOTAL TO SM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'ANNUAL PREMIUM' TO SM-LABEL
           MOVE WS-BDX-PREMIUM-TOTAL TO SM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'CLAIMS PAID' TO SM-LABEL
           MOVE WS-BDX-PAID-TOTAL TO SM-VALUE
           PERFORM WRITE-SUMMARY-LINE
           .
       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       END PROGRAM 'LGBCAT01'.

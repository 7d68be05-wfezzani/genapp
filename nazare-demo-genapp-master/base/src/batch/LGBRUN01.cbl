      *+---------------------------------------------------------------+
      *| LGBRUN01                                                      |
      *|     Morning run-status report. Reads the RUNLEDGR run ledger  |
      *|     (COPY LGRUNLOG) that LGBCTL01 keeps for every batch job   |
      *|     and prints, on RUNRPT, one line per run for a business    |
      *|     date - job, period, start and end times, return code,     |
      *|     record counts, whether an operator forced it and how it   |
      *|     ended:                                                    |
      *|       OK          ended with RETURN-CODE 0                    |
      *|       EXCEPTIONS  ended below 16 - ran to the end with items  |
      *|                   for the business to look at on its report   |
      *|       FAILED      ended 16 or above                           |
      *|       NOT ENDED   started but never ended - abended, or       |
      *|                   still running                               |
      *|       REFUSED     refused by run control, with the reason -   |
      *|                   one refused as already run for its period   |
      *|                   is shown but needs nothing doing            |
      *|     A failed, unfinished or refused run that a later run of   |
      *|     the same job put right says so and is not counted         |
      *|     against the night. Every daily job on the LGBSCHED        |
      *|     schedule with no run at all is listed NOT RUN. A summary  |
      *|     of the counts ends the report - the one place the         |
      *|     operator needs to look, instead of every job's console    |
      *|     output.                                                   |
      *|                                                               |
      *|     The business date is the one a RUNPARM record names       |
      *|     (YYYY-MM-DD); a missing or empty RUNPARM reports the      |
      *|     latest date on the ledger, which in the morning is the    |
      *|     night just run - LGBDTR01 has already rolled BUSDATE on.  |
      *|     This job's own runs are left off.                         |
      *|                                                               |
      *|     Ends with RETURN-CODE 8 when anything needs the           |
      *|     operator, and 16 when the ledger could not be read or     |
      *|     had more runs for the date than the table holds.          |
      *|                                                               |
      *|     Runs under LGBCTL01 run control and is recorded on the    |
      *|     ledger it reports; as an on-request job it is never       |
      *|     refused as a repeat.                                      |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBRUN01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO 'RUNLEDGR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT PARM-FILE ASSIGN TO 'RUNPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'RUNRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LEDGER-FILE.
       COPY LGRUNLOG.
       FD  PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  PARM-RECORD.
           05 PARM-BUSINESS-DATE PIC X(10).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       1 WS-LEDGER-STATUS PIC XX VALUE '00'.
       1 WS-PARM-STATUS PIC XX VALUE '00'.
       1 WS-REPORT-STATUS PIC XX VALUE '00'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-REPORT-DATE PIC X(10) VALUE SPACES.
       1 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       1 WS-CLEAN-COUNT PIC 9(5) VALUE ZERO.
       1 WS-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.
       1 WS-FAILED-COUNT PIC 9(5) VALUE ZERO.
       1 WS-NOT-ENDED-COUNT PIC 9(5) VALUE ZERO.
       1 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.
       1 WS-FORCED-COUNT PIC 9(5) VALUE ZERO.
       1 WS-NOT-RUN-COUNT PIC 9(5) VALUE ZERO.
       1 WS-PROBLEM-COUNT PIC 9(5) VALUE ZERO.
       1 WS-STATUS-TEXT PIC X(20) VALUE SPACES.
       1 WS-PROBLEM-SW PIC X VALUE 'N'.
       1 WS-FOUND-SW PIC X VALUE 'N'.
       1 WS-SCH-IDX PIC 9(2) VALUE ZERO.
      *+---------------------------------------------------------------+
      *| The date's runs, in ledger order. An 'S' or 'R' record opens  |
      *| an entry; the 'E' record with the same job and start time     |
      *| closes it.                                                    |
      *+---------------------------------------------------------------+
       1 WS-MAX-RUNS PIC 9(5) VALUE 2000.
       1 WS-RUN-COUNT PIC 9(5) VALUE ZERO.
       1 WS-RUN-DROPPED PIC 9(5) VALUE ZERO.
       1 WS-RUN-TABLE.
          05 WS-RN-ENTRY OCCURS 2000 TIMES.
             10 WS-RN-JOB-NAME PIC X(8).
             10 WS-RN-PERIOD PIC X(10).
             10 WS-RN-EVENT PIC X.
             10 WS-RN-ENDED-SW PIC X.
             10 WS-RN-FORCED PIC X.
             10 WS-RN-REFUSED-FOR PIC X.
             10 WS-RN-STARTED-AT PIC X(26).
             10 WS-RN-ENDED-AT PIC X(26).
             10 WS-RN-RETURN-CODE PIC 9(4).
             10 WS-RN-RECORDS-READ PIC 9(9).
             10 WS-RN-RECORDS-WRITTEN PIC 9(9).
             10 WS-RN-EXCEPTIONS PIC 9(9).
             10 WS-RN-MESSAGE PIC X(60).
             10 WS-RN-RESOLVED-SW PIC X.
       1 WS-RN-IDX PIC 9(5) VALUE ZERO.
       1 WS-RN-IDX2 PIC 9(5) VALUE ZERO.
       1 WS-HEADING-1.
          05 FILLER PIC X(40) VALUE
             'OVERNIGHT BATCH RUN STATUS FOR BUSINESS '.
          05 FILLER PIC X(5) VALUE 'DATE '.
          05 HL-REPORT-DATE PIC X(10).
          05 FILLER PIC X(77) VALUE SPACES.
       1 WS-HEADING-2.
          05 FILLER PIC X(9) VALUE ' JOB'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'PERIOD'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(19) VALUE 'STARTED'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(19) VALUE 'ENDED'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(4) VALUE '  RC'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(8) VALUE '    READ'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(8) VALUE ' WRITTEN'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'EXCEPTIONS'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(6) VALUE 'FORCED'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(20) VALUE 'STATUS'.
          05 FILLER PIC X VALUE SPACE.
       1 WS-RUN-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 RL-JOB-NAME PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-PERIOD PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-STARTED-AT PIC X(19).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-ENDED-AT PIC X(19).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-RETURN-CODE PIC X(4).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-RECORDS-READ PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-RECORDS-WRITTEN PIC X(8).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-EXCEPTIONS PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-FORCED PIC X(6).
          05 FILLER PIC X(2) VALUE SPACES.
          05 RL-STATUS PIC X(20).
          05 FILLER PIC X VALUE SPACE.
       1 WS-EDIT-RC PIC ZZZ9.
       1 WS-EDIT-COUNT PIC Z(7)9.
       1 WS-EDIT-EXCEPTIONS PIC Z(9)9.
       1 WS-MESSAGE-LINE.
          05 FILLER PIC X(12) VALUE SPACES.
          05 ML-MESSAGE PIC X(60).
          05 FILLER PIC X(60) VALUE SPACES.
       1 WS-HEADING-3.
          05 FILLER PIC X(8) VALUE ' SUMMARY'.
          05 FILLER PIC X(124) VALUE SPACES.
       1 WS-SUMMARY-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 SL-LABEL PIC X(40).
          05 SL-COUNT PIC Z(6)9.
          05 FILLER PIC X(84) VALUE SPACES.
       1 WS-NOTE-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 NL-TEXT PIC X(80).
          05 FILLER PIC X(51) VALUE SPACES.
       COPY LGBSCHED.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-REPORT-DATE
           IF WS-FAILED-SW = 'N'
              PERFORM LOAD-RUNS
           END-IF
           IF WS-FAILED-SW = 'N'
              AND WS-RUN-DROPPED = 0
              PERFORM MARK-RESOLVED-RUNS
              PERFORM WRITE-RUN-STATUS-REPORT
           ELSE
              OPEN OUTPUT REPORT-FILE
              CLOSE REPORT-FILE
           END-IF
           DISPLAY 'LGBRUN01 BUSINESS DATE ' WS-REPORT-DATE ' - '
              WS-RUN-COUNT ' RUNS, ' WS-PROBLEM-COUNT
              ' NEEDING ATTENTION'
           IF WS-FAILED-SW = 'Y'
              OR WS-RUN-DROPPED > 0
              DISPLAY 'LGBRUN01 FAILED - RUNLEDGR NOT FULLY READ OR '
                 'TABLE CAPACITY EXCEEDED, RUNRPT NOT PRODUCED'
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-PROBLEM-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF
           PERFORM END-BATCH-RUN
           GOBACK
           .
      *+---------------------------------------------------------------+
      *| START-BATCH-RUN / END-BATCH-RUN                               |
      *|     Run control through LGBCTL01 (COPY LGBCTLRQ): the         |
      *|     business date and the go-ahead before anything is         |
      *|     opened, the counts and return code on the run ledger at   |
      *|     the end. The CALL resets RETURN-CODE, so the code         |
      *|     LGBCTL01 hands back is put back in it.                    |
      *+---------------------------------------------------------------+
       START-BATCH-RUN.
           MOVE 'S' TO BC-FUNCTION
           MOVE 'LGBRUN01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-READ-COUNT TO BC-RECORDS-READ
           MOVE WS-RUN-COUNT TO BC-RECORDS-WRITTEN
           MOVE WS-PROBLEM-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
      *+---------------------------------------------------------------+
      *| SET-REPORT-DATE                                               |
      *|     A RUNPARM date if one is given and looks like a date,     |
      *|     otherwise the latest business date on the ledger other    |
      *|     than this job's own - failing that, the current one.      |
      *+---------------------------------------------------------------+
       SET-REPORT-DATE.
           MOVE SPACES TO WS-REPORT-DATE
           MOVE '00' TO WS-PARM-STATUS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '05' OR WS-PARM-STATUS = '35'
              CONTINUE
           ELSE
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-BUSINESS-DATE(1:4) IS NUMERIC
                       AND PARM-BUSINESS-DATE(5:1) = '-'
                       AND PARM-BUSINESS-DATE(6:2) IS NUMERIC
                       AND PARM-BUSINESS-DATE(8:1) = '-'
                       AND PARM-BUSINESS-DATE(9:2) IS NUMERIC
                       MOVE PARM-BUSINESS-DATE TO WS-REPORT-DATE
                    ELSE
                       DISPLAY 'LGBRUN01 WARNING - RUNPARM <'
                          PARM-BUSINESS-DATE '> IS NOT A YYYY-MM-DD '
                          'DATE, LATEST DATE REPORTED'
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF
           IF WS-REPORT-DATE = SPACES
              PERFORM FIND-LATEST-DATE
           END-IF
           IF WS-REPORT-DATE = SPACES
              MOVE BC-BUSINESS-DATE TO WS-REPORT-DATE
           END-IF
           .
       FIND-LATEST-DATE.
           MOVE '00' TO WS-LEDGER-STATUS
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
              DISPLAY 'LGBRUN01 ERROR - CANNOT OPEN RUNLEDGR, '
                 'STATUS ' WS-LEDGER-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           PERFORM UNTIL WS-LEDGER-STATUS NOT = '00'
              READ LEDGER-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-LEDGER-STATUS
              END-READ
              IF WS-LEDGER-STATUS = '00'
                 AND RLG-JOB-NAME NOT = 'LGBRUN01'
                 AND RLG-BUSINESS-DATE > WS-REPORT-DATE
                 MOVE RLG-BUSINESS-DATE TO WS-REPORT-DATE
              END-IF
           END-PERFORM
           IF WS-LEDGER-STATUS NOT = '10' AND WS-FAILED-SW = 'N'
              DISPLAY 'LGBRUN01 ERROR - CANNOT READ RUNLEDGR, '
                 'STATUS ' WS-LEDGER-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE LEDGER-FILE
           .
      *+---------------------------------------------------------------+
      *| LOAD-RUNS                                                     |
      *|     The ledger always exists by now - LGBCTL01 has just       |
      *|     written this job's own start record to it.                |
      *+---------------------------------------------------------------+
       LOAD-RUNS.
           MOVE '00' TO WS-LEDGER-STATUS
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS NOT = '00'
              DISPLAY 'LGBRUN01 ERROR - CANNOT OPEN RUNLEDGR, '
                 'STATUS ' WS-LEDGER-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           PERFORM UNTIL WS-LEDGER-STATUS NOT = '00'
              READ LEDGER-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-LEDGER-STATUS
              END-READ
              IF WS-LEDGER-STATUS = '00'
                 ADD 1 TO WS-READ-COUNT
                 IF RLG-BUSINESS-DATE = WS-REPORT-DATE
                    AND RLG-JOB-NAME NOT = 'LGBRUN01'
                    PERFORM TAKE-LEDGER-RECORD
                 END-IF
              END-IF
           END-PERFORM
           IF WS-LEDGER-STATUS NOT = '10' AND WS-FAILED-SW = 'N'
              DISPLAY 'LGBRUN01 ERROR - CANNOT READ RUNLEDGR, '
                 'STATUS ' WS-LEDGER-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           CLOSE LEDGER-FILE
           .
       TAKE-LEDGER-RECORD.
           MOVE 'N' TO WS-FOUND-SW
           IF RLG-EVENT = 'E'
              PERFORM VARYING WS-RN-IDX FROM WS-RUN-COUNT BY -1
                 UNTIL WS-RN-IDX < 1 OR WS-FOUND-SW = 'Y'
                 IF WS-RN-JOB-NAME(WS-RN-IDX) = RLG-JOB-NAME
                    AND WS-RN-STARTED-AT(WS-RN-IDX) = RLG-STARTED-AT
                    AND WS-RN-EVENT(WS-RN-IDX) = 'S'
                    AND WS-RN-ENDED-SW(WS-RN-IDX) = 'N'
                    MOVE 'Y' TO WS-FOUND-SW
                    PERFORM CLOSE-RUN-ENTRY
                 END-IF
              END-PERFORM
           END-IF
      *    an end with no start to pair with still gets a line -
      *    a ledger that has lost a start record is worth seeing
           IF WS-FOUND-SW = 'N'
              IF WS-RUN-COUNT < WS-MAX-RUNS
                 ADD 1 TO WS-RUN-COUNT
                 MOVE WS-RUN-COUNT TO WS-RN-IDX
                 MOVE RLG-JOB-NAME TO WS-RN-JOB-NAME(WS-RN-IDX)
                 MOVE RLG-PERIOD TO WS-RN-PERIOD(WS-RN-IDX)
                 MOVE RLG-EVENT TO WS-RN-EVENT(WS-RN-IDX)
                 MOVE 'N' TO WS-RN-ENDED-SW(WS-RN-IDX)
                 MOVE RLG-FORCED TO WS-RN-FORCED(WS-RN-IDX)
                 MOVE RLG-REFUSED-FOR TO WS-RN-REFUSED-FOR(WS-RN-IDX)
                 MOVE RLG-STARTED-AT TO WS-RN-STARTED-AT(WS-RN-IDX)
                 MOVE SPACES TO WS-RN-ENDED-AT(WS-RN-IDX)
                 MOVE ZERO TO WS-RN-RETURN-CODE(WS-RN-IDX)
                 MOVE ZERO TO WS-RN-RECORDS-READ(WS-RN-IDX)
                 MOVE ZERO TO WS-RN-RECORDS-WRITTEN(WS-RN-IDX)
                 MOVE ZERO TO WS-RN-EXCEPTIONS(WS-RN-IDX)
                 MOVE RLG-MESSAGE TO WS-RN-MESSAGE(WS-RN-IDX)
                 MOVE 'N' TO WS-RN-RESOLVED-SW(WS-RN-IDX)
                 IF RLG-EVENT = 'E'
                    MOVE 'S' TO WS-RN-EVENT(WS-RN-IDX)
                    PERFORM CLOSE-RUN-ENTRY
                 END-IF
              ELSE
                 ADD 1 TO WS-RUN-DROPPED
              END-IF
           END-IF
           .
       CLOSE-RUN-ENTRY.
           MOVE 'Y' TO WS-RN-ENDED-SW(WS-RN-IDX)
           MOVE RLG-ENDED-AT TO WS-RN-ENDED-AT(WS-RN-IDX)
           MOVE RLG-RETURN-CODE TO WS-RN-RETURN-CODE(WS-RN-IDX)
           MOVE RLG-RECORDS-READ TO WS-RN-RECORDS-READ(WS-RN-IDX)
           MOVE RLG-RECORDS-WRITTEN
              TO WS-RN-RECORDS-WRITTEN(WS-RN-IDX)
           MOVE RLG-EXCEPTIONS TO WS-RN-EXCEPTIONS(WS-RN-IDX)
           .
      *+---------------------------------------------------------------+
      *| MARK-RESOLVED-RUNS                                            |
      *|     A failed, unfinished or refused run is put right only by  |
      *|     a clean run of the same job after it.                     |
      *+---------------------------------------------------------------+
       MARK-RESOLVED-RUNS.
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
              UNTIL WS-RN-IDX > WS-RUN-COUNT
              IF WS-RN-EVENT(WS-RN-IDX) = 'R'
                 OR WS-RN-ENDED-SW(WS-RN-IDX) = 'N'
                 OR WS-RN-RETURN-CODE(WS-RN-IDX) >= 16
                 PERFORM VARYING WS-RN-IDX2 FROM 1 BY 1
                    UNTIL WS-RN-IDX2 > WS-RUN-COUNT
                    IF WS-RN-JOB-NAME(WS-RN-IDX2)
                          = WS-RN-JOB-NAME(WS-RN-IDX)
                       AND WS-RN-ENDED-SW(WS-RN-IDX2) = 'Y'
                       AND WS-RN-RETURN-CODE(WS-RN-IDX2) < 16
                       AND WS-RN-IDX2 > WS-RN-IDX
                       MOVE 'Y' TO WS-RN-RESOLVED-SW(WS-RN-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           .
       WRITE-RUN-STATUS-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE WS-REPORT-DATE TO HL-REPORT-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
              UNTIL WS-RN-IDX > WS-RUN-COUNT
              PERFORM WRITE-RUN-LINE
           END-PERFORM
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
              UNTIL WS-SCH-IDX > SCH-JOB-COUNT
              IF SCH-FREQUENCY(WS-SCH-IDX) = 'D'
                 PERFORM CHECK-DAILY-JOB-RAN
              END-IF
           END-PERFORM
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           .
      *+---------------------------------------------------------------+
      *| WRITE-RUN-LINE                                                |
      *|     One line per run, with the refusal or force reason under  |
      *|     it where the ledger has one.                              |
      *+---------------------------------------------------------------+
       WRITE-RUN-LINE.
           MOVE 'N' TO WS-PROBLEM-SW
           EVALUATE TRUE
              WHEN WS-RN-EVENT(WS-RN-IDX) = 'R'
                 AND WS-RN-REFUSED-FOR(WS-RN-IDX) = 'D'
                 MOVE 'REFUSED, ALREADY RUN' TO WS-STATUS-TEXT
                 ADD 1 TO WS-REFUSED-COUNT
              WHEN WS-RN-EVENT(WS-RN-IDX) = 'R'
                 IF WS-RN-RESOLVED-SW(WS-RN-IDX) = 'Y'
                    MOVE 'REFUSED, RERUN OK' TO WS-STATUS-TEXT
                 ELSE
                    MOVE 'REFUSED' TO WS-STATUS-TEXT
                 END-IF
                 ADD 1 TO WS-REFUSED-COUNT
                 MOVE 'Y' TO WS-PROBLEM-SW
              WHEN WS-RN-ENDED-SW(WS-RN-IDX) = 'N'
                 IF WS-RN-RESOLVED-SW(WS-RN-IDX) = 'Y'
                    MOVE 'NOT ENDED, RERUN OK' TO WS-STATUS-TEXT
                 ELSE
                    MOVE 'NOT ENDED' TO WS-STATUS-TEXT
                 END-IF
                 ADD 1 TO WS-NOT-ENDED-COUNT
                 MOVE 'Y' TO WS-PROBLEM-SW
              WHEN WS-RN-RETURN-CODE(WS-RN-IDX) >= 16
                 IF WS-RN-RESOLVED-SW(WS-RN-IDX) = 'Y'
                    MOVE 'FAILED, RERUN OK' TO WS-STATUS-TEXT
                 ELSE
                    MOVE 'FAILED' TO WS-STATUS-TEXT
                 END-IF
                 ADD 1 TO WS-FAILED-COUNT
                 MOVE 'Y' TO WS-PROBLEM-SW
              WHEN WS-RN-RETURN-CODE(WS-RN-IDX) > 0
                 MOVE 'EXCEPTIONS' TO WS-STATUS-TEXT
                 ADD 1 TO WS-EXCEPTION-COUNT
              WHEN OTHER
                 MOVE 'OK' TO WS-STATUS-TEXT
                 ADD 1 TO WS-CLEAN-COUNT
           END-EVALUATE
           IF WS-PROBLEM-SW = 'Y'
              AND WS-RN-RESOLVED-SW(WS-RN-IDX) = 'N'
              ADD 1 TO WS-PROBLEM-COUNT
           END-IF
           IF WS-RN-FORCED(WS-RN-IDX) = 'Y'
              ADD 1 TO WS-FORCED-COUNT
              MOVE 'FORCED' TO RL-FORCED
           ELSE
              MOVE SPACES TO RL-FORCED
           END-IF
           MOVE WS-RN-JOB-NAME(WS-RN-IDX) TO RL-JOB-NAME
           MOVE WS-RN-PERIOD(WS-RN-IDX) TO RL-PERIOD
           MOVE WS-RN-STARTED-AT(WS-RN-IDX) TO RL-STARTED-AT
           MOVE WS-RN-ENDED-AT(WS-RN-IDX) TO RL-ENDED-AT
           IF WS-RN-ENDED-SW(WS-RN-IDX) = 'Y'
              MOVE WS-RN-RETURN-CODE(WS-RN-IDX) TO WS-EDIT-RC
              MOVE WS-EDIT-RC TO RL-RETURN-CODE
              MOVE WS-RN-RECORDS-READ(WS-RN-IDX) TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT TO RL-RECORDS-READ
              MOVE WS-RN-RECORDS-WRITTEN(WS-RN-IDX) TO WS-EDIT-COUNT
              MOVE WS-EDIT-COUNT TO RL-RECORDS-WRITTEN
              MOVE WS-RN-EXCEPTIONS(WS-RN-IDX) TO WS-EDIT-EXCEPTIONS
              MOVE WS-EDIT-EXCEPTIONS TO RL-EXCEPTIONS
           ELSE
              MOVE SPACES TO RL-RETURN-CODE
              MOVE SPACES TO RL-RECORDS-READ
              MOVE SPACES TO RL-RECORDS-WRITTEN
              MOVE SPACES TO RL-EXCEPTIONS
           END-IF
           MOVE WS-STATUS-TEXT TO RL-STATUS
           MOVE WS-RUN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RN-MESSAGE(WS-RN-IDX) NOT = SPACES
              MOVE WS-RN-MESSAGE(WS-RN-IDX) TO ML-MESSAGE
              MOVE WS-MESSAGE-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| CHECK-DAILY-JOB-RAN                                           |
      *|     A daily job with no line at all for the date - not even   |
      *|     a refusal - was never submitted.                          |
      *+---------------------------------------------------------------+
       CHECK-DAILY-JOB-RAN.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-RN-IDX FROM 1 BY 1
              UNTIL WS-RN-IDX > WS-RUN-COUNT OR WS-FOUND-SW = 'Y'
              IF WS-RN-JOB-NAME(WS-RN-IDX) = SCH-JOB-NAME(WS-SCH-IDX)
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
              ADD 1 TO WS-NOT-RUN-COUNT
              ADD 1 TO WS-PROBLEM-COUNT
              MOVE SPACES TO WS-RUN-LINE
              MOVE SCH-JOB-NAME(WS-SCH-IDX) TO RL-JOB-NAME
              MOVE WS-REPORT-DATE TO RL-PERIOD
              MOVE 'NOT RUN' TO RL-STATUS
              MOVE WS-RUN-LINE TO REPORT-LINE
              WRITE REPORT-LINE
           END-IF
           .
       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'RUNS ENDED OK' TO SL-LABEL
           MOVE WS-CLEAN-COUNT TO SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'RUNS ENDED WITH EXCEPTIONS' TO SL-LABEL
           MOVE WS-EXCEPTION-COUNT TO SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'RUNS FAILED' TO SL-LABEL
           MOVE WS-FAILED-COUNT TO SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'RUNS NOT ENDED' TO SL-LABEL
           MOVE WS-NOT-ENDED-COUNT TO SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'RUNS REFUSED' TO SL-LABEL
           MOVE WS-REFUSED-COUNT TO SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'RUNS FORCED BY AN OPERATOR' TO SL-LABEL
           MOVE WS-FORCED-COUNT TO SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'DAILY JOBS NOT RUN' TO SL-LABEL
           MOVE WS-NOT-RUN-COUNT TO SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE 'ITEMS NEEDING ATTENTION' TO SL-LABEL
           MOVE WS-PROBLEM-COUNT TO SL-COUNT
           PERFORM WRITE-SUMMARY-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PROBLEM-COUNT = 0
              MOVE 'OVERNIGHT RUN COMPLETE' TO NL-TEXT
           ELSE
              MOVE 'OVERNIGHT RUN NEEDS ATTENTION - SEE ABOVE'
                 TO NL-TEXT
           END-IF
           MOVE WS-NOTE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       END PROGRAM 'LGBRUN01'.

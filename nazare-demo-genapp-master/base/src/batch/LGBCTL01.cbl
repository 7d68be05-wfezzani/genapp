      *+---------------------------------------------------------------+
      *| LGBCTL01                                                      |
      *|     Batch run control. Every batch job CALLs this with a      |
      *|     LGBCTLRQ request before it opens anything and again when  |
      *|     it has finished, so that the whole overnight suite works  |
      *|     to one business date and every run is on the ledger.      |
      *|                                                               |
      *|     BC-FUNCTION 'S' (start):                                  |
      *|       - reads the business date from BUSDATE (COPY LGBUSDTE)  |
      *|         and hands it back - jobs take "today" from here,      |
      *|         never from the system clock, so a missed night can be |
      *|         run the next morning for the date it was due          |
      *|       - works out the period the run counts for from the      |
      *|         job's frequency on the LGBSCHED schedule              |
      *|       - refuses the run ('D') when RUNLEDGR already holds an  |
      *|         end record for the job and period with a return       |
      *|         code below 16, and ('P') when a job it depends on     |
      *|         has no such end record for the same business date -   |
      *|         a return code of 8 means the job ran to the end with  |
      *|         exceptions to look at, and counts as finished         |
      *|       - lets either refusal through when RUNFORCE (COPY       |
      *|         LGRUNFRC) holds an entry for the job and business     |
      *|         date; the run is marked forced on the ledger          |
      *|       - writes a start record ('S') for a run it lets go, or  |
      *|         a refusal record ('R') with the reason, which also    |
      *|         goes to the console                                   |
      *|     BC-RESULT 'E' means the business date, the force file or  |
      *|     the ledger could not be read or written; the job must not |
      *|     run.                                                      |
      *|                                                               |
      *|     BC-FUNCTION 'E' (end) writes the end record ('E') with    |
      *|     the caller's counts and return code against the start     |
      *|     time the 'S' call handed out. If it cannot be written     |
      *|     BC-RETURN-CODE comes back raised to 16 - a run the ledger |
      *|     does not know finished will hold up everything after it.  |
      *|                                                               |
      *|     Ledger records are appended (OPEN EXTEND); the ledger is  |
      *|     never rewritten here.                                     |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBCTL01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO 'RUNLEDGR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LEDGER-STATUS.
           SELECT FORCE-FILE ASSIGN TO 'RUNFORCE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FORCE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       COPY LGBUSDTE.
       FD  LEDGER-FILE.
       COPY LGRUNLOG.
       FD  FORCE-FILE.
       COPY LGRUNFRC.
       WORKING-STORAGE SECTION.
       1 WS-BUSDATE-STATUS PIC XX VALUE '00'.
       1 WS-LEDGER-STATUS PIC XX VALUE '00'.
       1 WS-FORCE-STATUS PIC XX VALUE '00'.
       1 WS-DATE-OK-SW PIC X VALUE 'N'.
       1 WS-LEDGER-OK-SW PIC X VALUE 'Y'.
       1 WS-FORCE-OK-SW PIC X VALUE 'Y'.
       1 WS-FORCE-FOUND-SW PIC X VALUE 'N'.
       1 WS-FORCE-REASON PIC X(50) VALUE SPACES.
       1 WS-ALREADY-RUN-SW PIC X VALUE 'N'.
       1 WS-SCHEDULED-SW PIC X VALUE 'N'.
       1 WS-FREQUENCY PIC X VALUE 'D'.
       1 WS-SCH-IDX PIC 9(2) VALUE ZERO.
       1 WS-PRQ-IDX PIC 9(2) VALUE ZERO.
       1 WS-PREREQUISITES.
          05 WS-PREREQ-ENTRY OCCURS 8 TIMES.
             10 WS-PREREQ-JOB PIC X(8).
             10 WS-PREREQ-DONE-SW PIC X.
       1 WS-MISSING-PREREQ PIC X(8) VALUE SPACES.
       1 WS-MESSAGE PIC X(60) VALUE SPACES.
       1 WS-QUARTER PIC 9 VALUE ZERO.
       1 WS-DAYS-BACK PIC 9 VALUE ZERO.
       1 WS-WEEKDAY-QUOT PIC 9(8) VALUE ZERO.
       1 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       1 WS-CLK-DATE PIC 9(8) VALUE ZERO.
       1 WS-CLK-DATE-SPLIT REDEFINES WS-CLK-DATE.
          05 WS-CLK-YYYY PIC 9(4).
          05 WS-CLK-MM PIC 9(2).
          05 WS-CLK-DD PIC 9(2).
       1 WS-CLK-TIME PIC 9(8) VALUE ZERO.
       1 WS-CLK-TIME-SPLIT REDEFINES WS-CLK-TIME.
          05 WS-CLK-HH PIC 9(2).
          05 WS-CLK-MI PIC 9(2).
          05 WS-CLK-SS PIC 9(2).
          05 WS-CLK-HS PIC 9(2).
       1 WS-BUS-DATE PIC 9(8) VALUE ZERO.
       1 WS-BUS-DATE-SPLIT REDEFINES WS-BUS-DATE.
          05 WS-BUS-YYYY PIC 9(4).
          05 WS-BUS-MM PIC 9(2).
          05 WS-BUS-DD PIC 9(2).
      *+---------------------------------------------------------------+
      *| Date edit and day-stepping scratch fields - the same calendar |
      *| rules as the online date edits.                               |
      *+---------------------------------------------------------------+
       1 WS-EDT-DATE PIC X(10) VALUE SPACES.
       1 WS-EDT-DATE-OK-SW PIC X VALUE 'N'.
       1 WS-EDT-YYYY PIC 9(4) VALUE ZERO.
       1 WS-EDT-MM PIC 9(2) VALUE ZERO.
       1 WS-EDT-DD PIC 9(2) VALUE ZERO.
       1 WS-EDT-MAX-DD PIC 9(2) VALUE ZERO.
       1 WS-EDT-REM PIC 9(4) VALUE ZERO.
       1 WS-EDT-QUOT PIC 9(4) VALUE ZERO.
      *+---------------------------------------------------------------+
      *| Scratch fields for CONVERT-DATE-TO-DAYS - a plain Gregorian   |
      *| day count. Integer divisions are done with DIVIDE into        |
      *| integer fields; COMPUTE would carry decimals through the      |
      *| intermediate results and break the truncation the formula     |
      *| relies on.                                                    |
      *+---------------------------------------------------------------+
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
       COPY LGBSCHED.
       LINKAGE SECTION.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION USING BATCH-CONTROL-REQUEST.
       MAIN-LOGIC.
           EVALUATE BC-FUNCTION
              WHEN 'S'
                 PERFORM START-RUN
              WHEN 'E'
                 PERFORM END-RUN
              WHEN OTHER
                 DISPLAY 'LGBCTL01 ERROR - UNKNOWN FUNCTION '
                    BC-FUNCTION ' FROM ' BC-JOB-NAME
                 MOVE 'E' TO BC-RESULT
           END-EVALUATE
           GOBACK
           .
      *+---------------------------------------------------------------+
      *| START-RUN                                                     |
      *|     Decide whether BC-JOB-NAME may run for the current        |
      *|     business date and record the decision on the ledger.      |
      *+---------------------------------------------------------------+
       START-RUN.
           MOVE 'E' TO BC-RESULT
           MOVE 'N' TO BC-FORCED
           MOVE SPACES TO BC-PERIOD
           MOVE SPACES TO BC-BUSINESS-DATE
           MOVE ZERO TO BC-BUSINESS-YYYYMMDD
           MOVE ZERO TO BC-RECORDS-READ
           MOVE ZERO TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-EXCEPTIONS
           MOVE ZERO TO BC-RETURN-CODE
           PERFORM SET-TIMESTAMP
           MOVE WS-TIMESTAMP TO BC-STARTED-AT
           PERFORM READ-BUSINESS-DATE
           IF WS-DATE-OK-SW = 'N'
              DISPLAY BC-JOB-NAME
                 ' REFUSED - NO VALID BUSINESS DATE ON BUSDATE'
           ELSE
              MOVE BDT-BUSINESS-DATE TO BC-BUSINESS-DATE
              MOVE BDT-BUSINESS-DATE(1:4) TO WS-BUS-YYYY
              MOVE BDT-BUSINESS-DATE(6:2) TO WS-BUS-MM
              MOVE BDT-BUSINESS-DATE(9:2) TO WS-BUS-DD
              MOVE WS-BUS-DATE TO BC-BUSINESS-YYYYMMDD
              PERFORM FIND-SCHEDULE-ENTRY
              PERFORM SET-RUN-PERIOD
              PERFORM READ-FORCE-FILE
              PERFORM SCAN-LEDGER
              IF WS-FORCE-OK-SW = 'Y' AND WS-LEDGER-OK-SW = 'Y'
                 PERFORM DECIDE-RUN
                 PERFORM RECORD-START-DECISION
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| READ-BUSINESS-DATE                                            |
      *|     The one BUSDATE record, which must hold a real calendar   |
      *|     date. An empty or missing file means the date has never   |
      *|     been set - LGBDTR01 sets it.                              |
      *+---------------------------------------------------------------+
       READ-BUSINESS-DATE.
           MOVE 'N' TO WS-DATE-OK-SW
           MOVE '00' TO WS-BUSDATE-STATUS
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = '00'
              READ BUSDATE-FILE
              IF WS-BUSDATE-STATUS = '00'
                 MOVE BDT-BUSINESS-DATE TO WS-EDT-DATE
                 PERFORM EDIT-DATE-FIELD
                 MOVE WS-EDT-DATE-OK-SW TO WS-DATE-OK-SW
              END-IF
              CLOSE BUSDATE-FILE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| FIND-SCHEDULE-ENTRY                                           |
      *|     The job's frequency and prerequisites from LGBSCHED. A    |
      *|     job that is not on the schedule runs as daily with no     |
      *|     prerequisites, and the console says so.                   |
      *+---------------------------------------------------------------+
       FIND-SCHEDULE-ENTRY.
           MOVE 'N' TO WS-SCHEDULED-SW
           MOVE 'D' TO WS-FREQUENCY
           MOVE SPACES TO WS-PREREQUISITES
           PERFORM VARYING WS-SCH-IDX FROM 1 BY 1
              UNTIL WS-SCH-IDX > SCH-JOB-COUNT
              OR WS-SCHEDULED-SW = 'Y'
              IF SCH-JOB-NAME(WS-SCH-IDX) = BC-JOB-NAME
                 MOVE 'Y' TO WS-SCHEDULED-SW
                 MOVE SCH-FREQUENCY(WS-SCH-IDX) TO WS-FREQUENCY
                 PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                    UNTIL WS-PRQ-IDX > SCH-MAX-PREREQUISITES
                    MOVE SCH-PREREQUISITE(WS-SCH-IDX, WS-PRQ-IDX)
                       TO WS-PREREQ-JOB(WS-PRQ-IDX)
                    MOVE 'N' TO WS-PREREQ-DONE-SW(WS-PRQ-IDX)
                 END-PERFORM
              END-IF
           END-PERFORM
           IF WS-SCHEDULED-SW = 'N'
              DISPLAY 'LGBCTL01 WARNING - ' BC-JOB-NAME
                 ' NOT ON SCHEDULE, RUN AS DAILY'
           END-IF
           .
      *+---------------------------------------------------------------+
      *| SET-RUN-PERIOD                                                |
      *|     The period the duplicate check keys on: the business      |
      *|     date for a daily or on-request job, the Monday of the     |
      *|     week for a weekly one, YYYY-MM for monthly and YYYY-Qn    |
      *|     for quarterly. Julian day numbers modulo 7 count from     |
      *|     Monday = 0, so that many days back is the Monday.         |
      *+---------------------------------------------------------------+
       SET-RUN-PERIOD.
           EVALUATE WS-FREQUENCY
              WHEN 'W'
                 MOVE BC-BUSINESS-DATE TO WS-CNV-DATE
                 PERFORM CONVERT-DATE-TO-DAYS
                 DIVIDE WS-CNV-DAYS BY 7 GIVING WS-WEEKDAY-QUOT
                    REMAINDER WS-DAYS-BACK
                 MOVE WS-BUS-YYYY TO WS-EDT-YYYY
                 MOVE WS-BUS-MM TO WS-EDT-MM
                 MOVE WS-BUS-DD TO WS-EDT-DD
                 PERFORM SUBTRACT-ONE-DAY WS-DAYS-BACK TIMES
                 STRING WS-EDT-YYYY '-' WS-EDT-MM '-' WS-EDT-DD
                    DELIMITED BY SIZE INTO BC-PERIOD
              WHEN 'M'
                 MOVE BC-BUSINESS-DATE(1:7) TO BC-PERIOD
              WHEN 'Q'
                 COMPUTE WS-QUARTER = (WS-BUS-MM + 2) / 3
                 STRING WS-BUS-YYYY '-Q' WS-QUARTER
                    DELIMITED BY SIZE INTO BC-PERIOD
              WHEN OTHER
                 MOVE BC-BUSINESS-DATE TO BC-PERIOD
           END-EVALUATE
           .
       SUBTRACT-ONE-DAY.
           IF WS-EDT-DD > 1
              SUBTRACT 1 FROM WS-EDT-DD
           ELSE
              IF WS-EDT-MM > 1
                 SUBTRACT 1 FROM WS-EDT-MM
              ELSE
                 MOVE 12 TO WS-EDT-MM
                 SUBTRACT 1 FROM WS-EDT-YYYY
              END-IF
              PERFORM SET-MAX-DAY-OF-MONTH
              MOVE WS-EDT-MAX-DD TO WS-EDT-DD
           END-IF
           .
      *+---------------------------------------------------------------+
      *| READ-FORCE-FILE                                               |
      *|     Look for an operator's rerun authority for this job and   |
      *|     business date. No RUNFORCE file is the normal case.       |
      *+---------------------------------------------------------------+
       READ-FORCE-FILE.
           MOVE 'Y' TO WS-FORCE-OK-SW
           MOVE 'N' TO WS-FORCE-FOUND-SW
           MOVE SPACES TO WS-FORCE-REASON
           MOVE '00' TO WS-FORCE-STATUS
           OPEN INPUT FORCE-FILE
           IF WS-FORCE-STATUS = '05' OR WS-FORCE-STATUS = '35'
              MOVE '10' TO WS-FORCE-STATUS
           ELSE
              IF WS-FORCE-STATUS NOT = '00'
                 DISPLAY 'LGBCTL01 ERROR - CANNOT OPEN RUNFORCE: '
                    WS-FORCE-STATUS
                 MOVE 'N' TO WS-FORCE-OK-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-FORCE-STATUS NOT = '00'
              READ FORCE-FILE
                 AT END MOVE '10' TO WS-FORCE-STATUS
                 NOT AT END
                    IF FRC-JOB-NAME = BC-JOB-NAME
                       AND FRC-BUSINESS-DATE = BC-BUSINESS-DATE
                       MOVE 'Y' TO WS-FORCE-FOUND-SW
                       MOVE FRC-REASON TO WS-FORCE-REASON
                    END-IF
              END-READ
           END-PERFORM
           CLOSE FORCE-FILE
           .
      *+---------------------------------------------------------------+
      *| SCAN-LEDGER                                                   |
      *|     Only end records with a return code below 16 count: a     |
      *|     job that abended (no end record) or failed may always be  |
      *|     run again. An on-request job is never a duplicate.        |
      *+---------------------------------------------------------------+
       SCAN-LEDGER.
           MOVE 'Y' TO WS-LEDGER-OK-SW
           MOVE 'N' TO WS-ALREADY-RUN-SW
           MOVE '00' TO WS-LEDGER-STATUS
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-STATUS = '05' OR WS-LEDGER-STATUS = '35'
              MOVE '10' TO WS-LEDGER-STATUS
           ELSE
              IF WS-LEDGER-STATUS NOT = '00'
                 DISPLAY 'LGBCTL01 ERROR - CANNOT OPEN RUNLEDGR: '
                    WS-LEDGER-STATUS
                 MOVE 'N' TO WS-LEDGER-OK-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-LEDGER-STATUS NOT = '00'
              READ LEDGER-FILE
                 AT END MOVE '10' TO WS-LEDGER-STATUS
                 NOT AT END
                    IF RLG-EVENT = 'E' AND RLG-RETURN-CODE < 16
                       PERFORM CHECK-LEDGER-ENTRY
                    END-IF
              END-READ
           END-PERFORM
           IF WS-LEDGER-STATUS NOT = '10' AND WS-LEDGER-OK-SW = 'Y'
              DISPLAY 'LGBCTL01 ERROR - CANNOT READ RUNLEDGR: '
                 WS-LEDGER-STATUS
              MOVE 'N' TO WS-LEDGER-OK-SW
           END-IF
           CLOSE LEDGER-FILE
           .
       CHECK-LEDGER-ENTRY.
           IF RLG-JOB-NAME = BC-JOB-NAME
              AND RLG-PERIOD = BC-PERIOD
              AND WS-FREQUENCY NOT = 'R'
              MOVE 'Y' TO WS-ALREADY-RUN-SW
           END-IF
           IF RLG-BUSINESS-DATE = BC-BUSINESS-DATE
              PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
                 UNTIL WS-PRQ-IDX > SCH-MAX-PREREQUISITES
                 IF WS-PREREQ-JOB(WS-PRQ-IDX) NOT = SPACES
                    AND WS-PREREQ-JOB(WS-PRQ-IDX) = RLG-JOB-NAME
                    MOVE 'Y' TO WS-PREREQ-DONE-SW(WS-PRQ-IDX)
                 END-IF
              END-PERFORM
           END-IF
           .
      *+---------------------------------------------------------------+
      *| DECIDE-RUN                                                    |
      *|     A duplicate is reported ahead of a missing prerequisite.  |
      *|     A RUNFORCE entry lets either through.                     |
      *+---------------------------------------------------------------+
       DECIDE-RUN.
           MOVE 'G' TO BC-RESULT
           MOVE SPACES TO WS-MESSAGE
           MOVE SPACES TO WS-MISSING-PREREQ
           PERFORM VARYING WS-PRQ-IDX FROM 1 BY 1
              UNTIL WS-PRQ-IDX > SCH-MAX-PREREQUISITES
              IF WS-PREREQ-JOB(WS-PRQ-IDX) NOT = SPACES
                 AND WS-PREREQ-DONE-SW(WS-PRQ-IDX) = 'N'
                 AND WS-MISSING-PREREQ = SPACES
                 MOVE WS-PREREQ-JOB(WS-PRQ-IDX) TO WS-MISSING-PREREQ
              END-IF
           END-PERFORM
           IF WS-ALREADY-RUN-SW = 'Y'
              MOVE 'D' TO BC-RESULT
              STRING 'ALREADY RUN FOR PERIOD ' BC-PERIOD
                 DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
              IF WS-MISSING-PREREQ NOT = SPACES
                 MOVE 'P' TO BC-RESULT
                 STRING 'PREREQUISITE ' WS-MISSING-PREREQ
                    ' HAS NOT ENDED FOR ' BC-BUSINESS-DATE
                    DELIMITED BY SIZE INTO WS-MESSAGE
              END-IF
           END-IF
           IF BC-RESULT NOT = 'G' AND WS-FORCE-FOUND-SW = 'Y'
              DISPLAY BC-JOB-NAME ' FORCED - ' WS-MESSAGE
              MOVE 'G' TO BC-RESULT
              MOVE 'Y' TO BC-FORCED
              MOVE SPACES TO WS-MESSAGE
              STRING 'FORCED - ' WS-FORCE-REASON
                 DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| RECORD-START-DECISION                                         |
      *|     Start record for a run let go, refusal record otherwise.  |
      *|     A run whose start cannot be recorded does not go.         |
      *+---------------------------------------------------------------+
       RECORD-START-DECISION.
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE BC-JOB-NAME TO RLG-JOB-NAME
           MOVE BC-BUSINESS-DATE TO RLG-BUSINESS-DATE
           MOVE BC-PERIOD TO RLG-PERIOD
           IF BC-RESULT = 'G'
              MOVE 'S' TO RLG-EVENT
           ELSE
              MOVE 'R' TO RLG-EVENT
              MOVE BC-RESULT TO RLG-REFUSED-FOR
              DISPLAY BC-JOB-NAME ' REFUSED - ' WS-MESSAGE
           END-IF
           MOVE BC-FORCED TO RLG-FORCED
           MOVE BC-STARTED-AT TO RLG-STARTED-AT
           MOVE ZERO TO RLG-RETURN-CODE
           MOVE ZERO TO RLG-RECORDS-READ
           MOVE ZERO TO RLG-RECORDS-WRITTEN
           MOVE ZERO TO RLG-EXCEPTIONS
           MOVE WS-MESSAGE TO RLG-MESSAGE
           PERFORM WRITE-LEDGER-RECORD
           IF WS-LEDGER-OK-SW = 'N'
              MOVE 'E' TO BC-RESULT
           END-IF
           .
      *+---------------------------------------------------------------+
      *| END-RUN                                                       |
      *|     The end record, paired to the start by BC-STARTED-AT.     |
      *+---------------------------------------------------------------+
       END-RUN.
           PERFORM SET-TIMESTAMP
           MOVE SPACES TO RUN-LEDGER-RECORD
           MOVE BC-JOB-NAME TO RLG-JOB-NAME
           MOVE BC-BUSINESS-DATE TO RLG-BUSINESS-DATE
           MOVE BC-PERIOD TO RLG-PERIOD
           MOVE 'E' TO RLG-EVENT
           MOVE BC-FORCED TO RLG-FORCED
           MOVE BC-STARTED-AT TO RLG-STARTED-AT
           MOVE WS-TIMESTAMP TO RLG-ENDED-AT
           MOVE BC-RETURN-CODE TO RLG-RETURN-CODE
           MOVE BC-RECORDS-READ TO RLG-RECORDS-READ
           MOVE BC-RECORDS-WRITTEN TO RLG-RECORDS-WRITTEN
           MOVE BC-EXCEPTIONS TO RLG-EXCEPTIONS
           PERFORM WRITE-LEDGER-RECORD
           IF WS-LEDGER-OK-SW = 'N'
              DISPLAY 'LGBCTL01 ERROR - END OF ' BC-JOB-NAME
                 ' NOT RECORDED ON RUNLEDGR'
              IF BC-RETURN-CODE < 16
                 MOVE 16 TO BC-RETURN-CODE
              END-IF
           END-IF
           .
       WRITE-LEDGER-RECORD.
           MOVE 'Y' TO WS-LEDGER-OK-SW
           MOVE '00' TO WS-LEDGER-STATUS
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-STATUS = '05' OR WS-LEDGER-STATUS = '35'
              MOVE '00' TO WS-LEDGER-STATUS
              OPEN OUTPUT LEDGER-FILE
           END-IF
           IF WS-LEDGER-STATUS NOT = '00'
              DISPLAY 'LGBCTL01 ERROR - CANNOT OPEN RUNLEDGR: '
                 WS-LEDGER-STATUS
              MOVE 'N' TO WS-LEDGER-OK-SW
           ELSE
              WRITE RUN-LEDGER-RECORD
              IF WS-LEDGER-STATUS NOT = '00'
                 DISPLAY 'LGBCTL01 ERROR - CANNOT WRITE RUNLEDGR: '
                    WS-LEDGER-STATUS
                 MOVE 'N' TO WS-LEDGER-OK-SW
              END-IF
              CLOSE LEDGER-FILE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| SET-TIMESTAMP                                                 |
      *|     Start and end times are real clock times, whatever the    |
      *|     business date - they say when the job actually ran.       |
      *+---------------------------------------------------------------+
       SET-TIMESTAMP.
           ACCEPT WS-CLK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLK-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CLK-YYYY '-' WS-CLK-MM '-' WS-CLK-DD '-'
              WS-CLK-HH '.' WS-CLK-MI '.' WS-CLK-SS
              DELIMITED BY SIZE INTO WS-TIMESTAMP
           .
      *+---------------------------------------------------------------+
      *| EDIT-DATE-FIELD                                               |
      *|     WS-EDT-DATE must be a real YYYY-MM-DD calendar date,      |
      *|     including the right month length and the leap-year rule   |
      *|     for February. Result in WS-EDT-DATE-OK-SW.                |
      *+---------------------------------------------------------------+
       EDIT-DATE-FIELD.
           MOVE 'N' TO WS-EDT-DATE-OK-SW
           IF WS-EDT-DATE(1:4) IS NUMERIC
              AND WS-EDT-DATE(5:1) = '-'
              AND WS-EDT-DATE(6:2) IS NUMERIC
              AND WS-EDT-DATE(8:1) = '-'
              AND WS-EDT-DATE(9:2) IS NUMERIC
              MOVE WS-EDT-DATE(1:4) TO WS-EDT-YYYY
              MOVE WS-EDT-DATE(6:2) TO WS-EDT-MM
              MOVE WS-EDT-DATE(9:2) TO WS-EDT-DD
              IF WS-EDT-MM >= 1 AND WS-EDT-MM <= 12
                 PERFORM SET-MAX-DAY-OF-MONTH
                 IF WS-EDT-DD >= 1 AND WS-EDT-DD <= WS-EDT-MAX-DD
                    MOVE 'Y' TO WS-EDT-DATE-OK-SW
                 END-IF
              END-IF
           END-IF
           .
       SET-MAX-DAY-OF-MONTH.
           EVALUATE WS-EDT-MM
              WHEN 01 WHEN 03 WHEN 05 WHEN 07
              WHEN 08 WHEN 10 WHEN 12
                 MOVE 31 TO WS-EDT-MAX-DD
              WHEN 04 WHEN 06 WHEN 09 WHEN 11
                 MOVE 30 TO WS-EDT-MAX-DD
              WHEN 02
                 MOVE 28 TO WS-EDT-MAX-DD
                 DIVIDE WS-EDT-YYYY BY 4 GIVING WS-EDT-QUOT
                    REMAINDER WS-EDT-REM
                 IF WS-EDT-REM = ZERO
                    MOVE 29 TO WS-EDT-MAX-DD
                    DIVIDE WS-EDT-YYYY BY 100 GIVING WS-EDT-QUOT
                       REMAINDER WS-EDT-REM
                    IF WS-EDT-REM = ZERO
                       MOVE 28 TO WS-EDT-MAX-DD
                       DIVIDE WS-EDT-YYYY BY 400 GIVING WS-EDT-QUOT
                          REMAINDER WS-EDT-REM
                       IF WS-EDT-REM = ZERO
                          MOVE 29 TO WS-EDT-MAX-DD
                       END-IF
                    END-IF
                 END-IF
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| CONVERT-DATE-TO-DAYS                                          |
      *|     Gregorian day number of WS-CNV-DATE (YYYY-MM-DD) into     |
      *|     WS-CNV-DAYS. The divisions must truncate, so each one     |
      *|     is a DIVIDE into an integer field.                        |
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
       END PROGRAM 'LGBCTL01'.

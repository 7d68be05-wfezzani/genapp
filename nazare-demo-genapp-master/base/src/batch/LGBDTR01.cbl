      *+---------------------------------------------------------------+
      *| LGBDTR01                                                      |
      *|     Business date roll-forward - the last job of the night.   |
      *|     Moves BDT-BUSINESS-DATE on the BUSDATE control record     |
      *|     (COPY LGBUSDTE) to the next calendar day, keeping the     |
      *|     date it replaces in BDT-PREVIOUS-DATE and the time it     |
      *|     was rolled in BDT-ROLLED-AT. Every other batch job takes  |
      *|     "today" from this record through LGBCTL01, so until this  |
      *|     job runs the suite can be re-run, or run late, for the    |
      *|     date it was due.                                          |
      *|                                                               |
      *|     A DTRPARM record (YYYY-MM-DD) rolls to that date instead  |
      *|     - to skip a non-processing day, or to catch up - and must |
      *|     be later than the current business date. When BUSDATE     |
      *|     holds no date at all (the first run, or after it was      |
      *|     lost) DTRPARM is required and sets the date outright; no  |
      *|     run control is possible without one, so that run is not   |
      *|     on the ledger.                                            |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: it is refused -          |
      *|     RETURN-CODE 16, the date left where it is - when the      |
      *|     ledger shows it has already rolled this business date,    |
      *|     or when the night's chains (LGBGLR01, LGBLET01, LGBEXT01  |
      *|     and LGBREC01) or the other daily jobs (LGBSIU01,          |
      *|     LGBREF01, LGBRNW01 and LGBCAT01, see LGBSCHED) have not   |
      *|     finished for it - once the date has moved on they could   |
      *|     not run for it without a force - unless an operator       |
      *|     forces it through RUNFORCE. A DTRPARM that is not a real  |
      *|     date, or not later than the current one, ends the run     |
      *|     with RETURN-CODE 16 and the date unchanged.               |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBDTR01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUSDATE-FILE ASSIGN TO 'BUSDATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BUSDATE-STATUS.
           SELECT PARM-FILE ASSIGN TO 'DTRPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE-FILE.
       COPY LGBUSDTE.
       FD  PARM-FILE
           RECORD CONTAINS 10 CHARACTERS.
       01  PARM-RECORD.
           05 PARM-BUSINESS-DATE PIC X(10).
       WORKING-STORAGE SECTION.
       1 WS-BUSDATE-STATUS PIC XX VALUE '00'.
       1 WS-PARM-STATUS PIC XX VALUE '00'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-PARM-GIVEN-SW PIC X VALUE 'N'.
       1 WS-PARM-DATE PIC X(10) VALUE SPACES.
       1 WS-DATE-SET-SW PIC X VALUE 'N'.
       1 WS-CURRENT-DATE PIC X(10) VALUE SPACES.
       1 WS-NEW-DATE PIC X(10) VALUE SPACES.
       1 WS-WRITTEN-COUNT PIC 9 VALUE ZERO.
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
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-PARM-RECORD
           PERFORM READ-BUSINESS-DATE
           IF WS-FAILED-SW = 'Y'
              DISPLAY 'LGBDTR01 FAILED - BUSINESS DATE NOT CHANGED'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           IF WS-DATE-SET-SW = 'N'
              PERFORM SET-FIRST-BUSINESS-DATE
              GOBACK
           END-IF
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE BC-BUSINESS-DATE TO WS-CURRENT-DATE
           IF WS-PARM-GIVEN-SW = 'Y'
              IF WS-PARM-DATE > WS-CURRENT-DATE
                 MOVE WS-PARM-DATE TO WS-NEW-DATE
              ELSE
                 DISPLAY 'LGBDTR01 ERROR - DTRPARM ' WS-PARM-DATE
                    ' IS NOT LATER THAN BUSINESS DATE ' WS-CURRENT-DATE
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           ELSE
              MOVE WS-CURRENT-DATE TO WS-EDT-DATE
              PERFORM EDIT-DATE-FIELD
              PERFORM ADD-ONE-DAY
              MOVE SPACES TO WS-NEW-DATE
              STRING WS-EDT-YYYY '-' WS-EDT-MM '-' WS-EDT-DD
                 DELIMITED BY SIZE INTO WS-NEW-DATE
           END-IF
           IF WS-FAILED-SW = 'N'
              PERFORM WRITE-BUSINESS-DATE
           END-IF
           IF WS-FAILED-SW = 'Y'
              DISPLAY 'LGBDTR01 FAILED - BUSINESS DATE NOT CHANGED'
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY 'LGBDTR01 BUSINESS DATE ROLLED FROM '
                 WS-CURRENT-DATE ' TO ' WS-NEW-DATE
           END-IF
           PERFORM END-BATCH-RUN
           GOBACK
           .
      *+---------------------------------------------------------------+
      *| START-BATCH-RUN / END-BATCH-RUN                               |
      *|     Run control through LGBCTL01 (COPY LGBCTLRQ): the         |
      *|     business date and the go-ahead before anything is         |
      *|     changed, the counts and return code on the run ledger at  |
      *|     the end. The CALL resets RETURN-CODE, so the code         |
      *|     LGBCTL01 hands back is put back in it.                    |
      *+---------------------------------------------------------------+
       START-BATCH-RUN.
           MOVE 'S' TO BC-FUNCTION
           MOVE 'LGBDTR01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE 1 TO BC-RECORDS-READ
           MOVE WS-WRITTEN-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
      *+---------------------------------------------------------------+
      *| READ-PARM-RECORD                                              |
      *|     A missing or empty DTRPARM means roll to the next day. A  |
      *|     date that is not a real one fails the run - rolling to a  |
      *|     default the operator did not ask for would be worse.      |
      *+---------------------------------------------------------------+
       READ-PARM-RECORD.
           MOVE '00' TO WS-PARM-STATUS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '05' OR WS-PARM-STATUS = '35'
              CONTINUE
           ELSE
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE PARM-BUSINESS-DATE TO WS-EDT-DATE
                    PERFORM EDIT-DATE-FIELD
                    IF WS-EDT-DATE-OK-SW = 'Y'
                       MOVE 'Y' TO WS-PARM-GIVEN-SW
                       MOVE PARM-BUSINESS-DATE TO WS-PARM-DATE
                    ELSE
                       DISPLAY 'LGBDTR01 ERROR - DTRPARM <'
                          PARM-BUSINESS-DATE '> IS NOT A YYYY-MM-DD '
                          'DATE'
                       MOVE 'Y' TO WS-FAILED-SW
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| READ-BUSINESS-DATE                                            |
      *|     Only whether BUSDATE holds a date yet - LGBCTL01 does the |
      *|     real read for the run itself. A file that is there but    |
      *|     cannot be read is a failure, not a first run.             |
      *+---------------------------------------------------------------+
       READ-BUSINESS-DATE.
           MOVE 'N' TO WS-DATE-SET-SW
           MOVE '00' TO WS-BUSDATE-STATUS
           OPEN INPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS = '05' OR WS-BUSDATE-STATUS = '35'
              CONTINUE
           ELSE
              IF WS-BUSDATE-STATUS NOT = '00'
                 DISPLAY 'LGBDTR01 ERROR - CANNOT OPEN BUSDATE, '
                    'STATUS ' WS-BUSDATE-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              ELSE
                 READ BUSDATE-FILE
                    AT END CONTINUE
                    NOT AT END
                       IF BDT-BUSINESS-DATE NOT = SPACES
                          MOVE 'Y' TO WS-DATE-SET-SW
                       END-IF
                 END-READ
                 CLOSE BUSDATE-FILE
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| SET-FIRST-BUSINESS-DATE                                       |
      *|     No date to roll from, so DTRPARM must supply one.         |
      *+---------------------------------------------------------------+
       SET-FIRST-BUSINESS-DATE.
           IF WS-PARM-GIVEN-SW = 'N'
              DISPLAY 'LGBDTR01 FAILED - BUSDATE HOLDS NO BUSINESS '
                 'DATE AND NO DTRPARM DATE WAS GIVEN TO SET IT'
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE SPACES TO WS-CURRENT-DATE
              MOVE WS-PARM-DATE TO WS-NEW-DATE
              PERFORM WRITE-BUSINESS-DATE
              IF WS-FAILED-SW = 'Y'
                 DISPLAY 'LGBDTR01 FAILED - BUSINESS DATE NOT SET'
                 MOVE 16 TO RETURN-CODE
              ELSE
                 DISPLAY 'LGBDTR01 BUSINESS DATE SET TO ' WS-NEW-DATE
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-BUSINESS-DATE                                           |
      *|     BUSDATE is a single record, so it is rewritten whole.     |
      *|     BDT-ROLLED-AT is the real clock time of the roll.         |
      *+---------------------------------------------------------------+
       WRITE-BUSINESS-DATE.
           ACCEPT WS-CLK-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLK-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-CLK-YYYY '-' WS-CLK-MM '-' WS-CLK-DD '-'
              WS-CLK-HH '.' WS-CLK-MI '.' WS-CLK-SS
              DELIMITED BY SIZE INTO WS-TIMESTAMP
           MOVE '00' TO WS-BUSDATE-STATUS
           OPEN OUTPUT BUSDATE-FILE
           IF WS-BUSDATE-STATUS NOT = '00'
              DISPLAY 'LGBDTR01 ERROR - CANNOT OPEN BUSDATE, '
                 'STATUS ' WS-BUSDATE-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           ELSE
              MOVE SPACES TO BUSINESS-DATE-RECORD
              MOVE WS-NEW-DATE TO BDT-BUSINESS-DATE
              MOVE WS-CURRENT-DATE TO BDT-PREVIOUS-DATE
              MOVE WS-TIMESTAMP TO BDT-ROLLED-AT
              WRITE BUSINESS-DATE-RECORD
              IF WS-BUSDATE-STATUS NOT = '00'
                 DISPLAY 'LGBDTR01 ERROR - CANNOT WRITE BUSDATE, '
                    'STATUS ' WS-BUSDATE-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              ELSE
                 MOVE 1 TO WS-WRITTEN-COUNT
              END-IF
              CLOSE BUSDATE-FILE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| ADD-ONE-DAY                                                   |
      *|     WS-EDT-YYYY/MM/DD on by one calendar day, across month    |
      *|     and year ends. EDIT-DATE-FIELD must have split the date   |
      *|     first; LGBCTL01 has already checked it is a real one.     |
      *+---------------------------------------------------------------+
       ADD-ONE-DAY.
           PERFORM SET-MAX-DAY-OF-MONTH
           IF WS-EDT-DD < WS-EDT-MAX-DD
              ADD 1 TO WS-EDT-DD
           ELSE
              MOVE 1 TO WS-EDT-DD
              IF WS-EDT-MM < 12
                 ADD 1 TO WS-EDT-MM
              ELSE
                 MOVE 1 TO WS-EDT-MM
                 ADD 1 TO WS-EDT-YYYY
              END-IF
           END-IF
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
       END PROGRAM 'LGBDTR01'.

      *+---------------------------------------------------------------+
      *| LGBRSV01                                                      |
      *|     Month-end claims reserves report for the actuaries and    |
      *|     the regulatory return. Reads the RESMOVE reserve          |
      *|     movements file (COPY LGRESMOV) and prints on RSVRPT, per  |
      *|     policy type, the outstanding reserve at the start of the  |
      *|     month, new claims, revisions up and down, payments,       |
      *|     payments reversed by BACS returns, reserve released on    |
      *|     closure, and the reserve at the end of the month, with a  |
      *|     check that opening plus the movements equals closing to   |
      *|     the pound.                                                |
      *|                                                               |
      *|     The month is the current one unless an RSVPARM record     |
      *|     names another as YYYY-MM. Movements are sorted by claim   |
      *|     and time; a claim's opening reserve is the reserve after  |
      *|     its last movement before the month (or before its first   |
      *|     movement in it) and its closing reserve the reserve after |
      *|     its last movement in the month. Each movement must start  |
      *|     from the reserve the one before it left and move it by    |
      *|     exactly MOV-AMOUNT; one that does not is printed as an    |
      *|     exception, since a missing movement is exactly what would |
      *|     make the figures wrong.                                   |
      *|                                                               |
      *|     Movements after the month are read too, but only to place |
      *|     a claim whose first movement comes after it: one that     |
      *|     opens with its 'N' was not on the book in the month and   |
      *|     is left out, however its loss date falls; any other held  |
      *|     the reserve that first movement started from at both      |
      *|     ends of the month, whatever the claim record says now.    |
      *|     Only claims with no movement at all - registered before   |
      *|     the movements file existed and untouched since - are      |
      *|     taken on from the CLAIM file, at their current CLM-VALUE  |
      *|     less CLM-PAID in both the opening and the closing         |
      *|     reserve. The policy type comes from the POLICY file; a    |
      *|     claim whose policy is not on file is reported under       |
      *|     UNKNOWN.                                                  |
      *|                                                               |
      *|     Ends with RETURN-CODE 8 on any exception or imbalance,    |
      *|     and 16 if a file cannot be read or a table overflows.     |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this month, unless an |
      *|     operator forces a rerun through RUNFORCE.                 |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBRSV01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVEMENT-FILE ASSIGN TO 'RESMOVE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.
           SELECT POLICY-FILE ASSIGN TO 'POLICY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT CLAIM-FILE ASSIGN TO 'CLAIM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT PARM-FILE ASSIGN TO 'RSVPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT SORT-WORK ASSIGN TO 'RSVSORT'.
           SELECT REPORT-FILE ASSIGN TO 'RSVRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MOVEMENT-FILE.
       COPY LGRESMOV.
       FD  POLICY-FILE.
       COPY LGPOLICY.
       FD  CLAIM-FILE.
       COPY LGCLAIM.
       FD  PARM-FILE
           RECORD CONTAINS 7 CHARACTERS.
       01  PARM-RECORD.
           05 PARM-PERIOD PIC X(7).
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-CLAIM-NUM PIC 9(10).
           05 SRT-POLICY-NUM PIC 9(10).
           05 SRT-TIMESTAMP PIC X(26).
           05 SRT-TYPE PIC X.
           05 SRT-AMOUNT PIC 9(8).
           05 SRT-RESERVE-BEFORE PIC 9(8).
           05 SRT-RESERVE-AFTER PIC 9(8).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       1 WS-MOVEMENT-STATUS PIC XX VALUE '00'.
       1 WS-POLICY-STATUS PIC XX VALUE '00'.
       1 WS-CLAIM-STATUS PIC XX VALUE '00'.
       1 WS-PARM-STATUS PIC XX VALUE '00'.
       1 WS-SORT-STATUS PIC XX VALUE '00'.
       1 WS-REPORT-STATUS PIC XX VALUE '00'.
       1 WS-MAX-ENTRIES PIC 9(5) VALUE 20000.
       1 WS-POLICY-COUNT PIC 9(5) VALUE ZERO.
       1 WS-MOVED-COUNT PIC 9(5) VALUE ZERO.
       1 WS-DROPPED-COUNT PIC 9(7) VALUE ZERO.
       1 WS-MOVEMENT-COUNT PIC 9(7) VALUE ZERO.
       1 WS-TAKE-ON-COUNT PIC 9(7) VALUE ZERO.
       1 WS-EXCEPTION-COUNT PIC 9(7) VALUE ZERO.
       1 WS-IMBALANCE-COUNT PIC 9(7) VALUE ZERO.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-FOUND-SW PIC X VALUE 'N'.
       1 WS-TYPE-IDX PIC 9 VALUE ZERO.
       1 WS-TABLE-IDX PIC 9 VALUE ZERO.
       1 WS-PERIOD PIC X(7) VALUE SPACES.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
      *+---------------------------------------------------------------+
      *| The claim being worked in the sorted movements - its running  |
      *| reserve, its opening reserve, and whether any movement has    |
      *| been seen before the month and within it.                     |
      *+---------------------------------------------------------------+
       1 WS-CUR-CLAIM-NUM PIC 9(10) VALUE ZERO.
       1 WS-CUR-TYPE-IDX PIC 9 VALUE ZERO.
       1 WS-CUR-OPENING PIC 9(8) VALUE ZERO.
       1 WS-CUR-RUNNING PIC 9(8) VALUE ZERO.
       1 WS-CUR-STARTED-SW PIC X VALUE 'N'.
       1 WS-CUR-IN-PERIOD-SW PIC X VALUE 'N'.
       1 WS-CUR-CHANGE PIC S9(9) VALUE ZERO.
       1 WS-EXCEPTION-TEXT PIC X(40) VALUE SPACES.
       1 WS-CHECK-CLOSING PIC S9(12) VALUE ZERO.
       1 WS-POLICY-TABLE.
          05 WS-POLICY-ENTRY OCCURS 20000 TIMES
             INDEXED BY WS-PT-IDX.
             10 WS-PT-POLICY-NUM PIC 9(10).
             10 WS-PT-POLICY-TYPE PIC X.
       1 WS-MOVED-TABLE.
          05 WS-MV-CLAIM-NUM PIC 9(10) OCCURS 20000 TIMES
             INDEXED BY WS-MV-IDX.
      *+---------------------------------------------------------------+
      *| Totals by policy type - motor, house, endowment, commercial,  |
      *| the UNKNOWN row for claims whose policy is not on file, and   |
      *| the grand total built from the other five.                    |
      *+---------------------------------------------------------------+
       1 WS-TOTALS.
          05 WS-TYPE-TOTALS OCCURS 6 TIMES.
             10 WS-TOT-OPENING PIC 9(11).
             10 WS-TOT-NEW PIC 9(11).
             10 WS-TOT-UP PIC 9(11).
             10 WS-TOT-DOWN PIC 9(11).
             10 WS-TOT-PAID PIC 9(11).
             10 WS-TOT-REVERSED PIC 9(11).
             10 WS-TOT-CLOSED PIC 9(11).
             10 WS-TOT-CLOSING PIC 9(11).
       1 WS-TYPE-NAMES.
          05 PIC X(10) VALUE 'MOTOR'.
          05 PIC X(10) VALUE 'HOUSE'.
          05 PIC X(10) VALUE 'ENDOWMENT'.
          05 PIC X(10) VALUE 'COMMERCIAL'.
          05 PIC X(10) VALUE 'UNKNOWN'.
          05 PIC X(10) VALUE 'TOTAL'.
       1 WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
          05 WS-TYPE-NAME PIC X(10) OCCURS 6 TIMES.
       1 WS-TYPE-CODE-TABLE.
          05 PIC X VALUE 'M'.
          05 PIC X VALUE 'H'.
          05 PIC X VALUE 'E'.
          05 PIC X VALUE 'C'.
          05 PIC X VALUE '?'.
       1 WS-TYPE-CODES REDEFINES WS-TYPE-CODE-TABLE.
          05 WS-TYPE-CODE PIC X OCCURS 5 TIMES.
       1 WS-HEADING-1.
          05 FILLER PIC X(36) VALUE
             'CLAIMS OUTSTANDING RESERVES - MONTH '.
          05 HL-PERIOD PIC X(7).
          05 FILLER PIC X(89) VALUE SPACES.
       1 WS-HEADING-2 PIC X(132) VALUE
           'RESERVE MOVEMENT EXCEPTIONS'.
       1 WS-HEADING-3.
          05 FILLER PIC X(33) VALUE
             ' TYPE            OPENING   NEW CL'.
          05 FILLER PIC X(33) VALUE
             'AIMS   REVISED UP REVISED DOWN   '.
          05 FILLER PIC X(66) VALUE
             '  PAYMENTS     REVERSED     CLOSURES      CLOSING  CHECK'.
       1 WS-EXCEPTION-LINE.
          05 FILLER PIC X(7) VALUE ' CLAIM '.
          05 XL-CLAIM-NUM PIC Z(9)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 XL-TIMESTAMP PIC X(26).
          05 FILLER PIC X(6) VALUE ' TYPE '.
          05 XL-TYPE PIC X.
          05 FILLER PIC X(2) VALUE SPACES.
          05 XL-TEXT PIC X(40).
          05 FILLER PIC X(38) VALUE SPACES.
       1 WS-DETAIL-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 DL-TYPE-NAME PIC X(10).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-OPENING PIC Z(10)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-NEW PIC Z(10)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-UP PIC Z(10)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-DOWN PIC Z(10)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-PAID PIC Z(10)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-REVERSED PIC Z(10)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-CLOSED PIC Z(10)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-CLOSING PIC Z(10)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-CHECK PIC X(14).
          05 FILLER PIC X VALUE SPACE.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           PERFORM SET-REPORT-PERIOD
           PERFORM LOAD-POLICY-TABLE
           INITIALIZE WS-TOTALS
           OPEN OUTPUT REPORT-FILE
           MOVE WS-PERIOD TO HL-PERIOD
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           SORT SORT-WORK ON ASCENDING KEY SRT-CLAIM-NUM
                                           SRT-TIMESTAMP
               INPUT PROCEDURE IS RELEASE-ALL-MOVEMENTS
               OUTPUT PROCEDURE IS ROLL-UP-CLAIM-MOVEMENTS
           PERFORM TAKE-ON-UNMOVED-CLAIMS
           PERFORM WRITE-RESERVES-SUMMARY
           CLOSE REPORT-FILE
           DISPLAY 'LGBRSV01 MONTH ' WS-PERIOD ' - '
              WS-MOVEMENT-COUNT ' MOVEMENTS, ' WS-TAKE-ON-COUNT
              ' CLAIMS TAKEN ON, ' WS-EXCEPTION-COUNT ' EXCEPTIONS'
           IF WS-EXCEPTION-COUNT > 0 OR WS-IMBALANCE-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-DROPPED-COUNT > 0
              DISPLAY 'LGBRSV01 WARNING - TABLE CAPACITY EXCEEDED, '
                 'RESERVES INCOMPLETE'
              MOVE 16 TO RETURN-CODE
           END-IF
           IF WS-FAILED-SW = 'Y'
              DISPLAY 'LGBRSV01 FAILED - AN INPUT FILE COULD NOT BE '
                 'READ, RESERVES INCOMPLETE'
              MOVE 16 TO RETURN-CODE
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
           MOVE 'LGBRSV01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-MOVEMENT-COUNT TO BC-RECORDS-READ
           MOVE ZERO TO BC-RECORDS-WRITTEN
           ADD WS-EXCEPTION-COUNT WS-IMBALANCE-COUNT
              GIVING BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
      *+---------------------------------------------------------------+
      *| SET-REPORT-PERIOD                                             |
      *|     An RSVPARM record naming the month re-runs a past month;  |
      *|     a missing or empty RSVPARM reports the current month -    |
      *|     the month-end run.                                        |
      *+---------------------------------------------------------------+
       SET-REPORT-PERIOD.
           MOVE BC-BUSINESS-YYYYMMDD TO WS-TODAY
           MOVE SPACES TO WS-PERIOD
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM
              DELIMITED BY SIZE INTO WS-PERIOD
           MOVE '00' TO WS-PARM-STATUS
           OPEN INPUT PARM-FILE
           IF WS-PARM-STATUS = '05' OR WS-PARM-STATUS = '35'
              CONTINUE
           ELSE
              READ PARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF PARM-PERIOD(1:4) IS NUMERIC
                       AND PARM-PERIOD(5:1) = '-'
                       AND PARM-PERIOD(6:2) >= '01'
                       AND PARM-PERIOD(6:2) <= '12'
                       MOVE PARM-PERIOD TO WS-PERIOD
                    ELSE
                       DISPLAY 'LGBRSV01 WARNING - RSVPARM <'
                          PARM-PERIOD '> IS NOT A YYYY-MM MONTH, '
                          'CURRENT MONTH REPORTED'
                    END-IF
              END-READ
              CLOSE PARM-FILE
           END-IF
           .
       LOAD-POLICY-TABLE.
           MOVE '00' TO WS-POLICY-STATUS
           OPEN INPUT POLICY-FILE
           IF WS-POLICY-STATUS NOT = '00'
              AND WS-POLICY-STATUS NOT = '05'
              AND WS-POLICY-STATUS NOT = '35'
              DISPLAY 'LGBRSV01 ERROR - CANNOT OPEN POLICY, '
                 'STATUS ' WS-POLICY-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           PERFORM UNTIL WS-POLICY-STATUS NOT = '00'
              READ POLICY-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-POLICY-STATUS
              END-READ
              IF WS-POLICY-STATUS = '00'
                 IF WS-POLICY-COUNT < WS-MAX-ENTRIES
                    ADD 1 TO WS-POLICY-COUNT
                    MOVE PR-POLICY-NUM TO
                       WS-PT-POLICY-NUM(WS-POLICY-COUNT)
                    MOVE PR-POLICY-TYPE TO
                       WS-PT-POLICY-TYPE(WS-POLICY-COUNT)
                 ELSE
                    ADD 1 TO WS-DROPPED-COUNT
                 END-IF
              END-IF
           END-PERFORM
           CLOSE POLICY-FILE
           .
      *+---------------------------------------------------------------+
      *| RELEASE-ALL-MOVEMENTS                                         |
      *|     Every movement goes to the sort, whatever its date - the  |
      *|     earlier ones fix each claim's opening reserve, and a      |
      *|     later one still marks the claim as moved, so it is never  |
      *|     taken on from what the CLAIM file holds today. No RESMOVE |
      *|     file yet means nothing has moved.                         |
      *+---------------------------------------------------------------+
       RELEASE-ALL-MOVEMENTS.
           MOVE '00' TO WS-MOVEMENT-STATUS
           OPEN INPUT MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = '05' OR WS-MOVEMENT-STATUS = '35'
              MOVE '10' TO WS-MOVEMENT-STATUS
           ELSE
              IF WS-MOVEMENT-STATUS NOT = '00'
                 DISPLAY 'LGBRSV01 ERROR - CANNOT OPEN RESMOVE, '
                    'STATUS ' WS-MOVEMENT-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-MOVEMENT-STATUS NOT = '00'
              READ MOVEMENT-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-MOVEMENT-STATUS
              END-READ
              IF WS-MOVEMENT-STATUS = '00'
                 MOVE MOV-CLAIM-NUM TO SRT-CLAIM-NUM
                 MOVE MOV-POLICY-NUM TO SRT-POLICY-NUM
                 MOVE MOV-TIMESTAMP TO SRT-TIMESTAMP
                 MOVE MOV-TYPE TO SRT-TYPE
                 MOVE MOV-AMOUNT TO SRT-AMOUNT
                 MOVE MOV-RESERVE-BEFORE TO SRT-RESERVE-BEFORE
                 MOVE MOV-RESERVE-AFTER TO SRT-RESERVE-AFTER
                 RELEASE SORT-RECORD
              END-IF
           END-PERFORM
           CLOSE MOVEMENT-FILE
           .
       ROLL-UP-CLAIM-MOVEMENTS.
           MOVE ZERO TO WS-CUR-CLAIM-NUM
           MOVE '00' TO WS-SORT-STATUS
           PERFORM UNTIL WS-SORT-STATUS NOT = '00'
              RETURN SORT-WORK
                 AT END MOVE '10' TO WS-SORT-STATUS
              END-RETURN
              IF WS-SORT-STATUS = '00'
                 IF SRT-CLAIM-NUM NOT = WS-CUR-CLAIM-NUM
                    IF WS-CUR-CLAIM-NUM NOT = ZERO
                       PERFORM FINISH-CLAIM
                    END-IF
                    PERFORM START-CLAIM
                 END-IF
                 PERFORM APPLY-MOVEMENT
              END-IF
           END-PERFORM
           IF WS-CUR-CLAIM-NUM NOT = ZERO
              PERFORM FINISH-CLAIM
           END-IF
           .
       START-CLAIM.
           MOVE SRT-CLAIM-NUM TO WS-CUR-CLAIM-NUM
           MOVE ZERO TO WS-CUR-OPENING
           MOVE ZERO TO WS-CUR-RUNNING
           MOVE 'N' TO WS-CUR-STARTED-SW
           MOVE 'N' TO WS-CUR-IN-PERIOD-SW
           PERFORM FIND-TYPE-FOR-POLICY
           MOVE WS-TYPE-IDX TO WS-CUR-TYPE-IDX
           IF WS-MOVED-COUNT < WS-MAX-ENTRIES
              ADD 1 TO WS-MOVED-COUNT
              MOVE SRT-CLAIM-NUM TO WS-MV-CLAIM-NUM(WS-MOVED-COUNT)
           ELSE
              ADD 1 TO WS-DROPPED-COUNT
           END-IF
           .
      *+---------------------------------------------------------------+
      *| APPLY-MOVEMENT                                                |
      *|     Checks the movement against the chain, then either sets   |
      *|     the opening reserve (before the month) or adds it to the  |
      *|     month's columns (within it). A movement after the month   |
      *|     changes nothing, except that the first movement of a      |
      *|     claim not yet started fixes its reserve at both ends of   |
      *|     the month - none if it is the claim's 'N'.                |
      *+---------------------------------------------------------------+
       APPLY-MOVEMENT.
           IF SRT-TIMESTAMP(1:7) > WS-PERIOD
              PERFORM APPLY-LATER-MOVEMENT
           ELSE
              PERFORM APPLY-MOVEMENT-TO-DATE
           END-IF
           .
       APPLY-LATER-MOVEMENT.
           IF WS-CUR-STARTED-SW = 'N'
              IF SRT-TYPE NOT = 'N'
                 MOVE SRT-RESERVE-BEFORE TO WS-CUR-OPENING
                 MOVE SRT-RESERVE-BEFORE TO WS-CUR-RUNNING
                 ADD 1 TO WS-TAKE-ON-COUNT
              END-IF
              MOVE 'Y' TO WS-CUR-STARTED-SW
           END-IF
           .
       APPLY-MOVEMENT-TO-DATE.
           IF WS-CUR-STARTED-SW = 'Y'
              AND SRT-RESERVE-BEFORE NOT = WS-CUR-RUNNING
              MOVE 'DOES NOT FOLLOW THE PREVIOUS MOVEMENT'
                 TO WS-EXCEPTION-TEXT
              PERFORM WRITE-EXCEPTION-LINE
           END-IF
           COMPUTE WS-CUR-CHANGE = SRT-RESERVE-AFTER
              - SRT-RESERVE-BEFORE
           IF SRT-TYPE = 'D' OR SRT-TYPE = 'P' OR SRT-TYPE = 'C'
              COMPUTE WS-CUR-CHANGE = 0 - WS-CUR-CHANGE
           END-IF
           IF WS-CUR-CHANGE NOT = SRT-AMOUNT
              MOVE 'AMOUNT DOES NOT MATCH THE RESERVE CHANGE'
                 TO WS-EXCEPTION-TEXT
              PERFORM WRITE-EXCEPTION-LINE
           END-IF
           IF SRT-TIMESTAMP(1:7) < WS-PERIOD
              MOVE SRT-RESERVE-AFTER TO WS-CUR-OPENING
           ELSE
              IF WS-CUR-IN-PERIOD-SW = 'N'
                 AND WS-CUR-STARTED-SW = 'N'
                 MOVE SRT-RESERVE-BEFORE TO WS-CUR-OPENING
              END-IF
              MOVE 'Y' TO WS-CUR-IN-PERIOD-SW
              PERFORM ADD-MOVEMENT-TO-TOTALS
           END-IF
           MOVE SRT-RESERVE-AFTER TO WS-CUR-RUNNING
           MOVE 'Y' TO WS-CUR-STARTED-SW
           ADD 1 TO WS-MOVEMENT-COUNT
           .
       ADD-MOVEMENT-TO-TOTALS.
           EVALUATE SRT-TYPE
              WHEN 'N'
                 ADD SRT-AMOUNT TO WS-TOT-NEW(WS-CUR-TYPE-IDX)
              WHEN 'U'
                 ADD SRT-AMOUNT TO WS-TOT-UP(WS-CUR-TYPE-IDX)
              WHEN 'D'
                 ADD SRT-AMOUNT TO WS-TOT-DOWN(WS-CUR-TYPE-IDX)
              WHEN 'P'
                 ADD SRT-AMOUNT TO WS-TOT-PAID(WS-CUR-TYPE-IDX)
              WHEN 'B'
                 ADD SRT-AMOUNT TO WS-TOT-REVERSED(WS-CUR-TYPE-IDX)
              WHEN 'C'
                 ADD SRT-AMOUNT TO WS-TOT-CLOSED(WS-CUR-TYPE-IDX)
              WHEN OTHER
                 MOVE 'UNRECOGNISED MOVEMENT TYPE'
                    TO WS-EXCEPTION-TEXT
                 PERFORM WRITE-EXCEPTION-LINE
           END-EVALUATE
           .
       FINISH-CLAIM.
           ADD WS-CUR-OPENING TO WS-TOT-OPENING(WS-CUR-TYPE-IDX)
           ADD WS-CUR-RUNNING TO WS-TOT-CLOSING(WS-CUR-TYPE-IDX)
           .
      *+---------------------------------------------------------------+
      *| TAKE-ON-UNMOVED-CLAIMS                                        |
      *|     An open claim with nothing on RESMOVE at all, in any      |
      *|     month, has not moved since before the file existed, so    |
      *|     its reserve today is its reserve at both ends of the      |
      *|     month. A claim whose loss date falls after the month was  |
      *|     not yet on the book.                                      |
      *+---------------------------------------------------------------+
       TAKE-ON-UNMOVED-CLAIMS.
           MOVE '00' TO WS-CLAIM-STATUS
           OPEN INPUT CLAIM-FILE
           IF WS-CLAIM-STATUS NOT = '00'
              AND WS-CLAIM-STATUS NOT = '05'
              AND WS-CLAIM-STATUS NOT = '35'
              DISPLAY 'LGBRSV01 ERROR - CANNOT OPEN CLAIM, '
                 'STATUS ' WS-CLAIM-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           PERFORM UNTIL WS-CLAIM-STATUS NOT = '00'
              READ CLAIM-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-CLAIM-STATUS
              END-READ
              IF WS-CLAIM-STATUS = '00'
                 AND (CLM-STATUS = 'O' OR CLM-STATUS = SPACE)
                 AND CLM-VALUE > CLM-PAID
                 AND CLM-DATE(1:7) <= WS-PERIOD
                 PERFORM TAKE-ON-IF-UNMOVED
              END-IF
           END-PERFORM
           CLOSE CLAIM-FILE
           .
       TAKE-ON-IF-UNMOVED.
           MOVE 'N' TO WS-FOUND-SW
           IF WS-MOVED-COUNT > 0
              SET WS-MV-IDX TO 1
              SEARCH WS-MV-CLAIM-NUM
                 VARYING WS-MV-IDX
                 AT END CONTINUE
                 WHEN WS-MV-IDX > WS-MOVED-COUNT
                    CONTINUE
                 WHEN WS-MV-CLAIM-NUM(WS-MV-IDX) = CLM-CLAIM-NUM
                    MOVE 'Y' TO WS-FOUND-SW
              END-SEARCH
           END-IF
           IF WS-FOUND-SW = 'N'
              MOVE CLM-POLICY-NUM TO SRT-POLICY-NUM
              PERFORM FIND-TYPE-FOR-POLICY
              COMPUTE WS-CUR-RUNNING = CLM-VALUE - CLM-PAID
              ADD WS-CUR-RUNNING TO WS-TOT-OPENING(WS-TYPE-IDX)
              ADD WS-CUR-RUNNING TO WS-TOT-CLOSING(WS-TYPE-IDX)
              ADD 1 TO WS-TAKE-ON-COUNT
           END-IF
           .
      *+---------------------------------------------------------------+
      *| FIND-TYPE-FOR-POLICY                                          |
      *|     Row index in WS-TOTALS for SRT-POLICY-NUM's policy type - |
      *|     the UNKNOWN row when the policy is not on file or carries |
      *|     a type this report does not know.                         |
      *+---------------------------------------------------------------+
       FIND-TYPE-FOR-POLICY.
           MOVE 5 TO WS-TYPE-IDX
           IF WS-POLICY-COUNT > 0
              SET WS-PT-IDX TO 1
              SEARCH WS-POLICY-ENTRY
                 VARYING WS-PT-IDX
                 AT END CONTINUE
                 WHEN WS-PT-IDX > WS-POLICY-COUNT
                    CONTINUE
                 WHEN WS-PT-POLICY-NUM(WS-PT-IDX) = SRT-POLICY-NUM
                    PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
                       UNTIL WS-TABLE-IDX > 4
                       IF WS-TYPE-CODE(WS-TABLE-IDX) =
                          WS-PT-POLICY-TYPE(WS-PT-IDX)
                          MOVE WS-TABLE-IDX TO WS-TYPE-IDX
                       END-IF
                    END-PERFORM
              END-SEARCH
           END-IF
           .
       WRITE-EXCEPTION-LINE.
           MOVE SRT-CLAIM-NUM TO XL-CLAIM-NUM
           MOVE SRT-TIMESTAMP TO XL-TIMESTAMP
           MOVE SRT-TYPE TO XL-TYPE
           MOVE WS-EXCEPTION-TEXT TO XL-TEXT
           MOVE WS-EXCEPTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-EXCEPTION-COUNT
           .
      *+---------------------------------------------------------------+
      *| WRITE-RESERVES-SUMMARY                                        |
      *|     One line per policy type and a total line, each proving   |
      *|     opening + new + up - down - payments + reversed -         |
      *|     closures = closing.                                       |
      *+---------------------------------------------------------------+
       WRITE-RESERVES-SUMMARY.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-3 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-TABLE-IDX FROM 1 BY 1
              UNTIL WS-TABLE-IDX > 5
              MOVE WS-TABLE-IDX TO WS-TYPE-IDX
              PERFORM WRITE-SUMMARY-LINE
              ADD WS-TOT-OPENING(WS-TABLE-IDX) TO WS-TOT-OPENING(6)
              ADD WS-TOT-NEW(WS-TABLE-IDX) TO WS-TOT-NEW(6)
              ADD WS-TOT-UP(WS-TABLE-IDX) TO WS-TOT-UP(6)
              ADD WS-TOT-DOWN(WS-TABLE-IDX) TO WS-TOT-DOWN(6)
              ADD WS-TOT-PAID(WS-TABLE-IDX) TO WS-TOT-PAID(6)
              ADD WS-TOT-REVERSED(WS-TABLE-IDX) TO WS-TOT-REVERSED(6)
              ADD WS-TOT-CLOSED(WS-TABLE-IDX) TO WS-TOT-CLOSED(6)
              ADD WS-TOT-CLOSING(WS-TABLE-IDX) TO WS-TOT-CLOSING(6)
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 6 TO WS-TYPE-IDX
           PERFORM WRITE-SUMMARY-LINE
           .
       WRITE-SUMMARY-LINE.
           MOVE WS-TYPE-NAME(WS-TYPE-IDX) TO DL-TYPE-NAME
           MOVE WS-TOT-OPENING(WS-TYPE-IDX) TO DL-OPENING
           MOVE WS-TOT-NEW(WS-TYPE-IDX) TO DL-NEW
           MOVE WS-TOT-UP(WS-TYPE-IDX) TO DL-UP
           MOVE WS-TOT-DOWN(WS-TYPE-IDX) TO DL-DOWN
           MOVE WS-TOT-PAID(WS-TYPE-IDX) TO DL-PAID
           MOVE WS-TOT-REVERSED(WS-TYPE-IDX) TO DL-REVERSED
           MOVE WS-TOT-CLOSED(WS-TYPE-IDX) TO DL-CLOSED
           MOVE WS-TOT-CLOSING(WS-TYPE-IDX) TO DL-CLOSING
           COMPUTE WS-CHECK-CLOSING = WS-TOT-OPENING(WS-TYPE-IDX)
              + WS-TOT-NEW(WS-TYPE-IDX) + WS-TOT-UP(WS-TYPE-IDX)
              - WS-TOT-DOWN(WS-TYPE-IDX) - WS-TOT-PAID(WS-TYPE-IDX)
              + WS-TOT-REVERSED(WS-TYPE-IDX)
              - WS-TOT-CLOSED(WS-TYPE-IDX)
           IF WS-CHECK-CLOSING = WS-TOT-CLOSING(WS-TYPE-IDX)
              MOVE 'BALANCED' TO DL-CHECK
           ELSE
              MOVE 'OUT OF BALANCE' TO DL-CHECK
              ADD 1 TO WS-IMBALANCE-COUNT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       END PROGRAM 'LGBRSV01'.

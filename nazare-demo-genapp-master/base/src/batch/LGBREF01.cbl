      *+---------------------------------------------------------------+
      *| LGBREF01                                                      |
      *|     Daily overdue underwriting referrals listing. Reads the   |
      *|     UWREFER referral queue (COPY LGUWREF) end to end - both   |
      *|     commercial referrals and house 'ACCU' accumulation        |
      *|     referrals - keeps the entries still waiting for an        |
      *|     underwriter (REF-STATUS space - decided entries are final |
      *|     and drop out), and lists every one that has waited longer |
      *|     than the service-level days since REF-REFERRED-DATE,      |
      *|     oldest first, on REFRPT. The day count is the same        |
      *|     Gregorian arithmetic LGCPOL01 uses.                       |
      *|                                                               |
      *|     Ends with RETURN-CODE 8 when anything is overdue, so the  |
      *|     scheduler pages the underwriting team lead. An empty or   |
      *|     missing queue is a clean day; a queue that is there but   |
      *|     cannot be opened ends the run with RETURN-CODE 16.        |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this business date,   |
      *|     unless an operator forces a rerun through RUNFORCE.       |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBREF01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERRAL-FILE ASSIGN TO 'UWREFER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.
           SELECT SORT-WORK ASSIGN TO 'REFSORT'.
           SELECT REPORT-FILE ASSIGN TO 'REFRPT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REFERRAL-FILE.
       COPY LGUWREF.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-DAYS-WAITING PIC 9(5).
           05 SRT-POLICY-NUM PIC 9(10).
           05 SRT-CUSTOMER-NUM PIC 9(10).
           05 SRT-BROKERID PIC 9(10).
           05 SRT-REFERRED-DATE PIC X(10).
           05 SRT-REASON PIC X(4).
           05 SRT-PREMIUM PIC 9(8).
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       1 WS-REFERRAL-STATUS PIC XX VALUE '00'.
       1 WS-REPORT-STATUS PIC XX VALUE '00'.
       1 WS-SORT-STATUS PIC XX VALUE '00'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
      *    working days are not distinguished - the service level is
      *    agreed with the brokers in calendar days
       1 WS-SERVICE-LEVEL-DAYS PIC 9(3) VALUE 5.
       1 WS-WAITING-COUNT PIC 9(7) VALUE ZERO.
       1 WS-OVERDUE-COUNT PIC 9(7) VALUE ZERO.
       1 WS-DAYS-WAITING PIC S9(8) VALUE ZERO.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-TODAY-DAYS PIC 9(8) VALUE ZERO.
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
       1 WS-HEADING-1 PIC X(132) VALUE
           'UNDERWRITING REFERRALS PAST SERVICE LEVEL'.
       1 WS-HEADING-2 PIC X(132) VALUE
           'DAYS WAITING  POLICY NUM  CUSTOMER NUM   BROKER ID  REFERRED
      -    '   REASON    PREMIUM'.
       1 WS-DETAIL-LINE.
          05 FILLER PIC X(4) VALUE SPACES.
          05 DL-DAYS-WAITING PIC Z(4)9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 DL-POLICY-NUM PIC Z(9)9.
          05 FILLER PIC X(4) VALUE SPACES.
          05 DL-CUSTOMER-NUM PIC Z(9)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-BROKERID PIC Z(9)9.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-REFERRED-DATE PIC X(10).
          05 FILLER PIC X(3) VALUE SPACES.
          05 DL-REASON PIC X(4).
          05 FILLER PIC X(3) VALUE SPACES.
          05 DL-PREMIUM PIC Z(7)9.
          05 FILLER PIC X(53) VALUE SPACES.
       1 WS-TOTAL-LINE.
          05 FILLER PIC X(21) VALUE ' REFERRALS WAITING'.
          05 TL-WAITING-COUNT PIC Z(6)9.
          05 FILLER PIC X(21) VALUE '  PAST SERVICE LEVEL'.
          05 TL-OVERDUE-COUNT PIC Z(6)9.
          05 FILLER PIC X(76) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE BC-BUSINESS-YYYYMMDD TO WS-TODAY
           MOVE SPACES TO WS-CNV-DATE
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CNV-DAYS TO WS-TODAY-DAYS
           SORT SORT-WORK ON DESCENDING KEY SRT-DAYS-WAITING
               INPUT PROCEDURE IS RELEASE-OVERDUE-REFERRALS
               OUTPUT PROCEDURE IS WRITE-REFERRAL-REPORT
           DISPLAY 'LGBREF01 ' WS-WAITING-COUNT
              ' REFERRALS WAITING, ' WS-OVERDUE-COUNT
              ' PAST SERVICE LEVEL'
           IF WS-FAILED-SW = 'Y'
              DISPLAY 'LGBREF01 FAILED - REFERRAL QUEUE NOT READ'
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-OVERDUE-COUNT > ZERO
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
           MOVE 'LGBREF01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-WAITING-COUNT TO BC-RECORDS-READ
           MOVE ZERO TO BC-RECORDS-WRITTEN
           MOVE WS-OVERDUE-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       RELEASE-OVERDUE-REFERRALS.
           MOVE '00' TO WS-REFERRAL-STATUS
           OPEN INPUT REFERRAL-FILE
      *    no queue file, or an empty one, is a clean day - not an
      *    error
           IF WS-REFERRAL-STATUS = '05' OR WS-REFERRAL-STATUS = '35'
              MOVE '10' TO WS-REFERRAL-STATUS
           ELSE
              IF WS-REFERRAL-STATUS NOT = '00'
                 DISPLAY 'LGBREF01 ERROR - CANNOT OPEN UWREFER, '
                    'STATUS ' WS-REFERRAL-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
                 MOVE '10' TO WS-REFERRAL-STATUS
              END-IF
           END-IF
           PERFORM UNTIL WS-REFERRAL-STATUS NOT = '00'
              READ REFERRAL-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-REFERRAL-STATUS
              END-READ
              IF WS-REFERRAL-STATUS = '00'
                 AND REF-STATUS = SPACE
                 ADD 1 TO WS-WAITING-COUNT
                 PERFORM RELEASE-IF-OVERDUE
              END-IF
           END-PERFORM
           CLOSE REFERRAL-FILE
           .
       RELEASE-IF-OVERDUE.
           MOVE REF-REFERRED-DATE TO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-DAYS
           COMPUTE WS-DAYS-WAITING = WS-TODAY-DAYS - WS-CNV-DAYS
           IF WS-DAYS-WAITING > WS-SERVICE-LEVEL-DAYS
              MOVE WS-DAYS-WAITING TO SRT-DAYS-WAITING
              MOVE REF-POLICY-NUM TO SRT-POLICY-NUM
              MOVE REF-CUSTOMER-NUM TO SRT-CUSTOMER-NUM
              MOVE REF-BROKERID TO SRT-BROKERID
              MOVE REF-REFERRED-DATE TO SRT-REFERRED-DATE
              MOVE REF-REASON TO SRT-REASON
              MOVE REF-PREMIUM TO SRT-PREMIUM
              RELEASE SORT-RECORD
           END-IF
           .
       WRITE-REFERRAL-REPORT.
           MOVE '00' TO WS-SORT-STATUS
           OPEN OUTPUT REPORT-FILE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-HEADING-2 TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM UNTIL WS-SORT-STATUS NOT = '00'
              RETURN SORT-WORK
                 AT END MOVE '10' TO WS-SORT-STATUS
              END-RETURN
              IF WS-SORT-STATUS = '00'
                 PERFORM WRITE-REFERRAL-LINE
              END-IF
           END-PERFORM
           MOVE WS-WAITING-COUNT TO TL-WAITING-COUNT
           MOVE WS-OVERDUE-COUNT TO TL-OVERDUE-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           .
       WRITE-REFERRAL-LINE.
           MOVE SRT-DAYS-WAITING TO DL-DAYS-WAITING
           MOVE SRT-POLICY-NUM TO DL-POLICY-NUM
           MOVE SRT-CUSTOMER-NUM TO DL-CUSTOMER-NUM
           MOVE SRT-BROKERID TO DL-BROKERID
           MOVE SRT-REFERRED-DATE TO DL-REFERRED-DATE
           MOVE SRT-REASON TO DL-REASON
           MOVE SRT-PREMIUM TO DL-PREMIUM
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           ADD 1 TO WS-OVERDUE-COUNT
           .
      *+---------------------------------------------------------------+
      *| CONVERT-DATE-TO-DAYS                                          |
      *|     Gregorian day number of WS-CNV-DATE (YYYY-MM-DD) into     |
      *|     WS-CNV-DAYS, as in LGCPOL01. The divisions must           |
      *|     truncate, so each one is a DIVIDE into an integer field.  |
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
       END PROGRAM 'LGBREF01'.

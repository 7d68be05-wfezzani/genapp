      *+---------------------------------------------------------------+
      *| LGBGLI01                                                      |
      *|     End-of-day general ledger cut-off. Reads the day's        |
      *|     GLPOST lines (COPY LGGLPOST, appended by LGPOST01 for     |
      *|     every money movement) and builds the GLXMIT interface     |
      *|     file (COPY LGGLXMIT) finance loads the ledger from: a     |
      *|     header with the batch number and date, the posting lines  |
      *|     unchanged, and a control trailer with the line and entry  |
      *|     counts and the debit and credit totals. The batch number  |
      *|     is the run date - this is a once-a-day cut-off, the       |
      *|     LGBPAY01 pattern.                                          |
      *|                                                                |
      *|     The ledger must never be handed an unbalanced batch, so   |
      *|     every entry is proved as it is copied: its lines must     |
      *|     run 1 to GL-LINE-COUNT without a gap, each must be a      |
      *|     debit or a credit, and its debits must equal its          |
      *|     credits. An entry that fails any of these - a posting     |
      *|     cut short by a write failure, or a file damaged since -   |
      *|     fails the whole run, named on the console by its line     |
      *|     number on GLPOST, and the batch totals must agree as      |
      *|     well.                                                      |
      *|                                                                |
      *|     On a clean build the GLPOST file is cleared down so       |
      *|     tomorrow's postings start empty - a posting must reach    |
      *|     the ledger exactly once. On any failure GLPOST is left    |
      *|     untouched, GLXMIT is truncated to empty and the run ends  |
      *|     with RETURN-CODE 16 so the scheduler holds the load.      |
      *|                                                                |
      *|     An empty or missing GLPOST is a day with no money         |
      *|     movements: a header and a zero trailer still go out, so   |
      *|     finance can tell 'nothing today' from 'the file never     |
      *|     arrived'.                                                  |
      *|                                                               |
      *|     Runs under LGBCTL01 run control: the run date is the      |
      *|     business date on BUSDATE, not the system clock. It is     |
      *|     refused - RETURN-CODE 16, nothing touched - when the      |
      *|     ledger shows it has already run for this business date,   |
      *|     or LGBSUB01 or LGBRET01 has not finished for the same     |
      *|     business date, unless an operator forces a rerun through  |
      *|     RUNFORCE.                                                 |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBGLI01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-FILE ASSIGN TO 'GLPOST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
           SELECT XMIT-FILE ASSIGN TO 'GLXMIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-FILE.
       COPY LGGLPOST.
       FD  XMIT-FILE.
       COPY LGGLXMIT.
       WORKING-STORAGE SECTION.
       1 WS-POSTING-STATUS PIC XX VALUE '00'.
       1 WS-XMIT-STATUS PIC XX VALUE '00'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-READ-COUNT PIC 9(7) VALUE ZERO.
       1 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
       1 WS-ENTRY-COUNT PIC 9(7) VALUE ZERO.
       1 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       1 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
      *+---------------------------------------------------------------+
      *| The entry being proved - the line expected next (zero when   |
      *| the last entry closed cleanly), the line count its first      |
      *| line declared, and its running debits and credits.            |
      *+---------------------------------------------------------------+
       1 WS-EXPECTED-LINE PIC 9(2) VALUE ZERO.
       1 WS-ENTRY-LINE-COUNT PIC 9(2) VALUE ZERO.
       1 WS-ENTRY-DEBITS PIC 9(11)V99 VALUE ZERO.
       1 WS-ENTRY-CREDITS PIC 9(11)V99 VALUE ZERO.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-BATCH-DATE PIC X(10) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           MOVE BC-BUSINESS-YYYYMMDD TO WS-TODAY
           MOVE SPACES TO WS-BATCH-DATE
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-BATCH-DATE
           PERFORM BUILD-INTERFACE-FILE
           IF WS-FAILED-SW = 'N'
              PERFORM CLEAR-POSTING-FILE
              DISPLAY 'LGBGLI01 BATCH ' WS-TODAY ' BUILT '
                 WS-ENTRY-COUNT ' ENTRIES, ' WS-LINE-COUNT ' LINES'
              DISPLAY 'LGBGLI01 DEBITS ' WS-DEBIT-TOTAL
                 ' CREDITS ' WS-CREDIT-TOTAL
           ELSE
              PERFORM CLEAR-XMIT-FILE
              DISPLAY 'LGBGLI01 FAILED - GLXMIT NOT PRODUCED, '
                 'GLPOST LEFT INTACT'
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
           MOVE 'LGBGLI01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-READ-COUNT TO BC-RECORDS-READ
           MOVE WS-LINE-COUNT TO BC-RECORDS-WRITTEN
           MOVE ZERO TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
       BUILD-INTERFACE-FILE.
           MOVE '00' TO WS-XMIT-STATUS
           OPEN OUTPUT XMIT-FILE
           IF WS-XMIT-STATUS NOT = '00'
              DISPLAY 'LGBGLI01 ERROR - CANNOT OPEN GLXMIT, '
                 'STATUS ' WS-XMIT-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           ELSE
              PERFORM WRITE-BATCH-HEADER
              PERFORM COPY-POSTING-LINES
              IF WS-FAILED-SW = 'N'
                 PERFORM CHECK-BATCH-BALANCE
              END-IF
              IF WS-FAILED-SW = 'N'
                 PERFORM WRITE-BATCH-TRAILER
              END-IF
              CLOSE XMIT-FILE
           END-IF
           .
       WRITE-BATCH-HEADER.
           MOVE SPACES TO GLX-RECORD
           MOVE 'H' TO GLX-RECORD-TYPE
           MOVE WS-TODAY TO GLH-BATCH-NUM
           MOVE WS-BATCH-DATE TO GLH-BATCH-DATE
           WRITE GLX-RECORD
           IF WS-XMIT-STATUS NOT = '00'
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
       COPY-POSTING-LINES.
           MOVE ZERO TO WS-READ-COUNT
           MOVE ZERO TO WS-LINE-COUNT
           MOVE ZERO TO WS-ENTRY-COUNT
           MOVE ZERO TO WS-DEBIT-TOTAL
           MOVE ZERO TO WS-CREDIT-TOTAL
           MOVE ZERO TO WS-EXPECTED-LINE
           MOVE '00' TO WS-POSTING-STATUS
           OPEN INPUT POSTING-FILE
      *    no postings file, or an empty one, is a day with no money
      *    movements - the zero batch still goes out
           IF WS-POSTING-STATUS = '05' OR WS-POSTING-STATUS = '35'
              MOVE '10' TO WS-POSTING-STATUS
           ELSE
              IF WS-POSTING-STATUS NOT = '00'
                 DISPLAY 'LGBGLI01 ERROR - CANNOT OPEN GLPOST, '
                    'STATUS ' WS-POSTING-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
                 MOVE '10' TO WS-POSTING-STATUS
              END-IF
           END-IF
           PERFORM UNTIL WS-POSTING-STATUS NOT = '00'
              READ POSTING-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-POSTING-STATUS
              END-READ
              IF WS-POSTING-STATUS = '00'
                 ADD 1 TO WS-READ-COUNT
                 PERFORM PROVE-POSTING-LINE
                 IF WS-FAILED-SW = 'N'
                    PERFORM WRITE-POSTING-DETAIL
                 END-IF
                 IF WS-FAILED-SW = 'Y'
                    MOVE '10' TO WS-POSTING-STATUS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE POSTING-FILE
      *    the file ran out in the middle of an entry - its last
      *    lines never reached GLPOST
           IF WS-FAILED-SW = 'N'
              AND WS-EXPECTED-LINE NOT = ZERO
              DISPLAY 'LGBGLI01 ERROR - GLPOST ENDS INSIDE AN ENTRY '
                 'AFTER LINE ' WS-READ-COUNT
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
      *+---------------------------------------------------------------+
      *| PROVE-POSTING-LINE                                            |
      *|     A line 1 opens an entry - and must not arrive while the   |
      *|     previous one is still short of lines. Every later line    |
      *|     must be the next in sequence and agree on the count.      |
      *|     The entry is proved balanced on its last line.            |
      *+---------------------------------------------------------------+
       PROVE-POSTING-LINE.
           IF WS-EXPECTED-LINE = ZERO
              IF GL-LINE-NUM NOT = 1
                 OR GL-LINE-COUNT < 2
                 DISPLAY 'LGBGLI01 ERROR - ENTRY DOES NOT START AT '
                    'LINE 1 OF 2 OR MORE, GLPOST LINE '
                    WS-READ-COUNT
                 MOVE 'Y' TO WS-FAILED-SW
              ELSE
                 MOVE GL-LINE-COUNT TO WS-ENTRY-LINE-COUNT
                 MOVE ZERO TO WS-ENTRY-DEBITS
                 MOVE ZERO TO WS-ENTRY-CREDITS
                 MOVE 1 TO WS-EXPECTED-LINE
              END-IF
           END-IF
           IF WS-FAILED-SW = 'N'
              IF GL-LINE-NUM NOT = WS-EXPECTED-LINE
                 OR GL-LINE-COUNT NOT = WS-ENTRY-LINE-COUNT
                 DISPLAY 'LGBGLI01 ERROR - ENTRY LINES OUT OF '
                    'SEQUENCE, GLPOST LINE ' WS-READ-COUNT
                 MOVE 'Y' TO WS-FAILED-SW
              END-IF
           END-IF
           IF WS-FAILED-SW = 'N'
              EVALUATE GL-DEBIT-CREDIT
                 WHEN 'D'
                    ADD GL-AMOUNT TO WS-ENTRY-DEBITS
                 WHEN 'C'
                    ADD GL-AMOUNT TO WS-ENTRY-CREDITS
                 WHEN OTHER
                    DISPLAY 'LGBGLI01 ERROR - LINE NEITHER DEBIT NOR '
                       'CREDIT, GLPOST LINE ' WS-READ-COUNT
                    MOVE 'Y' TO WS-FAILED-SW
              END-EVALUATE
           END-IF
           IF WS-FAILED-SW = 'N'
              IF WS-EXPECTED-LINE = WS-ENTRY-LINE-COUNT
                 IF WS-ENTRY-DEBITS NOT = WS-ENTRY-CREDITS
                    DISPLAY 'LGBGLI01 ERROR - ENTRY DOES NOT BALANCE, '
                       GL-SOURCE-PROGRAM ' ' GL-EVENT ' POLICY '
                       GL-POLICY-NUM
                    MOVE 'Y' TO WS-FAILED-SW
                 ELSE
                    ADD 1 TO WS-ENTRY-COUNT
                    MOVE ZERO TO WS-EXPECTED-LINE
                 END-IF
              ELSE
                 ADD 1 TO WS-EXPECTED-LINE
              END-IF
           END-IF
           .
       WRITE-POSTING-DETAIL.
           MOVE SPACES TO GLX-RECORD
           MOVE 'D' TO GLX-RECORD-TYPE
           MOVE GL-POSTING-RECORD TO GLD-POSTING-IMAGE
           WRITE GLX-RECORD
      *    a batch missing a line its trailer does not admit to must
      *    never be loaded to the ledger
           IF WS-XMIT-STATUS NOT = '00'
              DISPLAY 'LGBGLI01 ERROR - GLXMIT WRITE FAILED, '
                 'STATUS ' WS-XMIT-STATUS
              MOVE 'Y' TO WS-FAILED-SW
           ELSE
              ADD 1 TO WS-LINE-COUNT
              IF GL-DEBIT-CREDIT = 'D'
                 ADD GL-AMOUNT TO WS-DEBIT-TOTAL
              ELSE
                 ADD GL-AMOUNT TO WS-CREDIT-TOTAL
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| CHECK-BATCH-BALANCE                                           |
      *|     Every entry balanced, so the batch must - this is the     |
      *|     last word before finance, and it costs nothing.           |
      *+---------------------------------------------------------------+
       CHECK-BATCH-BALANCE.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              DISPLAY 'LGBGLI01 ERROR - BATCH DOES NOT BALANCE, '
                 'DEBITS ' WS-DEBIT-TOTAL ' CREDITS ' WS-CREDIT-TOTAL
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
       WRITE-BATCH-TRAILER.
           MOVE SPACES TO GLX-RECORD
           MOVE 'T' TO GLX-RECORD-TYPE
           MOVE WS-LINE-COUNT TO GLT-LINE-COUNT
           MOVE WS-ENTRY-COUNT TO GLT-ENTRY-COUNT
           MOVE WS-DEBIT-TOTAL TO GLT-DEBIT-TOTAL
           MOVE WS-CREDIT-TOTAL TO GLT-CREDIT-TOTAL
           WRITE GLX-RECORD
           IF WS-XMIT-STATUS NOT = '00'
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
      *+---------------------------------------------------------------+
      *| CLEAR-POSTING-FILE                                            |
      *|     Only after the whole batch reached GLXMIT - a posting     |
      *|     cleared without making the batch would never reach the    |
      *|     ledger.                                                    |
      *+---------------------------------------------------------------+
       CLEAR-POSTING-FILE.
           MOVE '00' TO WS-POSTING-STATUS
           OPEN OUTPUT POSTING-FILE
           CLOSE POSTING-FILE
           .
      *+---------------------------------------------------------------+
      *| CLEAR-XMIT-FILE                                               |
      *|     A failed run truncates GLXMIT to empty (the LGBPAY01      |
      *|     pattern) so a stale or partial batch cannot be loaded as  |
      *|     today's.                                                   |
      *+---------------------------------------------------------------+
       CLEAR-XMIT-FILE.
           MOVE '00' TO WS-XMIT-STATUS
           OPEN OUTPUT XMIT-FILE
           CLOSE XMIT-FILE
           .
       END PROGRAM 'LGBGLI01'.

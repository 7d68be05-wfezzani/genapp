      *+---------------------------------------------------------------+
      *| LGBGLR01                                                      |
      *|     Daily general ledger reconciliation. Reads back the       |
      *|     GLXMIT batch the LGBGLI01 cut-off built (COPY LGGLXMIT)   |
      *|     and proves, on the GLRECON report, that the day's         |
      *|     postings agree with the files the money actually moved    |
      *|     on:                                                        |
      *|       - the batch itself: lines, entries and debit and        |
      *|         credit totals re-footed against the control trailer,  |
      *|         and debits equal to credits                           |
      *|       - claim payments (CLMP) against the PAYXMIT batch the   |
      *|         LGBPAY01 cut-off built for the BACS run - count and   |
      *|         total, and the two batches must carry the same date   |
      *|       - premium collections (COLL) against the COLFEED        |
      *|         records for the due date the postings carry - only   |
      *|         on a day collections were posted, since COLFEED       |
      *|         holds the month's feed until finance clears it        |
      *|       - the day's POLJRNL premium changes: policies added by  |
      *|         LGAMOT01, LGAHOU01 and LGBSUB01, and commercial       |
      *|         policies LGUCOM01 moved to accepted (PR-B-STATUS 1),  |
      *|         by count and PR-PAYMENT total, against premium        |
      *|         written (PREM); policies cancelled by LGCPOL01, with  |
      *|         the pro-rata refund worked again from the journal     |
      *|         images exactly as LGCPOL01 works it, against          |
      *|         cancellation refunds (CREF); and LGUMOT01 rewrites    |
      *|         that changed PR-PAYMENT against the additional and    |
      *|         return premium postings (APRM, RPRM) - by count only, |
      *|         since the amendment date the adjustment was           |
      *|         apportioned on is not on the policy. A vehicle change |
      *|         whose adjustment came to nothing shows here as a      |
      *|         difference of one.                                    |
      *|                                                                |
      *|     Each entry is measured by its debits, which equal its     |
      *|     credits and, for the premium events, its gross amount.    |
      *|     The journal comparisons take only postings dated the      |
      *|     batch date; postings from an earlier day (a cut-off that  |
      *|     did not run) are shown apart. Surrenders, claim back-outs |
      *|     and commission are listed for information.                |
      *|                                                                |
      *|     Each check prints AGREED or DIFFERENCE. Ends with         |
      *|     RETURN-CODE 8 on any difference, and 16 if GLXMIT has no  |
      *|     batch or an input file cannot be read.                    |
      *|                                                               |
      *|     Runs under LGBCTL01 run control and is recorded on the    |
      *|     RUNLEDGR run ledger. It is refused - RETURN-CODE 16,      |
      *|     nothing touched - when the ledger shows it has already    |
      *|     run for this business date, or LGBGLI01 or LGBPAY01 has   |
      *|     not finished for the same business date, unless an        |
      *|     operator forces a rerun through RUNFORCE.                 |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGBGLR01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLXMIT-FILE ASSIGN TO 'GLXMIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLXMIT-STATUS.
           SELECT PAYXMIT-FILE ASSIGN TO 'PAYXMIT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PAYXMIT-STATUS.
           SELECT COLFEED-FILE ASSIGN TO 'COLFEED'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-COLFEED-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'POLJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'GLRECON'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GLXMIT-FILE.
       COPY LGGLXMIT.
       FD  PAYXMIT-FILE.
       COPY LGPAYXMT.
       FD  COLFEED-FILE.
       COPY LGCOLLCT.
       FD  JOURNAL-FILE.
       COPY LGPOLJRN.
       FD  REPORT-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       1 WS-GLXMIT-STATUS PIC XX VALUE '00'.
       1 WS-PAYXMIT-STATUS PIC XX VALUE '00'.
       1 WS-COLFEED-STATUS PIC XX VALUE '00'.
       1 WS-JOURNAL-STATUS PIC XX VALUE '00'.
       1 WS-REPORT-STATUS PIC XX VALUE '00'.
       1 WS-FAILED-SW PIC X VALUE 'N'.
       1 WS-DIFFERENCE-COUNT PIC 9(5) VALUE ZERO.
       COPY LGGLPOST.
       COPY LGPAYMNT.
      *+---------------------------------------------------------------+
      *| The GLXMIT batch - its header, its trailer, and the same      |
      *| figures re-footed from the posting lines.                     |
      *+---------------------------------------------------------------+
       1 WS-HEADER-SW PIC X VALUE 'N'.
       1 WS-TRAILER-SW PIC X VALUE 'N'.
       1 WS-BATCH-NUM PIC 9(8) VALUE ZERO.
       1 WS-BATCH-DATE PIC X(10) VALUE SPACES.
       1 WS-TRL-LINE-COUNT PIC 9(7) VALUE ZERO.
       1 WS-TRL-ENTRY-COUNT PIC 9(7) VALUE ZERO.
       1 WS-TRL-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       1 WS-TRL-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       1 WS-LINE-COUNT PIC 9(7) VALUE ZERO.
       1 WS-ENTRY-COUNT PIC 9(7) VALUE ZERO.
       1 WS-DEBIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       1 WS-CREDIT-TOTAL PIC 9(11)V99 VALUE ZERO.
       1 WS-UNKNOWN-EVENT-COUNT PIC 9(7) VALUE ZERO.
       1 WS-COLL-DUE-DATE PIC X(10) VALUE SPACES.
       1 WS-COLL-MIXED-SW PIC X VALUE 'N'.
      *+---------------------------------------------------------------+
      *| Postings by event - entries and their debits over the whole   |
      *| batch, and the same for those dated the batch date.           |
      *+---------------------------------------------------------------+
       1 WS-EVENT-CODE-TABLE.
          05 PIC X(4) VALUE 'PREM'.
          05 PIC X(4) VALUE 'APRM'.
          05 PIC X(4) VALUE 'RPRM'.
          05 PIC X(4) VALUE 'CREF'.
          05 PIC X(4) VALUE 'SURR'.
          05 PIC X(4) VALUE 'CLMP'.
          05 PIC X(4) VALUE 'CLMB'.
          05 PIC X(4) VALUE 'COLL'.
          05 PIC X(4) VALUE 'COMM'.
       1 WS-EVENT-CODES REDEFINES WS-EVENT-CODE-TABLE.
          05 WS-EVENT-CODE PIC X(4) OCCURS 9 TIMES.
       1 WS-EVENT-TOTALS.
          05 WS-EVENT-ENTRY OCCURS 9 TIMES.
             10 WS-EV-COUNT PIC 9(7).
             10 WS-EV-AMOUNT PIC 9(11)V99.
             10 WS-EV-DAY-COUNT PIC 9(7).
             10 WS-EV-DAY-AMOUNT PIC 9(11)V99.
       1 WS-EV-IDX PIC 9(2) VALUE ZERO.
       1 WS-EV-PREM PIC 9(2) VALUE 1.
       1 WS-EV-APRM PIC 9(2) VALUE 2.
       1 WS-EV-RPRM PIC 9(2) VALUE 3.
       1 WS-EV-CREF PIC 9(2) VALUE 4.
       1 WS-EV-SURR PIC 9(2) VALUE 5.
       1 WS-EV-CLMP PIC 9(2) VALUE 6.
       1 WS-EV-CLMB PIC 9(2) VALUE 7.
       1 WS-EV-COLL PIC 9(2) VALUE 8.
       1 WS-EV-COMM PIC 9(2) VALUE 9.
      *+---------------------------------------------------------------+
      *| The other side of each check.                                 |
      *+---------------------------------------------------------------+
       1 WS-PAYXMIT-PRESENT-SW PIC X VALUE 'N'.
       1 WS-PAYXMIT-DATE PIC X(10) VALUE SPACES.
       1 WS-PAY-COUNT PIC 9(7) VALUE ZERO.
       1 WS-PAY-TOTAL PIC 9(11)V99 VALUE ZERO.
       1 WS-COL-COUNT PIC 9(7) VALUE ZERO.
       1 WS-COL-TOTAL PIC 9(11)V99 VALUE ZERO.
       1 WS-ADD-COUNT PIC 9(7) VALUE ZERO.
       1 WS-ADD-TOTAL PIC 9(11)V99 VALUE ZERO.
       1 WS-CANCEL-COUNT PIC 9(7) VALUE ZERO.
       1 WS-CANCEL-TOTAL PIC 9(11)V99 VALUE ZERO.
       1 WS-AMEND-COUNT PIC 9(7) VALUE ZERO.
       1 WS-OTHER-DAY-COUNT PIC 9(7) VALUE ZERO.
       1 WS-OTHER-DAY-AMOUNT PIC 9(11)V99 VALUE ZERO.
      *+---------------------------------------------------------------+
      *| A cancellation refund worked again from the journal images -  |
      *| the LGCPOL01 arithmetic, field for field.                     |
      *+---------------------------------------------------------------+
       1 WS-JRN-PAYMENT PIC 9(6) VALUE ZERO.
       1 WS-RETURN-PREMIUM PIC 9(8) VALUE ZERO.
       1 WS-ISSUE-DAYS PIC 9(8) VALUE ZERO.
       1 WS-EXPIRY-DAYS PIC 9(8) VALUE ZERO.
       1 WS-CANCEL-DAYS PIC 9(8) VALUE ZERO.
       1 WS-UNEXPIRED-DAYS PIC S9(8) VALUE ZERO.
       1 WS-TERM-DAYS PIC S9(8) VALUE ZERO.
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
      *+---------------------------------------------------------------+
      *| One check - the caller fills these and performs               |
      *| WRITE-CHECK-LINE, or WRITE-INFORMATION-LINE for a figure      |
      *| shown but not compared.                                       |
      *+---------------------------------------------------------------+
       1 WS-CMP-LABEL PIC X(40) VALUE SPACES.
       1 WS-CMP-GL-COUNT PIC 9(7) VALUE ZERO.
       1 WS-CMP-GL-AMOUNT PIC 9(11)V99 VALUE ZERO.
       1 WS-CMP-SRC-COUNT PIC 9(7) VALUE ZERO.
       1 WS-CMP-SRC-AMOUNT PIC 9(11)V99 VALUE ZERO.
       1 WS-NOTE-TEXT PIC X(80) VALUE SPACES.
       1 WS-HEADING-1.
          05 FILLER PIC X(38) VALUE
             'GENERAL LEDGER RECONCILIATION - BATCH '.
          05 HL-BATCH-NUM PIC 9(8).
          05 FILLER PIC X(6) VALUE ' DATE '.
          05 HL-BATCH-DATE PIC X(10).
          05 FILLER PIC X(70) VALUE SPACES.
       1 WS-HEADING-2.
          05 FILLER PIC X(43) VALUE ' CHECK'.
          05 FILLER PIC X(9) VALUE ' GL COUNT'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(14) VALUE '     GL AMOUNT'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(9) VALUE 'SRC COUNT'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(14) VALUE '    SRC AMOUNT'.
          05 FILLER PIC X(2) VALUE SPACES.
          05 FILLER PIC X(10) VALUE 'RESULT'.
          05 FILLER PIC X(25) VALUE SPACES.
       1 WS-SECTION-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 SL-TITLE PIC X(60).
          05 FILLER PIC X(71) VALUE SPACES.
       1 WS-NOTE-LINE.
          05 FILLER PIC X(3) VALUE SPACES.
          05 NL-TEXT PIC X(80).
          05 FILLER PIC X(49) VALUE SPACES.
       1 WS-DETAIL-LINE.
          05 FILLER PIC X VALUE SPACE.
          05 DL-CHECK PIC X(40).
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-GL-COUNT PIC Z(8)9 BLANK WHEN ZERO.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-GL-AMOUNT PIC Z(10)9.99 BLANK WHEN ZERO.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-SRC-COUNT PIC Z(8)9 BLANK WHEN ZERO.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-SRC-AMOUNT PIC Z(10)9.99 BLANK WHEN ZERO.
          05 FILLER PIC X(2) VALUE SPACES.
          05 DL-RESULT PIC X(10).
          05 FILLER PIC X(25) VALUE SPACES.
       COPY LGBCTLRQ.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM START-BATCH-RUN
           IF BC-RESULT NOT = 'G'
              MOVE 16 TO RETURN-CODE
              GOBACK
           END-IF
           INITIALIZE WS-EVENT-TOTALS
           PERFORM READ-INTERFACE-BATCH
           IF WS-FAILED-SW = 'N'
              PERFORM READ-PAYMENT-BATCH
           END-IF
           IF WS-FAILED-SW = 'N'
              AND WS-EV-COUNT(WS-EV-COLL) > ZERO
              PERFORM READ-COLLECTION-FEED
           END-IF
           IF WS-FAILED-SW = 'N'
              PERFORM READ-POLICY-JOURNAL
           END-IF
           OPEN OUTPUT REPORT-FILE
           MOVE WS-BATCH-NUM TO HL-BATCH-NUM
           MOVE WS-BATCH-DATE TO HL-BATCH-DATE
           MOVE WS-HEADING-1 TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-FAILED-SW = 'N'
              MOVE WS-HEADING-2 TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM REPORT-BATCH-CONTROLS
              PERFORM REPORT-CLAIM-PAYMENTS
              PERFORM REPORT-COLLECTIONS
              PERFORM REPORT-PREMIUM-CHANGES
              PERFORM REPORT-OTHER-POSTINGS
              IF WS-DIFFERENCE-COUNT = ZERO
                 MOVE 'RECONCILIATION AGREED' TO WS-NOTE-TEXT
              ELSE
                 MOVE 'RECONCILIATION HAS DIFFERENCES - SEE ABOVE'
                    TO WS-NOTE-TEXT
              END-IF
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM WRITE-NOTE-LINE
           ELSE
              MOVE 'RECONCILIATION NOT PRODUCED - SEE THE JOB LOG'
                 TO WS-NOTE-TEXT
              PERFORM WRITE-NOTE-LINE
           END-IF
           CLOSE REPORT-FILE
           IF WS-FAILED-SW = 'Y'
              DISPLAY 'LGBGLR01 FAILED - RECONCILIATION NOT PRODUCED'
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY 'LGBGLR01 BATCH ' WS-BATCH-NUM ' - '
                 WS-ENTRY-COUNT ' ENTRIES, ' WS-DIFFERENCE-COUNT
                 ' DIFFERENCES'
              IF WS-DIFFERENCE-COUNT > ZERO
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
           MOVE 'LGBGLR01' TO BC-JOB-NAME
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           .
       END-BATCH-RUN.
           MOVE WS-ENTRY-COUNT TO BC-RECORDS-READ
           MOVE ZERO TO BC-RECORDS-WRITTEN
           MOVE WS-DIFFERENCE-COUNT TO BC-EXCEPTIONS
           MOVE RETURN-CODE TO BC-RETURN-CODE
           MOVE 'E' TO BC-FUNCTION
           CALL 'LGBCTL01' USING BATCH-CONTROL-REQUEST
           MOVE BC-RETURN-CODE TO RETURN-CODE
           .
      *+---------------------------------------------------------------+
      *| READ-INTERFACE-BATCH                                          |
      *|     A GLXMIT with no header is no batch at all - the cut-off  |
      *|     failed or never ran - and there is nothing to reconcile.  |
      *+---------------------------------------------------------------+
       READ-INTERFACE-BATCH.
           MOVE '00' TO WS-GLXMIT-STATUS
           OPEN INPUT GLXMIT-FILE
           IF WS-GLXMIT-STATUS = '05' OR WS-GLXMIT-STATUS = '35'
              MOVE '10' TO WS-GLXMIT-STATUS
           ELSE
              IF WS-GLXMIT-STATUS NOT = '00'
                 DISPLAY 'LGBGLR01 ERROR - CANNOT OPEN GLXMIT, '
                    'STATUS ' WS-GLXMIT-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
                 MOVE '10' TO WS-GLXMIT-STATUS
              END-IF
           END-IF
           PERFORM UNTIL WS-GLXMIT-STATUS NOT = '00'
              READ GLXMIT-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-GLXMIT-STATUS
              END-READ
              IF WS-GLXMIT-STATUS = '00'
                 EVALUATE GLX-RECORD-TYPE
                    WHEN 'H'
                       MOVE 'Y' TO WS-HEADER-SW
                       MOVE GLH-BATCH-NUM TO WS-BATCH-NUM
                       MOVE GLH-BATCH-DATE TO WS-BATCH-DATE
                    WHEN 'D'
                       MOVE GLD-POSTING-IMAGE TO GL-POSTING-RECORD
                       PERFORM ADD-POSTING-LINE
                    WHEN 'T'
                       MOVE 'Y' TO WS-TRAILER-SW
                       MOVE GLT-LINE-COUNT TO WS-TRL-LINE-COUNT
                       MOVE GLT-ENTRY-COUNT TO WS-TRL-ENTRY-COUNT
                       MOVE GLT-DEBIT-TOTAL TO WS-TRL-DEBIT-TOTAL
                       MOVE GLT-CREDIT-TOTAL TO WS-TRL-CREDIT-TOTAL
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE GLXMIT-FILE
           IF WS-FAILED-SW = 'N'
              AND WS-HEADER-SW = 'N'
              DISPLAY 'LGBGLR01 ERROR - GLXMIT HOLDS NO BATCH'
              MOVE 'Y' TO WS-FAILED-SW
           END-IF
           .
      *+---------------------------------------------------------------+
      *| ADD-POSTING-LINE                                              |
      *|     An entry is counted on its line 1 and measured by its     |
      *|     debit lines.                                              |
      *+---------------------------------------------------------------+
       ADD-POSTING-LINE.
           ADD 1 TO WS-LINE-COUNT
           IF GL-DEBIT-CREDIT = 'D'
              ADD GL-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
              ADD GL-AMOUNT TO WS-CREDIT-TOTAL
           END-IF
           MOVE ZERO TO WS-EV-IDX
           PERFORM VARYING WS-EV-IDX FROM 1 BY 1
              UNTIL WS-EV-IDX > 9
              OR WS-EVENT-CODE(WS-EV-IDX) = GL-EVENT
              CONTINUE
           END-PERFORM
           IF GL-LINE-NUM = 1
              ADD 1 TO WS-ENTRY-COUNT
           END-IF
           IF WS-EV-IDX > 9
              IF GL-LINE-NUM = 1
                 ADD 1 TO WS-UNKNOWN-EVENT-COUNT
              END-IF
           ELSE
              IF GL-LINE-NUM = 1
                 ADD 1 TO WS-EV-COUNT(WS-EV-IDX)
                 IF GL-POSTING-DATE = WS-BATCH-DATE
                    ADD 1 TO WS-EV-DAY-COUNT(WS-EV-IDX)
                 END-IF
                 IF WS-EV-IDX = WS-EV-COLL
                    IF WS-COLL-DUE-DATE = SPACES
                       MOVE GL-REFERENCE TO WS-COLL-DUE-DATE
                    ELSE
                       IF GL-REFERENCE NOT = WS-COLL-DUE-DATE
                          MOVE 'Y' TO WS-COLL-MIXED-SW
                       END-IF
                    END-IF
                 END-IF
              END-IF
              IF GL-DEBIT-CREDIT = 'D'
                 ADD GL-AMOUNT TO WS-EV-AMOUNT(WS-EV-IDX)
                 IF GL-POSTING-DATE = WS-BATCH-DATE
                    ADD GL-AMOUNT TO WS-EV-DAY-AMOUNT(WS-EV-IDX)
                 END-IF
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| READ-PAYMENT-BATCH                                            |
      *|     No PAYXMIT, or an empty one, is no claim payments - the   |
      *|     check then agrees only if none were posted either.        |
      *+---------------------------------------------------------------+
       READ-PAYMENT-BATCH.
           MOVE '00' TO WS-PAYXMIT-STATUS
           OPEN INPUT PAYXMIT-FILE
           IF WS-PAYXMIT-STATUS = '05' OR WS-PAYXMIT-STATUS = '35'
              MOVE '10' TO WS-PAYXMIT-STATUS
           ELSE
              IF WS-PAYXMIT-STATUS NOT = '00'
                 DISPLAY 'LGBGLR01 ERROR - CANNOT OPEN PAYXMIT, '
                    'STATUS ' WS-PAYXMIT-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
                 MOVE '10' TO WS-PAYXMIT-STATUS
              END-IF
           END-IF
           PERFORM UNTIL WS-PAYXMIT-STATUS NOT = '00'
              READ PAYXMIT-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-PAYXMIT-STATUS
              END-READ
              IF WS-PAYXMIT-STATUS = '00'
                 EVALUATE XMIT-RECORD-TYPE
                    WHEN 'H'
                       MOVE 'Y' TO WS-PAYXMIT-PRESENT-SW
                       MOVE XMH-BATCH-DATE TO WS-PAYXMIT-DATE
                    WHEN 'D'
                       MOVE XMD-PAYMENT-IMAGE TO PAYMENT-RECORD
                       ADD 1 TO WS-PAY-COUNT
                       ADD PAY-AMOUNT TO WS-PAY-TOTAL
                 END-EVALUATE
              END-IF
           END-PERFORM
           CLOSE PAYXMIT-FILE
           .
       READ-COLLECTION-FEED.
           MOVE '00' TO WS-COLFEED-STATUS
           OPEN INPUT COLFEED-FILE
           IF WS-COLFEED-STATUS = '05' OR WS-COLFEED-STATUS = '35'
              MOVE '10' TO WS-COLFEED-STATUS
           ELSE
              IF WS-COLFEED-STATUS NOT = '00'
                 DISPLAY 'LGBGLR01 ERROR - CANNOT OPEN COLFEED, '
                    'STATUS ' WS-COLFEED-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
                 MOVE '10' TO WS-COLFEED-STATUS
              END-IF
           END-IF
           PERFORM UNTIL WS-COLFEED-STATUS NOT = '00'
              READ COLFEED-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-COLFEED-STATUS
              END-READ
              IF WS-COLFEED-STATUS = '00'
                 AND COL-DUE-DATE = WS-COLL-DUE-DATE
                 ADD 1 TO WS-COL-COUNT
                 ADD COL-AMOUNT TO WS-COL-TOTAL
              END-IF
           END-PERFORM
           CLOSE COLFEED-FILE
           .
      *+---------------------------------------------------------------+
      *| READ-POLICY-JOURNAL                                           |
      *|     Only entries stamped the batch date count. The images     |
      *|     are decoded by offset into the LGPOLICY layout, as        |
      *|     LGBHST01 does: PR-ISSUE-DATE 22, PR-EXPIRY-DATE 32,       |
      *|     PR-PAYMENT 88, PR-B-STATUS 937 and PR-CANCEL-DATE 1196.   |
      *|     A zero premium posts nothing, so it is not counted here   |
      *|     either.                                                   |
      *+---------------------------------------------------------------+
       READ-POLICY-JOURNAL.
           MOVE '00' TO WS-JOURNAL-STATUS
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '05' OR WS-JOURNAL-STATUS = '35'
              MOVE '10' TO WS-JOURNAL-STATUS
           ELSE
              IF WS-JOURNAL-STATUS NOT = '00'
                 DISPLAY 'LGBGLR01 ERROR - CANNOT OPEN POLJRNL, '
                    'STATUS ' WS-JOURNAL-STATUS
                 MOVE 'Y' TO WS-FAILED-SW
                 MOVE '10' TO WS-JOURNAL-STATUS
              END-IF
           END-IF
           PERFORM UNTIL WS-JOURNAL-STATUS NOT = '00'
              READ JOURNAL-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-JOURNAL-STATUS
              END-READ
              IF WS-JOURNAL-STATUS = '00'
                 AND JRN-TIMESTAMP(1:10) = WS-BATCH-DATE
                 PERFORM CLASSIFY-JOURNAL-ENTRY
              END-IF
           END-PERFORM
           CLOSE JOURNAL-FILE
           .
       CLASSIFY-JOURNAL-ENTRY.
           EVALUATE JRN-PROGRAM-ID
              WHEN 'LGAMOT01'
              WHEN 'LGAHOU01'
              WHEN 'LGBSUB01'
                 IF JRN-ACTION = 'A'
                    AND JRN-AFTER-IMAGE(88:6) IS NUMERIC
                    MOVE JRN-AFTER-IMAGE(88:6) TO WS-JRN-PAYMENT
                    IF WS-JRN-PAYMENT > ZERO
                       ADD 1 TO WS-ADD-COUNT
                       ADD WS-JRN-PAYMENT TO WS-ADD-TOTAL
                    END-IF
                 END-IF
              WHEN 'LGCPOL01'
                 IF JRN-ACTION = 'R'
                    AND JRN-BEFORE-IMAGE(1196:10) = SPACES
                    AND JRN-AFTER-IMAGE(1196:10) NOT = SPACES
                    AND JRN-BEFORE-IMAGE(88:6) IS NUMERIC
                    PERFORM COMPUTE-RETURN-PREMIUM
                    IF WS-RETURN-PREMIUM > ZERO
                       ADD 1 TO WS-CANCEL-COUNT
                       ADD WS-RETURN-PREMIUM TO WS-CANCEL-TOTAL
                    END-IF
                 END-IF
              WHEN 'LGUCOM01'
      *          an underwriting decision that puts a commercial risk
      *          on cover (PR-B-STATUS at 937 going to 1) is where its
      *          premium is written
                 IF JRN-ACTION = 'R'
                    AND JRN-BEFORE-IMAGE(937:4) NOT = '0001'
                    AND JRN-AFTER-IMAGE(937:4) = '0001'
                    AND JRN-AFTER-IMAGE(88:6) IS NUMERIC
                    MOVE JRN-AFTER-IMAGE(88:6) TO WS-JRN-PAYMENT
                    IF WS-JRN-PAYMENT > ZERO
                       ADD 1 TO WS-ADD-COUNT
                       ADD WS-JRN-PAYMENT TO WS-ADD-TOTAL
                    END-IF
                 END-IF
              WHEN 'LGUMOT01'
                 IF JRN-ACTION = 'R'
                    AND JRN-BEFORE-IMAGE(88:6) NOT =
                        JRN-AFTER-IMAGE(88:6)
                    ADD 1 TO WS-AMEND-COUNT
                 END-IF
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| COMPUTE-RETURN-PREMIUM                                        |
      *|     LGCPOL01's refund: the premium before the cancellation    |
      *|     apportioned over the days from the cancellation date      |
      *|     written in the after image to expiry, out of the full     |
      *|     term, rounded to the pound.                               |
      *+---------------------------------------------------------------+
       COMPUTE-RETURN-PREMIUM.
           MOVE JRN-BEFORE-IMAGE(88:6) TO WS-JRN-PAYMENT
           MOVE JRN-BEFORE-IMAGE(22:10) TO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CNV-DAYS TO WS-ISSUE-DAYS
           MOVE JRN-BEFORE-IMAGE(32:10) TO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CNV-DAYS TO WS-EXPIRY-DAYS
           MOVE JRN-AFTER-IMAGE(1196:10) TO WS-CNV-DATE
           PERFORM CONVERT-DATE-TO-DAYS
           MOVE WS-CNV-DAYS TO WS-CANCEL-DAYS
           COMPUTE WS-UNEXPIRED-DAYS = WS-EXPIRY-DAYS - WS-CANCEL-DAYS
           COMPUTE WS-TERM-DAYS = WS-EXPIRY-DAYS - WS-ISSUE-DAYS
           IF WS-TERM-DAYS > ZERO
              COMPUTE WS-RETURN-PREMIUM ROUNDED =
                 WS-JRN-PAYMENT * WS-UNEXPIRED-DAYS / WS-TERM-DAYS
           ELSE
              MOVE ZERO TO WS-RETURN-PREMIUM
           END-IF
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
       REPORT-BATCH-CONTROLS.
           MOVE 'GLXMIT BATCH CONTROLS' TO SL-TITLE
           PERFORM WRITE-SECTION-LINE
           IF WS-TRAILER-SW = 'N'
              MOVE 'GLXMIT HAS NO CONTROL TRAILER - THE BATCH IS '
                 & 'INCOMPLETE' TO WS-NOTE-TEXT
              PERFORM WRITE-NOTE-LINE
              ADD 1 TO WS-DIFFERENCE-COUNT
           END-IF
           MOVE 'LINES AND DEBITS V TRAILER' TO WS-CMP-LABEL
           MOVE WS-LINE-COUNT TO WS-CMP-GL-COUNT
           MOVE WS-DEBIT-TOTAL TO WS-CMP-GL-AMOUNT
           MOVE WS-TRL-LINE-COUNT TO WS-CMP-SRC-COUNT
           MOVE WS-TRL-DEBIT-TOTAL TO WS-CMP-SRC-AMOUNT
           PERFORM WRITE-CHECK-LINE
           MOVE 'ENTRIES AND CREDITS V TRAILER' TO WS-CMP-LABEL
           MOVE WS-ENTRY-COUNT TO WS-CMP-GL-COUNT
           MOVE WS-CREDIT-TOTAL TO WS-CMP-GL-AMOUNT
           MOVE WS-TRL-ENTRY-COUNT TO WS-CMP-SRC-COUNT
           MOVE WS-TRL-CREDIT-TOTAL TO WS-CMP-SRC-AMOUNT
           PERFORM WRITE-CHECK-LINE
           MOVE 'DEBITS V CREDITS' TO WS-CMP-LABEL
           MOVE ZERO TO WS-CMP-GL-COUNT
           MOVE WS-DEBIT-TOTAL TO WS-CMP-GL-AMOUNT
           MOVE ZERO TO WS-CMP-SRC-COUNT
           MOVE WS-CREDIT-TOTAL TO WS-CMP-SRC-AMOUNT
           PERFORM WRITE-CHECK-LINE
      *    an event LGPOST01 does not post cannot be reconciled to
      *    anything - every one of them is a difference
           IF WS-UNKNOWN-EVENT-COUNT > ZERO
              MOVE 'ENTRIES WITH AN UNKNOWN EVENT' TO WS-CMP-LABEL
              MOVE WS-UNKNOWN-EVENT-COUNT TO WS-CMP-GL-COUNT
              MOVE ZERO TO WS-CMP-GL-AMOUNT
              MOVE ZERO TO WS-CMP-SRC-COUNT
              MOVE ZERO TO WS-CMP-SRC-AMOUNT
              PERFORM WRITE-CHECK-LINE
           END-IF
           .
       REPORT-CLAIM-PAYMENTS.
           MOVE 'CLAIM PAYMENTS' TO SL-TITLE
           PERFORM WRITE-SECTION-LINE
           IF WS-PAYXMIT-PRESENT-SW = 'Y'
              AND WS-PAYXMIT-DATE NOT = WS-BATCH-DATE
              MOVE SPACES TO WS-NOTE-TEXT
              STRING 'PAYXMIT IS THE BATCH FOR ' WS-PAYXMIT-DATE
                 ' - NOT THIS BATCH DATE'
                 DELIMITED BY SIZE INTO WS-NOTE-TEXT
              PERFORM WRITE-NOTE-LINE
              ADD 1 TO WS-DIFFERENCE-COUNT
           END-IF
           MOVE 'CLAIM PAYMENTS (CLMP) V PAYXMIT' TO WS-CMP-LABEL
           MOVE WS-EV-COUNT(WS-EV-CLMP) TO WS-CMP-GL-COUNT
           MOVE WS-EV-AMOUNT(WS-EV-CLMP) TO WS-CMP-GL-AMOUNT
           MOVE WS-PAY-COUNT TO WS-CMP-SRC-COUNT
           MOVE WS-PAY-TOTAL TO WS-CMP-SRC-AMOUNT
           PERFORM WRITE-CHECK-LINE
           .
       REPORT-COLLECTIONS.
           MOVE 'PREMIUM COLLECTIONS' TO SL-TITLE
           PERFORM WRITE-SECTION-LINE
           IF WS-EV-COUNT(WS-EV-COLL) = ZERO
              MOVE 'NO COLLECTIONS POSTED IN THIS BATCH'
                 TO WS-NOTE-TEXT
              PERFORM WRITE-NOTE-LINE
           ELSE
      *       two collection runs in one day means the month was
      *       posted twice or for two due dates - either way wrong
              IF WS-COLL-MIXED-SW = 'Y'
                 MOVE 'COLLECTIONS POSTED FOR MORE THAN ONE DUE DATE'
                    TO WS-NOTE-TEXT
                 PERFORM WRITE-NOTE-LINE
                 ADD 1 TO WS-DIFFERENCE-COUNT
              END-IF
              MOVE SPACES TO WS-CMP-LABEL
              STRING 'COLLECTIONS (COLL) V COLFEED ' WS-COLL-DUE-DATE
                 DELIMITED BY SIZE INTO WS-CMP-LABEL
              MOVE WS-EV-COUNT(WS-EV-COLL) TO WS-CMP-GL-COUNT
              MOVE WS-EV-AMOUNT(WS-EV-COLL) TO WS-CMP-GL-AMOUNT
              MOVE WS-COL-COUNT TO WS-CMP-SRC-COUNT
              MOVE WS-COL-TOTAL TO WS-CMP-SRC-AMOUNT
              PERFORM WRITE-CHECK-LINE
           END-IF
           .
       REPORT-PREMIUM-CHANGES.
           MOVE 'PREMIUM CHANGES ON POLJRNL' TO SL-TITLE
           PERFORM WRITE-SECTION-LINE
           MOVE 'PREMIUM WRITTEN (PREM) V ADDS' TO WS-CMP-LABEL
           MOVE WS-EV-DAY-COUNT(WS-EV-PREM) TO WS-CMP-GL-COUNT
           MOVE WS-EV-DAY-AMOUNT(WS-EV-PREM) TO WS-CMP-GL-AMOUNT
           MOVE WS-ADD-COUNT TO WS-CMP-SRC-COUNT
           MOVE WS-ADD-TOTAL TO WS-CMP-SRC-AMOUNT
           PERFORM WRITE-CHECK-LINE
           MOVE 'CANCELLATION REFUNDS (CREF) V CANCELS' TO WS-CMP-LABEL
           MOVE WS-EV-DAY-COUNT(WS-EV-CREF) TO WS-CMP-GL-COUNT
           MOVE WS-EV-DAY-AMOUNT(WS-EV-CREF) TO WS-CMP-GL-AMOUNT
           MOVE WS-CANCEL-COUNT TO WS-CMP-SRC-COUNT
           MOVE WS-CANCEL-TOTAL TO WS-CMP-SRC-AMOUNT
           PERFORM WRITE-CHECK-LINE
           MOVE 'ADJUSTMENTS (APRM+RPRM) V AMENDS - COUNT'
              TO WS-CMP-LABEL
           COMPUTE WS-CMP-GL-COUNT = WS-EV-DAY-COUNT(WS-EV-APRM)
              + WS-EV-DAY-COUNT(WS-EV-RPRM)
           MOVE ZERO TO WS-CMP-GL-AMOUNT
           MOVE WS-AMEND-COUNT TO WS-CMP-SRC-COUNT
           MOVE ZERO TO WS-CMP-SRC-AMOUNT
           PERFORM WRITE-CHECK-LINE
      *    premium postings from an earlier day's business were
      *    journalled on that day - they cannot be matched here
           COMPUTE WS-OTHER-DAY-COUNT =
              WS-EV-COUNT(WS-EV-PREM) - WS-EV-DAY-COUNT(WS-EV-PREM)
              + WS-EV-COUNT(WS-EV-APRM) - WS-EV-DAY-COUNT(WS-EV-APRM)
              + WS-EV-COUNT(WS-EV-RPRM) - WS-EV-DAY-COUNT(WS-EV-RPRM)
              + WS-EV-COUNT(WS-EV-CREF) - WS-EV-DAY-COUNT(WS-EV-CREF)
           COMPUTE WS-OTHER-DAY-AMOUNT =
              WS-EV-AMOUNT(WS-EV-PREM) - WS-EV-DAY-AMOUNT(WS-EV-PREM)
              + WS-EV-AMOUNT(WS-EV-APRM) - WS-EV-DAY-AMOUNT(WS-EV-APRM)
              + WS-EV-AMOUNT(WS-EV-RPRM) - WS-EV-DAY-AMOUNT(WS-EV-RPRM)
              + WS-EV-AMOUNT(WS-EV-CREF) - WS-EV-DAY-AMOUNT(WS-EV-CREF)
           IF WS-OTHER-DAY-COUNT > ZERO
              MOVE 'PREMIUM POSTINGS DATED OTHER DAYS' TO WS-CMP-LABEL
              MOVE WS-OTHER-DAY-COUNT TO WS-CMP-GL-COUNT
              MOVE WS-OTHER-DAY-AMOUNT TO WS-CMP-GL-AMOUNT
              PERFORM WRITE-INFORMATION-LINE
           END-IF
           .
       REPORT-OTHER-POSTINGS.
           MOVE 'OTHER POSTINGS - FOR INFORMATION' TO SL-TITLE
           PERFORM WRITE-SECTION-LINE
           MOVE 'ADDITIONAL PREMIUM (APRM)' TO WS-CMP-LABEL
           MOVE WS-EV-APRM TO WS-EV-IDX
           PERFORM WRITE-EVENT-INFORMATION
           MOVE 'RETURN PREMIUM (RPRM)' TO WS-CMP-LABEL
           MOVE WS-EV-RPRM TO WS-EV-IDX
           PERFORM WRITE-EVENT-INFORMATION
           MOVE 'SURRENDER PAYOUTS (SURR)' TO WS-CMP-LABEL
           MOVE WS-EV-SURR TO WS-EV-IDX
           PERFORM WRITE-EVENT-INFORMATION
           MOVE 'CLAIM PAYMENTS BACKED OUT (CLMB)' TO WS-CMP-LABEL
           MOVE WS-EV-CLMB TO WS-EV-IDX
           PERFORM WRITE-EVENT-INFORMATION
           MOVE 'BROKER COMMISSION (COMM)' TO WS-CMP-LABEL
           MOVE WS-EV-COMM TO WS-EV-IDX
           PERFORM WRITE-EVENT-INFORMATION
           .
       WRITE-EVENT-INFORMATION.
           MOVE WS-EV-COUNT(WS-EV-IDX) TO WS-CMP-GL-COUNT
           MOVE WS-EV-AMOUNT(WS-EV-IDX) TO WS-CMP-GL-AMOUNT
           PERFORM WRITE-INFORMATION-LINE
           .
       WRITE-CHECK-LINE.
           MOVE WS-CMP-LABEL TO DL-CHECK
           MOVE WS-CMP-GL-COUNT TO DL-GL-COUNT
           MOVE WS-CMP-GL-AMOUNT TO DL-GL-AMOUNT
           MOVE WS-CMP-SRC-COUNT TO DL-SRC-COUNT
           MOVE WS-CMP-SRC-AMOUNT TO DL-SRC-AMOUNT
           IF WS-CMP-GL-COUNT = WS-CMP-SRC-COUNT
              AND WS-CMP-GL-AMOUNT = WS-CMP-SRC-AMOUNT
              MOVE 'AGREED' TO DL-RESULT
           ELSE
              MOVE 'DIFFERENCE' TO DL-RESULT
              ADD 1 TO WS-DIFFERENCE-COUNT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-INFORMATION-LINE.
           MOVE WS-CMP-LABEL TO DL-CHECK
           MOVE WS-CMP-GL-COUNT TO DL-GL-COUNT
           MOVE WS-CMP-GL-AMOUNT TO DL-GL-AMOUNT
           MOVE ZERO TO DL-SRC-COUNT
           MOVE ZERO TO DL-SRC-AMOUNT
           MOVE SPACES TO DL-RESULT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-SECTION-LINE.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-SECTION-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       WRITE-NOTE-LINE.
           MOVE WS-NOTE-TEXT TO NL-TEXT
           MOVE WS-NOTE-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           .
       END PROGRAM 'LGBGLR01'.

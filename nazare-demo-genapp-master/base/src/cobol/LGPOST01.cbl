      *+---------------------------------------------------------------+
      *| LGPOST01                                                      |
      *|     Shared general ledger posting. Every program that moves   |
      *|     money - the policy adds, amendments, cancellations and    |
      *|     surrenders, claim payments and their BACS back-outs, the  |
      *|     month-end collections and commission runs - CALLs this    |
      *|     with a LGPOSTRQ request once the movement itself has      |
      *|     reached its file, and it appends one balanced double      |
      *|     entry to the day's GLPOST file (COPY LGGLPOST). Keeping   |
      *|     the chart of accounts and the tax split in one place      |
      *|     means the ledger cannot disagree with itself about where  |
      *|     a premium goes.                                            |
      *|                                                                |
      *|     Premiums are held and charged gross - PR-PAYMENT is what  |
      *|     the customer pays, tax included - so the insurance        |
      *|     premium tax element is taken out of the gross amount:     |
      *|     gross x rate / (100 + rate), rounded to the penny, with   |
      *|     the net premium the remainder so the two always add back  |
      *|     to the gross exactly. The rate is the one in force on     |
      *|     the posting date from the IPTRATE table (COPY LGIPTRAT),  |
      *|     read once per run unit the way LGSRCH01 holds its         |
      *|     tables; with no IPTRATE file, or no rate yet in force,    |
      *|     the standard rate below applies. Endowments are           |
      *|     long-term business and carry no tax.                      |
      *|                                                                |
      *|     The lines of an entry are numbered 1 to GL-LINE-COUNT so  |
      *|     the LGBGLI01 cut-off can prove every entry arrived whole. |
      *|     GL-POSTING-DATE is PQ-POSTING-DATE when the caller gives  |
      *|     one - the batch runs pass their BUSDATE business date so  |
      *|     a run after midnight, or a rerun for a missed date, posts |
      *|     to the day LGBGLR01 reconciles it against - and today's   |
      *|     date when it is blank, as it is from the online           |
      *|     programs. GL-TIMESTAMP is always the clock.               |
      *|     A line that cannot be written, an IPTRATE file that is    |
      *|     there but cannot be read, or an event this program does   |
      *|     not know comes back as PQ-ERROR 'Y'.                      |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGPOST01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSTING-FILE ASSIGN TO 'GLPOST'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSTING-STATUS.
           SELECT RATE-FILE ASSIGN TO 'IPTRATE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-FILE.
       COPY LGGLPOST.
       FD  RATE-FILE.
       COPY LGIPTRAT.
       WORKING-STORAGE SECTION.
       1 WS-POSTING-STATUS PIC XX VALUE '00'.
       1 WS-RATE-STATUS PIC XX VALUE '00'.
       1 WS-IPT-STANDARD-RATE PIC 9(2)V99 VALUE 12.00.
       1 WS-IPT-RATE PIC 9(2)V99 VALUE ZERO.
       1 WS-RATE-LOADED-SW PIC X VALUE 'N'.
       1 WS-MAX-RATES PIC 9(3) VALUE 50.
       1 WS-RATE-COUNT PIC 9(3) VALUE ZERO.
       1 WS-RATE-IDX PIC 9(3) VALUE ZERO.
       1 WS-BEST-DATE PIC X(10) VALUE SPACES.
       1 WS-RATE-TABLE.
          05 WS-RT-ENTRY OCCURS 50 TIMES.
             10 WS-RT-EFFECTIVE-DATE PIC X(10).
             10 WS-RT-RATE-PCT PIC 9(2)V99.
       1 WS-POSTING-DATE PIC X(10) VALUE SPACES.
       1 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       1 WS-GL-DATE PIC 9(8) VALUE ZERO.
       1 WS-GL-DATE-SPLIT REDEFINES WS-GL-DATE.
          05 WS-GL-YYYY PIC 9(4).
          05 WS-GL-MM PIC 9(2).
          05 WS-GL-DD PIC 9(2).
       1 WS-GL-TIME PIC 9(8) VALUE ZERO.
       1 WS-GL-TIME-SPLIT REDEFINES WS-GL-TIME.
          05 WS-GL-HH PIC 9(2).
          05 WS-GL-MI PIC 9(2).
          05 WS-GL-SS PIC 9(2).
          05 WS-GL-HS PIC 9(2).
      *+---------------------------------------------------------------+
      *| The entry being built - at most three lines (a premium with   |
      *| tax); ADD-ENTRY-LINE appends WS-NEW-* to it.                  |
      *+---------------------------------------------------------------+
       1 WS-LINE-COUNT PIC 9(2) VALUE ZERO.
       1 WS-LINE-IDX PIC 9(2) VALUE ZERO.
       1 WS-ENTRY-LINES.
          05 WS-EL-LINE OCCURS 3 TIMES.
             10 WS-EL-ACCOUNT PIC X(4).
             10 WS-EL-DEBIT-CREDIT PIC X.
             10 WS-EL-AMOUNT PIC 9(9)V99.
       1 WS-NEW-ACCOUNT PIC X(4) VALUE SPACES.
       1 WS-NEW-DEBIT-CREDIT PIC X VALUE SPACE.
       1 WS-NEW-AMOUNT PIC 9(9)V99 VALUE ZERO.
       1 WS-PAIR-CREDIT-ACCOUNT PIC X(4) VALUE SPACES.
       LINKAGE SECTION.
       COPY LGPOSTRQ.
       PROCEDURE DIVISION USING POSTING-REQUEST.
       MAIN-LOGIC.
           MOVE 'N' TO PQ-ERROR
           MOVE ZERO TO PQ-IPT-AMOUNT
           MOVE PQ-AMOUNT TO PQ-NET-AMOUNT
           MOVE ZERO TO WS-LINE-COUNT
           PERFORM SET-POSTING-TIMESTAMP
           IF PQ-AMOUNT > ZERO
              PERFORM BUILD-ENTRY-LINES
              IF PQ-ERROR = 'N'
                 PERFORM WRITE-ENTRY-LINES
              END-IF
           END-IF
           GOBACK
           .
       SET-POSTING-TIMESTAMP.
           ACCEPT WS-GL-DATE FROM DATE YYYYMMDD
           ACCEPT WS-GL-TIME FROM TIME
      *    a batch caller posts on its business date; the online
      *    programs leave PQ-POSTING-DATE blank and post on the day
           IF PQ-POSTING-DATE = SPACES OR PQ-POSTING-DATE = LOW-VALUES
              MOVE SPACES TO WS-POSTING-DATE
              STRING WS-GL-YYYY '-' WS-GL-MM '-' WS-GL-DD
                 DELIMITED BY SIZE INTO WS-POSTING-DATE
           ELSE
              MOVE PQ-POSTING-DATE TO WS-POSTING-DATE
           END-IF
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-GL-YYYY '-' WS-GL-MM '-' WS-GL-DD '-'
              WS-GL-HH '.' WS-GL-MI '.' WS-GL-SS
              DELIMITED BY SIZE INTO WS-TIMESTAMP
           .
      *+---------------------------------------------------------------+
      *| BUILD-ENTRY-LINES                                             |
      *|     The chart of accounts - see LGGLPOST. Money in or owed    |
      *|     to us is a debit on the asset side; premium income and    |
      *|     anything we owe out are credits.                          |
      *+---------------------------------------------------------------+
       BUILD-ENTRY-LINES.
           EVALUATE PQ-EVENT
              WHEN 'PREM'
              WHEN 'APRM'
                 PERFORM SPLIT-PREMIUM-TAX
                 MOVE '1200' TO WS-NEW-ACCOUNT
                 MOVE 'D' TO WS-NEW-DEBIT-CREDIT
                 MOVE PQ-AMOUNT TO WS-NEW-AMOUNT
                 PERFORM ADD-ENTRY-LINE
                 MOVE '4000' TO WS-NEW-ACCOUNT
                 MOVE 'C' TO WS-NEW-DEBIT-CREDIT
                 MOVE PQ-NET-AMOUNT TO WS-NEW-AMOUNT
                 PERFORM ADD-ENTRY-LINE
                 MOVE '2100' TO WS-NEW-ACCOUNT
                 MOVE 'C' TO WS-NEW-DEBIT-CREDIT
                 MOVE PQ-IPT-AMOUNT TO WS-NEW-AMOUNT
                 PERFORM ADD-ENTRY-LINE
              WHEN 'RPRM'
              WHEN 'CREF'
                 PERFORM SPLIT-PREMIUM-TAX
                 MOVE '4000' TO WS-NEW-ACCOUNT
                 MOVE 'D' TO WS-NEW-DEBIT-CREDIT
                 MOVE PQ-NET-AMOUNT TO WS-NEW-AMOUNT
                 PERFORM ADD-ENTRY-LINE
                 MOVE '2100' TO WS-NEW-ACCOUNT
                 MOVE 'D' TO WS-NEW-DEBIT-CREDIT
                 MOVE PQ-IPT-AMOUNT TO WS-NEW-AMOUNT
                 PERFORM ADD-ENTRY-LINE
                 MOVE '2200' TO WS-NEW-ACCOUNT
                 MOVE 'C' TO WS-NEW-DEBIT-CREDIT
                 MOVE PQ-AMOUNT TO WS-NEW-AMOUNT
                 PERFORM ADD-ENTRY-LINE
              WHEN 'SURR'
                 MOVE '5100' TO WS-NEW-ACCOUNT
                 MOVE '2200' TO WS-PAIR-CREDIT-ACCOUNT
                 PERFORM ADD-DEBIT-CREDIT-PAIR
              WHEN 'CLMP'
                 MOVE '5000' TO WS-NEW-ACCOUNT
                 MOVE '2400' TO WS-PAIR-CREDIT-ACCOUNT
                 PERFORM ADD-DEBIT-CREDIT-PAIR
              WHEN 'CLMB'
                 MOVE '2400' TO WS-NEW-ACCOUNT
                 MOVE '5000' TO WS-PAIR-CREDIT-ACCOUNT
                 PERFORM ADD-DEBIT-CREDIT-PAIR
              WHEN 'COLL'
                 MOVE '1100' TO WS-NEW-ACCOUNT
                 MOVE '1200' TO WS-PAIR-CREDIT-ACCOUNT
                 PERFORM ADD-DEBIT-CREDIT-PAIR
              WHEN 'COMM'
                 MOVE '5200' TO WS-NEW-ACCOUNT
                 MOVE '2300' TO WS-PAIR-CREDIT-ACCOUNT
                 PERFORM ADD-DEBIT-CREDIT-PAIR
              WHEN OTHER
      *          an unknown event is a programming error in the
      *          caller - posting it anywhere would be a guess
                 MOVE 'Y' TO PQ-ERROR
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| ADD-DEBIT-CREDIT-PAIR                                         |
      *|     The untaxed events: PQ-AMOUNT debited to WS-NEW-ACCOUNT   |
      *|     and credited to WS-PAIR-CREDIT-ACCOUNT.                   |
      *+---------------------------------------------------------------+
       ADD-DEBIT-CREDIT-PAIR.
           MOVE 'D' TO WS-NEW-DEBIT-CREDIT
           MOVE PQ-AMOUNT TO WS-NEW-AMOUNT
           PERFORM ADD-ENTRY-LINE
           MOVE WS-PAIR-CREDIT-ACCOUNT TO WS-NEW-ACCOUNT
           MOVE 'C' TO WS-NEW-DEBIT-CREDIT
           MOVE PQ-AMOUNT TO WS-NEW-AMOUNT
           PERFORM ADD-ENTRY-LINE
           .
      *+---------------------------------------------------------------+
      *| ADD-ENTRY-LINE                                                |
      *|     A zero line is left out - an exempt premium posts two     |
      *|     lines, not a tax line of nothing.                         |
      *+---------------------------------------------------------------+
       ADD-ENTRY-LINE.
           IF WS-NEW-AMOUNT > ZERO
              ADD 1 TO WS-LINE-COUNT
              MOVE WS-NEW-ACCOUNT TO WS-EL-ACCOUNT(WS-LINE-COUNT)
              MOVE WS-NEW-DEBIT-CREDIT
                 TO WS-EL-DEBIT-CREDIT(WS-LINE-COUNT)
              MOVE WS-NEW-AMOUNT TO WS-EL-AMOUNT(WS-LINE-COUNT)
           END-IF
           .
      *+---------------------------------------------------------------+
      *| SPLIT-PREMIUM-TAX                                             |
      *|     The tax is carved out of the gross, not added to it - the |
      *|     customer has already been charged PQ-AMOUNT.              |
      *+---------------------------------------------------------------+
       SPLIT-PREMIUM-TAX.
           IF PQ-POLICY-TYPE = 'E'
              MOVE ZERO TO PQ-IPT-AMOUNT
           ELSE
              PERFORM FIND-RATE-IN-FORCE
              COMPUTE PQ-IPT-AMOUNT ROUNDED =
                 PQ-AMOUNT * WS-IPT-RATE / (100 + WS-IPT-RATE)
           END-IF
           COMPUTE PQ-NET-AMOUNT = PQ-AMOUNT - PQ-IPT-AMOUNT
           .
       FIND-RATE-IN-FORCE.
           IF WS-RATE-LOADED-SW = 'N'
              PERFORM LOAD-RATE-TABLE
           END-IF
           MOVE WS-IPT-STANDARD-RATE TO WS-IPT-RATE
           MOVE SPACES TO WS-BEST-DATE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
              UNTIL WS-RATE-IDX > WS-RATE-COUNT
              IF WS-RT-EFFECTIVE-DATE(WS-RATE-IDX) <= WS-POSTING-DATE
                 AND WS-RT-EFFECTIVE-DATE(WS-RATE-IDX) > WS-BEST-DATE
                 MOVE WS-RT-EFFECTIVE-DATE(WS-RATE-IDX)
                    TO WS-BEST-DATE
                 MOVE WS-RT-RATE-PCT(WS-RATE-IDX) TO WS-IPT-RATE
              END-IF
           END-PERFORM
           .
      *+---------------------------------------------------------------+
      *| LOAD-RATE-TABLE                                               |
      *|     A missing or empty IPTRATE means no change has been       |
      *|     loaded - the standard rate applies. A file that is there  |
      *|     but cannot be read, or holds more rate changes than the   |
      *|     table, is an error: guessing the tax on a premium is not  |
      *|     something to do quietly. The table is reloaded on the     |
      *|     next call after an error.                                  |
      *+---------------------------------------------------------------+
       LOAD-RATE-TABLE.
           MOVE ZERO TO WS-RATE-COUNT
           MOVE 'Y' TO WS-RATE-LOADED-SW
           MOVE '00' TO WS-RATE-STATUS
           OPEN INPUT RATE-FILE
           IF WS-RATE-STATUS = '05' OR WS-RATE-STATUS = '35'
              MOVE '10' TO WS-RATE-STATUS
           ELSE
              IF WS-RATE-STATUS NOT = '00'
                 MOVE 'Y' TO PQ-ERROR
                 MOVE 'N' TO WS-RATE-LOADED-SW
              END-IF
           END-IF
           PERFORM UNTIL WS-RATE-STATUS NOT = '00'
              READ RATE-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-RATE-STATUS
              END-READ
              IF WS-RATE-STATUS = '00'
                 IF WS-RATE-COUNT < WS-MAX-RATES
                    ADD 1 TO WS-RATE-COUNT
                    MOVE IPT-EFFECTIVE-DATE
                       TO WS-RT-EFFECTIVE-DATE(WS-RATE-COUNT)
                    MOVE IPT-RATE-PCT TO WS-RT-RATE-PCT(WS-RATE-COUNT)
                 ELSE
                    MOVE 'Y' TO PQ-ERROR
                    MOVE 'N' TO WS-RATE-LOADED-SW
                    MOVE '10' TO WS-RATE-STATUS
                 END-IF
              END-IF
           END-PERFORM
           CLOSE RATE-FILE
           .
      *+---------------------------------------------------------------+
      *| WRITE-ENTRY-LINES                                             |
      *|     All the lines of the entry in one open, so they sit       |
      *|     together on GLPOST. A line that fails stops the entry;    |
      *|     the cut-off will find it short of its GL-LINE-COUNT.      |
      *+---------------------------------------------------------------+
       WRITE-ENTRY-LINES.
           MOVE '00' TO WS-POSTING-STATUS
           OPEN EXTEND POSTING-FILE
           IF WS-POSTING-STATUS = '05' OR WS-POSTING-STATUS = '35'
              OPEN OUTPUT POSTING-FILE
           END-IF
           IF WS-POSTING-STATUS NOT = '00'
              MOVE 'Y' TO PQ-ERROR
           END-IF
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
              UNTIL WS-LINE-IDX > WS-LINE-COUNT
              OR PQ-ERROR = 'Y'
              MOVE WS-POSTING-DATE TO GL-POSTING-DATE
              MOVE WS-TIMESTAMP TO GL-TIMESTAMP
              MOVE PQ-SOURCE-PROGRAM TO GL-SOURCE-PROGRAM
              MOVE PQ-EVENT TO GL-EVENT
              MOVE WS-LINE-IDX TO GL-LINE-NUM
              MOVE WS-LINE-COUNT TO GL-LINE-COUNT
              MOVE WS-EL-ACCOUNT(WS-LINE-IDX) TO GL-ACCOUNT
              MOVE WS-EL-DEBIT-CREDIT(WS-LINE-IDX) TO GL-DEBIT-CREDIT
              MOVE WS-EL-AMOUNT(WS-LINE-IDX) TO GL-AMOUNT
              MOVE PQ-POLICY-NUM TO GL-POLICY-NUM
              MOVE PQ-POLICY-TYPE TO GL-POLICY-TYPE
              MOVE PQ-CUSTOMER-NUM TO GL-CUSTOMER-NUM
              MOVE PQ-CLAIM-NUM TO GL-CLAIM-NUM
              MOVE PQ-REFERENCE TO GL-REFERENCE
              WRITE GL-POSTING-RECORD
              IF WS-POSTING-STATUS NOT = '00'
                 MOVE 'Y' TO PQ-ERROR
              END-IF
           END-PERFORM
           CLOSE POSTING-FILE
           .
       END PROGRAM 'LGPOST01'.

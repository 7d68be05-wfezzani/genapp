      *+---------------------------------------------------------------+
      *| LGCORR01                                                      |
      *|     Shared correspondence event writer. Every transaction     |
      *|     that owes the customer a letter - the policy adds,        |
      *|     cancellations, mid-term adjustments and surrenders, and   |
      *|     claim registration, payment, closure and repudiation -    |
      *|     CALLs this with a LGCORRRQ request once its own update    |
      *|     has reached the file, and it appends one event to the     |
      *|     CORRESP file (COPY LGCORREV) with the time it was raised. |
      *|     The overnight LGBLET01 run turns the events into letters  |
      *|     and emails; until then nothing is addressed here, so a    |
      *|     change of address the same day is still picked up.        |
      *|                                                               |
      *|     A letter type this program does not know, or an event     |
      *|     that cannot be written, comes back as CQ-ERROR 'Y'.       |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGCORR01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVENT-FILE ASSIGN TO 'CORRESP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  EVENT-FILE.
       COPY LGCORREV.
       WORKING-STORAGE SECTION.
       1 WS-EVENT-STATUS PIC XX VALUE '00'.
       1 WS-TIMESTAMP PIC X(26) VALUE SPACES.
       1 WS-EV-DATE PIC 9(8) VALUE ZERO.
       1 WS-EV-DATE-SPLIT REDEFINES WS-EV-DATE.
          05 WS-EV-YYYY PIC 9(4).
          05 WS-EV-MM PIC 9(2).
          05 WS-EV-DD PIC 9(2).
       1 WS-EV-TIME PIC 9(8) VALUE ZERO.
       1 WS-EV-TIME-SPLIT REDEFINES WS-EV-TIME.
          05 WS-EV-HH PIC 9(2).
          05 WS-EV-MI PIC 9(2).
          05 WS-EV-SS PIC 9(2).
          05 WS-EV-HS PIC 9(2).
       LINKAGE SECTION.
       COPY LGCORRRQ.
       PROCEDURE DIVISION USING CORRESPONDENCE-REQUEST.
       MAIN-LOGIC.
           MOVE 'N' TO CQ-ERROR
           EVALUATE CQ-LETTER-TYPE
              WHEN 'NBUS'
              WHEN 'CANC'
              WHEN 'MTAD'
              WHEN 'SURR'
              WHEN 'CLRG'
              WHEN 'CLPY'
              WHEN 'CLCL'
              WHEN 'CLRP'
                 PERFORM WRITE-CORRESPONDENCE-EVENT
              WHEN OTHER
      *          an unknown letter is a programming error in the
      *          caller - LGBLET01 would have nothing to print for it
                 MOVE 'Y' TO CQ-ERROR
           END-EVALUATE
           GOBACK
           .
       WRITE-CORRESPONDENCE-EVENT.
           ACCEPT WS-EV-DATE FROM DATE YYYYMMDD
           ACCEPT WS-EV-TIME FROM TIME
           MOVE SPACES TO WS-TIMESTAMP
           STRING WS-EV-YYYY '-' WS-EV-MM '-' WS-EV-DD '-'
              WS-EV-HH '.' WS-EV-MI '.' WS-EV-SS
              DELIMITED BY SIZE INTO WS-TIMESTAMP
           MOVE '00' TO WS-EVENT-STATUS
           OPEN EXTEND EVENT-FILE
           IF WS-EVENT-STATUS = '05' OR WS-EVENT-STATUS = '35'
              MOVE '00' TO WS-EVENT-STATUS
              OPEN OUTPUT EVENT-FILE
           END-IF
           IF WS-EVENT-STATUS NOT = '00'
              MOVE 'Y' TO CQ-ERROR
           ELSE
              MOVE WS-TIMESTAMP TO COR-EVENT-TIMESTAMP
              MOVE CQ-SOURCE-PROGRAM TO COR-SOURCE-PROGRAM
              MOVE CQ-LETTER-TYPE TO COR-LETTER-TYPE
              MOVE CQ-CUSTOMER-NUM TO COR-CUSTOMER-NUM
              MOVE CQ-POLICY-NUM TO COR-POLICY-NUM
              MOVE CQ-POLICY-TYPE TO COR-POLICY-TYPE
              MOVE CQ-CLAIM-NUM TO COR-CLAIM-NUM
              MOVE CQ-EVENT-DATE TO COR-EVENT-DATE
              MOVE CQ-PREMIUM TO COR-PREMIUM
              MOVE CQ-AMOUNT TO COR-AMOUNT
              MOVE CQ-AMOUNT-SIGN TO COR-AMOUNT-SIGN
              MOVE CQ-REASON TO COR-REASON
              WRITE CORRESPONDENCE-EVENT
              IF WS-EVENT-STATUS NOT = '00'
                 MOVE 'Y' TO CQ-ERROR
              END-IF
              CLOSE EVENT-FILE
           END-IF
           .
       END PROGRAM 'LGCORR01'.

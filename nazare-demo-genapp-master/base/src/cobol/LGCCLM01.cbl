      *|     its final position silently overwritten. Once closed or   |
      *|     repudiated the claim takes no further settlements         |
      *|     (LGUCLM01 blocks them) and leaves the LGBAGE01 open       |
      *|     claims aging report. Whatever reserve was still           |
      *|     outstanding (CLM-VALUE less CLM-PAID) is released, and    |
      *|     the release recorded as a 'C' record on the RESMOVE       |
      *|     reserve movements file (COPY LGRESMOV).                   |
      *|                                                                |
      *|     The claim and its policy are located through the shared   |
      *|     LGSRCH01 keyed lookup; only the CLAIM file itself is      |
      *|     opened here, positioned straight to SR-ORDINAL for the    |
      *|     REWRITE, and LGSRCH01 is refreshed afterwards.            |
      *|                                                               |
      *|     A decision that reaches the file also raises a closure or |
      *|     repudiation letter carrying the reason through LGCORR01,  |
      *|     for the overnight LGBLET01 letter run.                    |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGCCLM01'.
           SELECT CLAIM-FILE ASSIGN TO 'CLAIM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLAIM-STATUS.
           SELECT MOVEMENT-FILE ASSIGN TO 'RESMOVE'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MOVEMENT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CLAIM-FILE.
       COPY LGCLAIM.
       FD  MOVEMENT-FILE.
       COPY LGRESMOV.
       WORKING-STORAGE SECTION.
       1 WS-CLAIM-STATUS PIC XX VALUE '00'.
       1 WS-MOVEMENT-STATUS PIC XX VALUE '00'.
       1 WS-RETURN-CODES.
          05 WS-RC-SUCCESS PIC 9(2) VALUE 00.
          05 WS-RC-NOT-FOUND PIC 9(2) VALUE 01.
          05 WS-RC-FILE-ERROR PIC 9(2) VALUE 90.
       1 WS-SKIP-COUNT PIC 9(7) VALUE ZERO.
       1 WS-CLAIM-ORDINAL PIC 9(7) VALUE ZERO.
       1 WS-MOV-TYPE PIC X VALUE SPACE.
       1 WS-MOV-AMOUNT PIC 9(8) VALUE ZERO.
       1 WS-MOV-BEFORE PIC 9(8) VALUE ZERO.
       1 WS-MOV-AFTER PIC 9(8) VALUE ZERO.
       1 WS-MOV-DATE PIC 9(8) VALUE ZERO.
       1 WS-MOV-DATE-SPLIT REDEFINES WS-MOV-DATE.
          05 WS-MOV-YYYY PIC 9(4).
          05 WS-MOV-MM PIC 9(2).
          05 WS-MOV-DD PIC 9(2).
       1 WS-MOV-TIME PIC 9(8) VALUE ZERO.
       1 WS-MOV-TIME-SPLIT REDEFINES WS-MOV-TIME.
          05 WS-MOV-HH PIC 9(2).
          05 WS-MOV-MI PIC 9(2).
          05 WS-MOV-SS PIC 9(2).
          05 WS-MOV-HS PIC 9(2).
      *+---------------------------------------------------------------+
      *| Leading fields of the SR-RECORD claim image - enough to find  |
      *| the policy before the CLAIM file is touched.                  |
      *+---------------------------------------------------------------+
       COPY LGPOLICY.
       COPY LGSRCHRQ.
       COPY LGCORRRQ.
       LINKAGE SECTION.
       1 DFHEIBLK.
         2 EIBTIME PICTURE S9(7) USAGE COMPUTATIONAL-3.
           IF CLM-STATUS NOT = 'O' AND CLM-STATUS NOT = SPACE
              MOVE WS-RC-CLAIM-CLOSED TO CA-RETURN-CODE
           ELSE
              MOVE ZERO TO WS-MOV-BEFORE
              IF CLM-VALUE > CLM-PAID
                 COMPUTE WS-MOV-BEFORE = CLM-VALUE - CLM-PAID
              END-IF
              MOVE CA-C-STATUS TO CLM-STATUS
              MOVE CA-C-REJECTREASON TO CLM-CLOSE-REASON
              REWRITE CLAIM-RECORD
      *       never report a claim closed when the decision did not
      *       reach the file
              IF WS-CLAIM-STATUS = '00'
                 MOVE 'C' TO WS-MOV-TYPE
                 MOVE WS-MOV-BEFORE TO WS-MOV-AMOUNT
                 MOVE ZERO TO WS-MOV-AFTER
                 PERFORM WRITE-RESERVE-MOVEMENT
                 PERFORM WRITE-CORRESPONDENCE-EVENT
                 MOVE CLM-STATUS TO CA-C-STATUS
                 MOVE CLM-CLOSE-REASON TO CA-C-REJECTREASON
                 MOVE CLM-PAID TO CA-C-PAID
              END-IF
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-CORRESPONDENCE-EVENT                                    |
      *|     The decision letter (COPY LGCORRRQ) - closed, with the    |
      *|     total paid on the claim, or repudiated - each carrying    |
      *|     the handler's reason, so every claim decision is put in   |
      *|     writing. Performed after WRITE-RESERVE-MOVEMENT, whose    |
      *|     stamp supplies the decision date. An event that does not  |
      *|     reach CORRESP is surfaced like a movement failure.        |
      *+---------------------------------------------------------------+
       WRITE-CORRESPONDENCE-EVENT.
           MOVE 'LGCCLM01' TO CQ-SOURCE-PROGRAM
           IF CLM-STATUS = 'R'
              MOVE 'CLRP' TO CQ-LETTER-TYPE
           ELSE
              MOVE 'CLCL' TO CQ-LETTER-TYPE
           END-IF
           MOVE PR-CUSTOMER-NUM TO CQ-CUSTOMER-NUM
           MOVE CLM-POLICY-NUM TO CQ-POLICY-NUM
           MOVE PR-POLICY-TYPE TO CQ-POLICY-TYPE
           MOVE CLM-CLAIM-NUM TO CQ-CLAIM-NUM
      *    the decision takes effect today - the date the reserve
      *    release was stamped with
           MOVE SPACES TO CQ-EVENT-DATE
           STRING WS-MOV-YYYY '-' WS-MOV-MM '-' WS-MOV-DD
              DELIMITED BY SIZE INTO CQ-EVENT-DATE
           MOVE ZERO TO CQ-PREMIUM
           MOVE CLM-PAID TO CQ-AMOUNT
           MOVE SPACE TO CQ-AMOUNT-SIGN
           MOVE CLM-CLOSE-REASON TO CQ-REASON
           CALL 'LGCORR01' USING CORRESPONDENCE-REQUEST
           IF CQ-ERROR = 'Y'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-RESERVE-MOVEMENT                                        |
      *|     Appends one RESMOVE record (COPY LGRESMOV) for the change |
      *|     just written to the claim. The caller sets WS-MOV-TYPE,   |
      *|     WS-MOV-AMOUNT, WS-MOV-BEFORE and WS-MOV-AFTER.            |
      *+---------------------------------------------------------------+
       WRITE-RESERVE-MOVEMENT.
           MOVE '00' TO WS-MOVEMENT-STATUS
           OPEN EXTEND MOVEMENT-FILE
           IF WS-MOVEMENT-STATUS = '05' OR WS-MOVEMENT-STATUS = '35'
              OPEN OUTPUT MOVEMENT-FILE
           END-IF
           MOVE CLM-CLAIM-NUM TO MOV-CLAIM-NUM
           MOVE CLM-POLICY-NUM TO MOV-POLICY-NUM
           ACCEPT WS-MOV-DATE FROM DATE YYYYMMDD
           ACCEPT WS-MOV-TIME FROM TIME
           MOVE SPACES TO MOV-TIMESTAMP
           STRING WS-MOV-YYYY '-' WS-MOV-MM '-' WS-MOV-DD '-'
              WS-MOV-HH '.' WS-MOV-MI '.' WS-MOV-SS
              DELIMITED BY SIZE INTO MOV-TIMESTAMP
           MOVE WS-MOV-TYPE TO MOV-TYPE
           MOVE WS-MOV-AMOUNT TO MOV-AMOUNT
           MOVE WS-MOV-BEFORE TO MOV-RESERVE-BEFORE
           MOVE WS-MOV-AFTER TO MOV-RESERVE-AFTER
           MOVE SPACES TO MOV-REASON
           MOVE SPACES TO MOV-HANDLER-ID
           MOVE 'LGCCLM01' TO MOV-PROGRAM-ID
           WRITE RESERVE-MOVEMENT-RECORD
      *    a movement missing from RESMOVE would leave the month-end
      *    reserves report out of balance - surface it
           IF WS-MOVEMENT-STATUS NOT = '00'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE MOVEMENT-FILE
           .
       END PROGRAM 'LGCCLM01'.

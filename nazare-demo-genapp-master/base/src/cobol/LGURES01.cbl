      *+---------------------------------------------------------------+
      *| LGURES01                                                      |
      *|     Revise a claim's reserve. Driven via CA-REQUEST-ID        |
      *|     '01URES' with CA-C-NUM naming the claim, CA-C-VALUE the   |
      *|     handler's new estimate, CA-C-RESERVE-REASON one of the    |
      *|     codes in WS-RESERVE-REASONS and CA-C-HANDLER-ID the       |
      *|     handler making the change. CLM-VALUE is rewritten and one |
      *|     'U' or 'D' record appended to the RESMOVE reserve         |
      *|     movements file (COPY LGRESMOV) with the reserve before    |
      *|     and after, the reason and the handler. On return          |
      *|     CA-C-VALUE, CA-C-PAID and CA-C-STATUS reflect what was    |
      *|     written.                                                   |
      *|                                                                |
      *|     Only an open claim can be revised. The new estimate may   |
      *|     not go below what has already been paid on the claim,     |
      *|     nor above the cover on the policy (the limit LGACLM01     |
      *|     applies at registration); an estimate revised down to    |
      *|     exactly CLM-PAID leaves nothing outstanding and settles   |
      *|     the claim ('S'), as a full payment through LGUCLM01       |
      *|     would. A revision that changes nothing is rejected.       |
      *|                                                                |
      *|     The claim and its policy are located through the shared   |
      *|     LGSRCH01 keyed lookup; only the CLAIM file itself is      |
      *|     opened here, positioned straight to SR-ORDINAL for the    |
      *|     REWRITE, and LGSRCH01 is refreshed afterwards.            |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGURES01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
          05 WS-RC-INVALID-REQUEST PIC 9(2) VALUE 02.
          05 WS-RC-WRONG-TYPE PIC 9(2) VALUE 03.
          05 WS-RC-EXCEEDS-COVER PIC 9(2) VALUE 09.
          05 WS-RC-CLAIM-CLOSED PIC 9(2) VALUE 20.
          05 WS-RC-BELOW-PAID PIC 9(2) VALUE 25.
          05 WS-RC-FILE-ERROR PIC 9(2) VALUE 90.
      *+---------------------------------------------------------------+
      *| Reserve revision reasons the claims manual recognises.        |
      *+---------------------------------------------------------------+
       1 WS-RESERVE-REASONS.
          05 PIC X(4) VALUE 'ASSR'.
      *       loss adjuster or assessor report received
          05 PIC X(4) VALUE 'INFO'.
      *       further information from the customer or third party
          05 PIC X(4) VALUE 'LEGL'.
      *       legal advice or litigation
          05 PIC X(4) VALUE 'RECV'.
      *       recovery, salvage or subrogation expected
          05 PIC X(4) VALUE 'CORR'.
      *       correction of a keying error
       1 WS-RESERVE-REASON-TABLE REDEFINES WS-RESERVE-REASONS.
          05 WS-RESERVE-REASON PIC X(4) OCCURS 5 TIMES.
       1 WS-IDX PIC 9(3) VALUE ZERO.
       1 WS-FOUND-SW PIC X VALUE 'N'.
       1 WS-POLICY-COVER PIC 9(10) VALUE ZERO.
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
       1 WS-SR-CLAIM-HEAD.
          05 WS-SRC-CLAIM-NUM PIC 9(10).
          05 WS-SRC-POLICY-NUM PIC 9(10).
      *+---------------------------------------------------------------+
      *| The POLICY record layout lives here rather than under an FD - |
      *| LGSRCH01 hands the record image back in SR-RECORD and it is   |
      *| moved in to get at the fields.                                |
      *+---------------------------------------------------------------+
       COPY LGPOLICY.
       COPY LGSRCHRQ.
       LINKAGE SECTION.
       1 DFHEIBLK.
         2 EIBTIME PICTURE S9(7) USAGE COMPUTATIONAL-3.
         2 EIBDATE PICTURE S9(7) USAGE COMPUTATIONAL-3.
         2 EIBTRNID PICTURE X(4).
         2 EIBTASKN PICTURE S9(7) USAGE COMPUTATIONAL-3.
         2 EIBTRMID PICTURE X(4).
         2 DFHEIGDI PICTURE S9(4) USAGE COMPUTATIONAL-5.
         2 EIBCPOSN PICTURE S9(4) USAGE COMPUTATIONAL-5.
         2 EIBCALEN PICTURE S9(4) USAGE COMPUTATIONAL-5.
         2 EIBAID PICTURE X(1).
         2 EIBFN PICTURE X(2).
         2 EIBRCODE PICTURE X(6).
         2 EIBDS PICTURE X(8).
         2 EIBREQID PICTURE X(8).
         2 EIBRSRCE PICTURE X(8).
         2 EIBSYNC PICTURE X.
         2 EIBFREE PICTURE X.
         2 EIBRECV PICTURE X.
         2 EIBSEND PICTURE X.
         2 EIBATT PICTURE X.
         2 EIBEOC PICTURE X.
         2 EIBFMH PICTURE X.
         2 EIBCOMPL PICTURE X(1).
         2 EIBSIG PICTURE X(1).
         2 EIBCONF PICTURE X(1).
         2 EIBERR PICTURE X(1).
         2 EIBERRCD PICTURE X(4).
         2 EIBSYNRB PICTURE X.
         2 EIBNODAT PICTURE X.
         2 EIBRESP PICTURE S9(8) USAGE COMPUTATIONAL.
         2 EIBRESP2 PICTURE S9(8) USAGE COMPUTATIONAL.
         2 EIBRLDBK PICTURE X(1).
       COPY LGCMAREA.
       PROCEDURE DIVISION USING DFHEIBLK DFHCOMMAREA.
       MAIN-LOGIC.
           MOVE WS-RC-SUCCESS TO CA-RETURN-CODE
           IF CA-REQUEST-ID NOT = '01URES'
              MOVE WS-RC-INVALID-REQUEST TO CA-RETURN-CODE
           ELSE
              PERFORM EDIT-REVISION-REQUEST
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM REVISE-RESERVE
              END-IF
           END-IF
           GOBACK
           .
      *+---------------------------------------------------------------+
      *| EDIT-REVISION-REQUEST                                         |
      *|     A revision the actuaries cannot attribute is no use to    |
      *|     them - both the reason and the handler are required.      |
      *+---------------------------------------------------------------+
       EDIT-REVISION-REQUEST.
           MOVE 'N' TO WS-FOUND-SW
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > 5 OR WS-FOUND-SW = 'Y'
              IF WS-RESERVE-REASON(WS-IDX) = CA-C-RESERVE-REASON
                 MOVE 'Y' TO WS-FOUND-SW
              END-IF
           END-PERFORM
           IF WS-FOUND-SW = 'N'
              OR CA-C-HANDLER-ID = SPACES
              OR CA-C-VALUE IS NOT NUMERIC
              MOVE WS-RC-INVALID-REQUEST TO CA-RETURN-CODE
           END-IF
           .
       REVISE-RESERVE.
           MOVE 'CLAIM' TO SR-FILE-ID
           MOVE 'L' TO SR-FUNCTION
           MOVE CA-C-NUM TO SR-KEY
           CALL 'LGSRCH01' USING SEARCH-REQUEST
           EVALUATE TRUE
              WHEN SR-ERROR = 'Y'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              WHEN SR-FOUND = 'N'
                 MOVE WS-RC-NOT-FOUND TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE SR-RECORD TO WS-SR-CLAIM-HEAD
                 MOVE SR-ORDINAL TO WS-CLAIM-ORDINAL
                 PERFORM CHECK-POLICY-COVERS-REVISION
                 IF CA-RETURN-CODE = WS-RC-SUCCESS
                    PERFORM POSITION-AND-REVISE
                 END-IF
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| CHECK-POLICY-COVERS-REVISION                                  |
      *|     The ownership check the other claim transactions apply,   |
      *|     then the registration cover limit against the new         |
      *|     estimate.                                                  |
      *+---------------------------------------------------------------+
       CHECK-POLICY-COVERS-REVISION.
           MOVE 'POLICY' TO SR-FILE-ID
           MOVE 'L' TO SR-FUNCTION
           MOVE WS-SRC-POLICY-NUM TO SR-KEY
           CALL 'LGSRCH01' USING SEARCH-REQUEST
           EVALUATE TRUE
              WHEN SR-ERROR = 'Y'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              WHEN SR-FOUND = 'N'
                 MOVE WS-RC-NOT-FOUND TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE SR-RECORD TO POLICY-RECORD
                 IF PR-CUSTOMER-NUM NOT = CA-CUSTOMER-NUM
                    MOVE WS-RC-NOT-FOUND TO CA-RETURN-CODE
                 ELSE
                    PERFORM DERIVE-POLICY-COVER
                    IF CA-RETURN-CODE = WS-RC-SUCCESS
                       AND CA-C-VALUE > WS-POLICY-COVER
                       MOVE WS-RC-EXCEEDS-COVER TO CA-RETURN-CODE
                    END-IF
                 END-IF
           END-EVALUATE
           .
       DERIVE-POLICY-COVER.
           EVALUATE PR-POLICY-TYPE
              WHEN 'M'
                 MOVE PR-M-VALUE TO WS-POLICY-COVER
              WHEN 'H'
                 MOVE PR-H-VALUE TO WS-POLICY-COVER
              WHEN 'E'
                 MOVE PR-E-SUM-ASSURED TO WS-POLICY-COVER
              WHEN 'C'
      *          the sum insured keyed on the add; a record written
      *          before the field existed holds spaces there, and only
      *          then is the peril total used in its place
                 IF PR-B-SUM-INSURED IS NUMERIC
                    AND PR-B-SUM-INSURED > ZERO
                    MOVE PR-B-SUM-INSURED TO WS-POLICY-COVER
                 ELSE
                    COMPUTE WS-POLICY-COVER =
                       PR-B-FIREPREMIUM + PR-B-CRIMEPREMIUM +
                       PR-B-FLOODPREMIUM + PR-B-WEATHERPREMIUM
                 END-IF
              WHEN OTHER
                 MOVE ZERO TO WS-POLICY-COVER
                 MOVE WS-RC-WRONG-TYPE TO CA-RETURN-CODE
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| POSITION-AND-REVISE                                           |
      *|     Reads straight to the claim record LGSRCH01 located so    |
      *|     the REWRITE lands on it, then refreshes the lookup so no  |
      *|     later call serves the old estimate.                       |
      *+---------------------------------------------------------------+
       POSITION-AND-REVISE.
           MOVE '00' TO WS-CLAIM-STATUS
           OPEN I-O CLAIM-FILE
           PERFORM VARYING WS-SKIP-COUNT FROM 1 BY 1
              UNTIL WS-SKIP-COUNT > WS-CLAIM-ORDINAL
              OR WS-CLAIM-STATUS NOT = '00'
              READ CLAIM-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-CLAIM-STATUS
              END-READ
           END-PERFORM
           IF WS-CLAIM-STATUS = '00'
              AND CLM-CLAIM-NUM = CA-C-NUM
              PERFORM APPLY-REVISION
           ELSE
              MOVE WS-RC-NOT-FOUND TO CA-RETURN-CODE
           END-IF
           CLOSE CLAIM-FILE
           MOVE 'CLAIM' TO SR-FILE-ID
           MOVE 'R' TO SR-FUNCTION
           CALL 'LGSRCH01' USING SEARCH-REQUEST
           .
       APPLY-REVISION.
           EVALUATE TRUE
      *       a settled, closed or repudiated claim has no reserve
      *       left to revise
              WHEN CLM-STATUS NOT = 'O' AND CLM-STATUS NOT = SPACE
                 MOVE WS-RC-CLAIM-CLOSED TO CA-RETURN-CODE
              WHEN CA-C-VALUE < CLM-PAID
                 MOVE WS-RC-BELOW-PAID TO CA-RETURN-CODE
              WHEN CA-C-VALUE = CLM-VALUE
                 MOVE WS-RC-INVALID-REQUEST TO CA-RETURN-CODE
              WHEN OTHER
                 COMPUTE WS-MOV-BEFORE = CLM-VALUE - CLM-PAID
                 COMPUTE WS-MOV-AFTER = CA-C-VALUE - CLM-PAID
                 IF CA-C-VALUE > CLM-VALUE
                    MOVE 'U' TO WS-MOV-TYPE
                    COMPUTE WS-MOV-AMOUNT = CA-C-VALUE - CLM-VALUE
                 ELSE
                    MOVE 'D' TO WS-MOV-TYPE
                    COMPUTE WS-MOV-AMOUNT = CLM-VALUE - CA-C-VALUE
                 END-IF
                 MOVE CA-C-VALUE TO CLM-VALUE
                 IF CLM-PAID = CLM-VALUE
                    MOVE 'S' TO CLM-STATUS
                 END-IF
                 REWRITE CLAIM-RECORD
      *          no movement and no success for a revision that never
      *          reached the claim
                 IF WS-CLAIM-STATUS = '00'
                    PERFORM WRITE-RESERVE-MOVEMENT
                    MOVE CLM-VALUE TO CA-C-VALUE
                    MOVE CLM-PAID TO CA-C-PAID
                    MOVE CLM-STATUS TO CA-C-STATUS
                 ELSE
                    MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
                 END-IF
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| WRITE-RESERVE-MOVEMENT                                        |
      *|     Appends one RESMOVE record for the change just written    |
      *|     to the claim. The caller sets WS-MOV-TYPE, WS-MOV-AMOUNT, |
      *|     WS-MOV-BEFORE and WS-MOV-AFTER.                           |
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
           MOVE CA-C-RESERVE-REASON TO MOV-REASON
           MOVE CA-C-HANDLER-ID TO MOV-HANDLER-ID
           MOVE 'LGURES01' TO MOV-PROGRAM-ID
           WRITE RESERVE-MOVEMENT-RECORD
      *    a revision missing from the movements file would leave the
      *    month-end reserves report out of balance - surface it
           IF WS-MOVEMENT-STATUS NOT = '00'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE MOVEMENT-FILE
           .
       END PROGRAM 'LGURES01'.

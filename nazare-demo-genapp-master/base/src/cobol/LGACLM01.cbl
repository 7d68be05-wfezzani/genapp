      *|     the claim date - on or after inception and not past        |
      *|     expiry or cancellation. A claim for more than the cover    |
      *|     on the policy - PR-M-VALUE, PR-H-VALUE,                    |
      *|     PR-E-SUM-ASSURED, or PR-B-SUM-INSURED for a commercial     |
      *|     risk - is rejected outright rather than being left for a   |
      *|     handler to spot. A commercial record written before        |
      *|     PR-B-SUM-INSURED existed holds spaces there, and falls     |
      *|     back to the sum of the four PR-B-*PREMIUM perils. A        |
      *|     commercial risk underwriting has not accepted              |
      *|     (PR-B-STATUS other than 1 - declined, or still pending     |
      *|     and not on risk, as LGUCLM01 also blocks) takes no new     |
      *|     claims at all.                                             |
      *|                                                                |
      *|     The claim number assigned is one more than the highest     |
      *|     already on the CLAIM file, so re-running a registration    |
      *|     mark both come from the shared LGSRCH01 keyed lookup;      |
      *|     this program only opens the CLAIM file itself, for the     |
      *|     append, and refreshes LGSRCH01 afterwards.                 |
      *|                                                                |
      *|     The new claim's CLM-VALUE opens its reserve: an 'N'        |
      *|     record goes to the RESMOVE reserve movements file          |
      *|     (COPY LGRESMOV) for the month-end reserves report.         |
      *|                                                               |
      *|     A registered claim also raises an acknowledgement letter  |
      *|     carrying the claim number through LGCORR01, for the       |
      *|     overnight LGBLET01 letter run.                            |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGACLM01'.
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
          05 WS-RC-DECLINED-RISK PIC 9(2) VALUE 11.
          05 WS-RC-BAD-CLAIM-DATE PIC 9(2) VALUE 13.
          05 WS-RC-FILE-ERROR PIC 9(2) VALUE 90.
       1 WS-B-STATUS-ACCEPTED PIC 9(4) VALUE 1.
       1 WS-POLICY-COVER PIC 9(10) VALUE ZERO.
       1 WS-HIGHEST-CLAIM-NUM PIC 9(10) VALUE ZERO.
       1 WS-EDT-DATE PIC X(10) VALUE SPACES.
       1 WS-EDT-DATE-OK-SW PIC X VALUE 'N'.
       1 WS-EDT-MAX-DD PIC 9(2) VALUE ZERO.
       1 WS-EDT-REM PIC 9(4) VALUE ZERO.
       1 WS-EDT-QUOT PIC 9(4) VALUE ZERO.
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
      *| The POLICY record layout lives here rather than under an FD - |
      *| LGSRCH01 hands the record image back in SR-RECORD and it is   |
      *+---------------------------------------------------------------+
       COPY LGPOLICY.
       COPY LGSRCHRQ.
       COPY LGCORRRQ.
       LINKAGE SECTION.
       1 DFHEIBLK.
         2 EIBTIME PICTURE S9(7) USAGE COMPUTATIONAL-3.
                    MOVE WS-RC-POLICY-EXPIRED TO CA-RETURN-CODE
                 ELSE
                    IF PR-POLICY-TYPE = 'C'
                       AND PR-B-STATUS NOT = WS-B-STATUS-ACCEPTED
                       MOVE WS-RC-DECLINED-RISK TO CA-RETURN-CODE
                    ELSE
                       PERFORM DERIVE-POLICY-COVER
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
      *          a type this program cannot classify is a data fault,
      *          not an over-limit claim - surface it as the family's
           IF WS-CLAIM-STATUS = '00'
              MOVE CLM-CLAIM-NUM TO CA-C-NUM
              MOVE ZERO TO CA-C-PAID
              MOVE 'N' TO WS-MOV-TYPE
              MOVE CLM-VALUE TO WS-MOV-AMOUNT
              MOVE ZERO TO WS-MOV-BEFORE
              MOVE CLM-VALUE TO WS-MOV-AFTER
              PERFORM WRITE-RESERVE-MOVEMENT
              PERFORM WRITE-CORRESPONDENCE-EVENT
           ELSE
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           MOVE 'R' TO SR-FUNCTION
           CALL 'LGSRCH01' USING SEARCH-REQUEST
           .
      *+---------------------------------------------------------------+
      *| WRITE-CORRESPONDENCE-EVENT                                    |
      *|     The claim acknowledgement letter (COPY LGCORRRQ) with the |
      *|     new claim number and the date of loss, addressed to the   |
      *|     policyholder on the POLICY record VALIDATE-POLICY loaded. |
      *|     An event that does not reach CORRESP is surfaced like a   |
      *|     movement failure.                                         |
      *+---------------------------------------------------------------+
       WRITE-CORRESPONDENCE-EVENT.
           MOVE 'LGACLM01' TO CQ-SOURCE-PROGRAM
           MOVE 'CLRG' TO CQ-LETTER-TYPE
           MOVE PR-CUSTOMER-NUM TO CQ-CUSTOMER-NUM
           MOVE CLM-POLICY-NUM TO CQ-POLICY-NUM
           MOVE PR-POLICY-TYPE TO CQ-POLICY-TYPE
           MOVE CLM-CLAIM-NUM TO CQ-CLAIM-NUM
           MOVE CLM-DATE TO CQ-EVENT-DATE
           MOVE ZERO TO CQ-PREMIUM
           MOVE ZERO TO CQ-AMOUNT
           MOVE SPACE TO CQ-AMOUNT-SIGN
           MOVE SPACES TO CQ-REASON
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
           MOVE 'LGACLM01' TO MOV-PROGRAM-ID
           WRITE RESERVE-MOVEMENT-RECORD
      *    a movement missing from RESMOVE would leave the month-end
      *    reserves report out of balance - surface it
           IF WS-MOVEMENT-STATUS NOT = '00'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE MOVEMENT-FILE
           .
       END PROGRAM 'LGACLM01'.

      *+---------------------------------------------------------------+
      *| LGACOM01                                                      |
      *|     Add a commercial policy. Driven via CA-REQUEST-ID         |
      *|     '01ACOM' with CA-COMMERCIAL populated by the caller - the |
      *|     address, postcode, property type and the four peril       |
      *|     scores (CA-B-FIREPERIL, CA-B-CRIMEPERIL, CA-B-FLOODPERIL, |
      *|     CA-B-WEATHERPERIL) and CA-B-SUM-INSURED are inputs; the   |
      *|     four CA-B-*PREMIUM fields, CA-B-STATUS and CA-PAYMENT     |
      *|     (their total) are outputs.                                |
      *|                                                               |
      *|     The broker is checked the way LGAMOT01/LGAHOU01 check it  |
      *|     and the customer's policy count is moved the same way.    |
      *|     Each peril is rated as its score times the peril's base   |
      *|     rate per point, loaded for the property type; the flood   |
      *|     peril additionally carries the FLOODRSK surcharge for a   |
      *|     high or medium risk CA-B-POSTCODE, as the house add       |
      *|     prices it.                                                |
      *|                                                               |
      *|     A commercial risk is never bound over the counter. The    |
      *|     policy is written pending (PR-B-STATUS 3) and put on the  |
      *|     UWREFER underwriting referral queue (COPY LGUWREF) for    |
      *|     an underwriter to accept or decline through 01UCOM.       |
      *|                                                               |
      *|     A risk in a postcode district already over its            |
      *|     catastrophe accumulation limit (the ACCUMPOS position     |
      *|     LGBCAT01 builds, COPY LGACCPOS) is queued with reason     |
      *|     'ACCU' rather than 'NEWB', so the underwriter sees the    |
      *|     district is full before accepting it.                     |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGACOM01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POLICY-FILE ASSIGN TO 'POLICY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POLICY-STATUS.
           SELECT FLOOD-FILE ASSIGN TO 'FLOODRSK'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FLOOD-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTOMER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'POLJRNL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT REFERRAL-FILE ASSIGN TO 'UWREFER'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REFERRAL-STATUS.
           SELECT POSITION-FILE ASSIGN TO 'ACCUMPOS'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-POSITION-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  POLICY-FILE.
       COPY LGPOLICY.
       FD  JOURNAL-FILE.
       COPY LGPOLJRN.
       FD  FLOOD-FILE.
       COPY LGFLOOD.
       FD  CUSTOMER-FILE.
       COPY LGCUSTOM.
       FD  REFERRAL-FILE.
       COPY LGUWREF.
       FD  POSITION-FILE.
       COPY LGACCPOS.
       WORKING-STORAGE SECTION.
       1 WS-POLICY-STATUS PIC XX VALUE '00'.
       1 WS-FLOOD-STATUS PIC XX VALUE '00'.
       1 WS-CUSTOMER-STATUS PIC XX VALUE '00'.
       1 WS-REFERRAL-STATUS PIC XX VALUE '00'.
       1 WS-POSITION-STATUS PIC XX VALUE '00'.
       1 WS-DISTRICT-OVER-SW PIC X VALUE 'N'.
       1 WS-PC-POSTCODE PIC X(8) VALUE SPACES.
       1 WS-PC-DISTRICT PIC X(4) VALUE SPACES.
       1 WS-PC-LENGTH PIC 9(2) VALUE ZERO.
       1 WS-POLICY-WRITTEN-SW PIC X VALUE 'N'.
       1 WS-JOURNAL-STATUS PIC XX VALUE '00'.
       1 WS-JRN-ACTION PIC X VALUE SPACE.
       1 WS-JRN-BEFORE PIC X(1206) VALUE LOW-VALUES.
       1 WS-JRN-AFTER PIC X(1206) VALUE LOW-VALUES.
       1 WS-JRN-DATE PIC 9(8) VALUE ZERO.
       1 WS-JRN-DATE-SPLIT REDEFINES WS-JRN-DATE.
          05 WS-JRN-YYYY PIC 9(4).
          05 WS-JRN-MM PIC 9(2).
          05 WS-JRN-DD PIC 9(2).
       1 WS-JRN-TIME PIC 9(8) VALUE ZERO.
       1 WS-JRN-TIME-SPLIT REDEFINES WS-JRN-TIME.
          05 WS-JRN-HH PIC 9(2).
          05 WS-JRN-MI PIC 9(2).
          05 WS-JRN-SS PIC 9(2).
          05 WS-JRN-HS PIC 9(2).
       1 WS-RETURN-CODES.
          05 WS-RC-SUCCESS PIC 9(2) VALUE 00.
          05 WS-RC-INVALID-REQUEST PIC 9(2) VALUE 02.
          05 WS-RC-FILE-ERROR PIC 9(2) VALUE 90.
          05 WS-RC-UNKNOWN-BROKER PIC 9(2) VALUE 18.
          05 WS-RC-BROKER-SUSPENDED PIC 9(2) VALUE 19.
       1 WS-B-STATUS-PENDING PIC 9(4) VALUE 3.
       1 WS-SKIP-COUNT PIC 9(7) VALUE ZERO.
       1 WS-RISK-LEVEL PIC X VALUE SPACE.
       1 WS-SURCHARGE-PCT PIC 9(3) VALUE ZERO.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
      *+---------------------------------------------------------------+
      *| Peril rating. Each peril premium is the score times the base  |
      *| rate per point, times the loading for the property type. The  |
      *| widest result - every score at 9999, the heaviest loadings    |
      *| and a 999 per cent flood surcharge - is well inside the 9(6)  |
      *| CA-PAYMENT the total goes back in.                            |
      *+---------------------------------------------------------------+
       1 WS-FIRE-RATE PIC 9V99 VALUE 2.00.
       1 WS-CRIME-RATE PIC 9V99 VALUE 1.50.
       1 WS-FLOOD-RATE PIC 9V99 VALUE 1.75.
       1 WS-WEATHER-RATE PIC 9V99 VALUE 1.25.
       1 WS-PERIL-PREMIUM PIC 9(8)V99 VALUE ZERO.
       1 WS-TOTAL-PREMIUM PIC 9(8) VALUE ZERO.
      *+---------------------------------------------------------------+
      *| Property type loadings, matched on the leading 15 bytes of    |
      *| CA-B-PROPTYPE. A type not in the table is rated at the        |
      *| cautious WS-DEFAULT-LOAD on every peril - the underwriter     |
      *| sees the description on referral either way.                  |
      *+---------------------------------------------------------------+
       1 WS-PROPTYPE-COUNT PIC 9(2) VALUE 5.
       1 WS-PROPTYPE-IDX PIC 9(2) VALUE ZERO.
       1 WS-PROPTYPE-FOUND-SW PIC X VALUE 'N'.
       1 WS-PROPTYPE-VALUES.
          05 PIC X(15) VALUE 'OFFICE'.
          05 PIC 9V99 VALUE 1.00.
          05 PIC 9V99 VALUE 0.90.
          05 PIC 9V99 VALUE 1.00.
          05 PIC 9V99 VALUE 1.00.
          05 PIC X(15) VALUE 'RETAIL'.
          05 PIC 9V99 VALUE 1.10.
          05 PIC 9V99 VALUE 1.40.
          05 PIC 9V99 VALUE 1.00.
          05 PIC 9V99 VALUE 1.00.
          05 PIC X(15) VALUE 'WAREHOUSE'.
          05 PIC 9V99 VALUE 1.30.
          05 PIC 9V99 VALUE 1.20.
          05 PIC 9V99 VALUE 1.10.
          05 PIC 9V99 VALUE 1.10.
          05 PIC X(15) VALUE 'FACTORY'.
          05 PIC 9V99 VALUE 1.60.
          05 PIC 9V99 VALUE 1.00.
          05 PIC 9V99 VALUE 1.10.
          05 PIC 9V99 VALUE 1.20.
          05 PIC X(15) VALUE 'RESTAURANT'.
          05 PIC 9V99 VALUE 1.80.
          05 PIC 9V99 VALUE 1.10.
          05 PIC 9V99 VALUE 1.00.
          05 PIC 9V99 VALUE 1.00.
       1 WS-PROPTYPE-TABLE REDEFINES WS-PROPTYPE-VALUES.
          05 WS-PT-ENTRY OCCURS 5 TIMES.
             10 WS-PT-NAME PIC X(15).
             10 WS-PT-FIRE-LOAD PIC 9V99.
             10 WS-PT-CRIME-LOAD PIC 9V99.
             10 WS-PT-FLOOD-LOAD PIC 9V99.
             10 WS-PT-WEATHER-LOAD PIC 9V99.
       1 WS-DEFAULT-LOAD PIC 9V99 VALUE 1.25.
       1 WS-FIRE-LOAD PIC 9V99 VALUE ZERO.
       1 WS-CRIME-LOAD PIC 9V99 VALUE ZERO.
       1 WS-FLOOD-LOAD PIC 9V99 VALUE ZERO.
       1 WS-WEATHER-LOAD PIC 9V99 VALUE ZERO.
      *+---------------------------------------------------------------+
      *| Leading fields of the SR-RECORD broker image - enough to      |
      *| check the status before the policy is written.                |
      *+---------------------------------------------------------------+
       1 WS-SR-BROKER-HEAD.
          05 WS-SRB-BROKER-NUM PIC 9(10).
          05 WS-SRB-NAME PIC X(30).
          05 WS-SRB-ADDRESS PIC X(255).
          05 WS-SRB-POSTCODE PIC X(8).
          05 WS-SRB-STATUS PIC X.
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
           IF CA-REQUEST-ID NOT = '01ACOM'
              MOVE WS-RC-INVALID-REQUEST TO CA-RETURN-CODE
           ELSE
              PERFORM VALIDATE-BROKER
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM LOOKUP-FLOOD-RISK
                 PERFORM CHECK-DISTRICT-ACCUMULATION
              END-IF
              IF CA-RETURN-CODE = WS-RC-SUCCESS
                 PERFORM PRICE-COMMERCIAL-PERILS
                 PERFORM ADD-POLICY-RECORD
              END-IF
           END-IF
           GOBACK
           .
      *+---------------------------------------------------------------+
      *| VALIDATE-BROKER                                               |
      *|     CA-BROKERID must name a broker on the BROKER master and   |
      *|     the broker must not be suspended - the same gate the      |
      *|     motor and house adds apply, through the shared LGSRCH01   |
      *|     keyed search.                                             |
      *+---------------------------------------------------------------+
       VALIDATE-BROKER.
           MOVE 'BROKER' TO SR-FILE-ID
           MOVE 'L' TO SR-FUNCTION
           MOVE CA-BROKERID TO SR-KEY
           CALL 'LGSRCH01' USING SEARCH-REQUEST
           EVALUATE TRUE
              WHEN SR-ERROR = 'Y'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              WHEN SR-FOUND = 'N'
                 MOVE WS-RC-UNKNOWN-BROKER TO CA-RETURN-CODE
              WHEN OTHER
                 MOVE SR-RECORD TO WS-SR-BROKER-HEAD
                 IF WS-SRB-STATUS = 'S'
                    MOVE WS-RC-BROKER-SUSPENDED TO CA-RETURN-CODE
                 END-IF
           END-EVALUATE
           .
      *+---------------------------------------------------------------+
      *| LOOKUP-FLOOD-RISK                                             |
      *|     CA-B-POSTCODE against the flood-risk reference file. A    |
      *|     commercial risk is not declined here on flood the way a   |
      *|     house is - it goes to an underwriter regardless - but a   |
      *|     high or medium risk postcode carries the surcharge onto   |
      *|     the flood peril.                                          |
      *+---------------------------------------------------------------+
       LOOKUP-FLOOD-RISK.
           MOVE '00' TO WS-FLOOD-STATUS
           MOVE SPACE TO WS-RISK-LEVEL
           MOVE ZERO TO WS-SURCHARGE-PCT
           OPEN INPUT FLOOD-FILE
           PERFORM UNTIL WS-FLOOD-STATUS NOT = '00'
              READ FLOOD-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-FLOOD-STATUS
              END-READ
              IF WS-FLOOD-STATUS = '00'
                 AND FLD-POSTCODE = CA-B-POSTCODE
                 MOVE FLD-RISK-LEVEL TO WS-RISK-LEVEL
                 MOVE FLD-SURCHARGE-PCT TO WS-SURCHARGE-PCT
                 MOVE '10' TO WS-FLOOD-STATUS
              END-IF
           END-PERFORM
           CLOSE FLOOD-FILE
           .
      *+---------------------------------------------------------------+
      *| CHECK-DISTRICT-ACCUMULATION                                   |
      *|     CA-B-POSTCODE's district against the ACCUMPOS position,   |
      *|     exactly as the house add checks it. A missing or empty    |
      *|     position file holds no district over its limit; one that  |
      *|     cannot be read is a file error.                           |
      *+---------------------------------------------------------------+
       CHECK-DISTRICT-ACCUMULATION.
           MOVE CA-B-POSTCODE TO WS-PC-POSTCODE
           PERFORM DERIVE-POSTCODE-DISTRICT
           MOVE 'N' TO WS-DISTRICT-OVER-SW
           MOVE '00' TO WS-POSITION-STATUS
           OPEN INPUT POSITION-FILE
           IF WS-POSITION-STATUS = '05' OR WS-POSITION-STATUS = '35'
              MOVE '10' TO WS-POSITION-STATUS
           ELSE
              IF WS-POSITION-STATUS NOT = '00'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
                 MOVE '10' TO WS-POSITION-STATUS
              END-IF
           END-IF
           PERFORM UNTIL WS-POSITION-STATUS NOT = '00'
              READ POSITION-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-POSITION-STATUS
              END-READ
              IF WS-POSITION-STATUS = '00'
                 AND ACP-DISTRICT = WS-PC-DISTRICT
                 IF ACP-STATUS = 'O'
                    MOVE 'Y' TO WS-DISTRICT-OVER-SW
                 END-IF
                 MOVE '10' TO WS-POSITION-STATUS
              END-IF
           END-PERFORM
           CLOSE POSITION-FILE
           .
      *+---------------------------------------------------------------+
      *| DERIVE-POSTCODE-DISTRICT                                      |
      *|     The outward code of WS-PC-POSTCODE into WS-PC-DISTRICT,   |
      *|     derived as LGBCAT01 derives it: the part before the       |
      *|     space, or for a postcode keyed without its space, all but |
      *|     the three-character inward code.                          |
      *+---------------------------------------------------------------+
       DERIVE-POSTCODE-DISTRICT.
           MOVE ZERO TO WS-PC-LENGTH
           MOVE SPACES TO WS-PC-DISTRICT
           INSPECT WS-PC-POSTCODE TALLYING WS-PC-LENGTH
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-PC-LENGTH > 4
              MOVE WS-PC-POSTCODE(1:WS-PC-LENGTH - 3) TO WS-PC-DISTRICT
           ELSE
              IF WS-PC-LENGTH > ZERO
                 MOVE WS-PC-POSTCODE(1:WS-PC-LENGTH) TO WS-PC-DISTRICT
              END-IF
           END-IF
           .
       PRICE-COMMERCIAL-PERILS.
           PERFORM SET-PROPERTY-TYPE-LOADINGS
           COMPUTE WS-PERIL-PREMIUM ROUNDED =
              CA-B-FIREPERIL * WS-FIRE-RATE * WS-FIRE-LOAD
           MOVE WS-PERIL-PREMIUM TO CA-B-FIREPREMIUM
           COMPUTE WS-PERIL-PREMIUM ROUNDED =
              CA-B-CRIMEPERIL * WS-CRIME-RATE * WS-CRIME-LOAD
           MOVE WS-PERIL-PREMIUM TO CA-B-CRIMEPREMIUM
           EVALUATE WS-RISK-LEVEL
              WHEN 'H'
              WHEN 'M'
                 COMPUTE WS-PERIL-PREMIUM ROUNDED =
                    CA-B-FLOODPERIL * WS-FLOOD-RATE * WS-FLOOD-LOAD
                    * (1 + (WS-SURCHARGE-PCT / 100))
              WHEN OTHER
                 COMPUTE WS-PERIL-PREMIUM ROUNDED =
                    CA-B-FLOODPERIL * WS-FLOOD-RATE * WS-FLOOD-LOAD
           END-EVALUATE
           MOVE WS-PERIL-PREMIUM TO CA-B-FLOODPREMIUM
           COMPUTE WS-PERIL-PREMIUM ROUNDED =
              CA-B-WEATHERPERIL * WS-WEATHER-RATE * WS-WEATHER-LOAD
           MOVE WS-PERIL-PREMIUM TO CA-B-WEATHERPREMIUM
           COMPUTE WS-TOTAL-PREMIUM = CA-B-FIREPREMIUM
              + CA-B-CRIMEPREMIUM + CA-B-FLOODPREMIUM
              + CA-B-WEATHERPREMIUM
           MOVE WS-TOTAL-PREMIUM TO CA-PAYMENT
           MOVE WS-B-STATUS-PENDING TO CA-B-STATUS
           MOVE SPACES TO CA-B-REJECTREASON
           .
       SET-PROPERTY-TYPE-LOADINGS.
           MOVE 'N' TO WS-PROPTYPE-FOUND-SW
           MOVE WS-DEFAULT-LOAD TO WS-FIRE-LOAD
           MOVE WS-DEFAULT-LOAD TO WS-CRIME-LOAD
           MOVE WS-DEFAULT-LOAD TO WS-FLOOD-LOAD
           MOVE WS-DEFAULT-LOAD TO WS-WEATHER-LOAD
           PERFORM VARYING WS-PROPTYPE-IDX FROM 1 BY 1
              UNTIL WS-PROPTYPE-IDX > WS-PROPTYPE-COUNT
              OR WS-PROPTYPE-FOUND-SW = 'Y'
              IF WS-PT-NAME(WS-PROPTYPE-IDX) = CA-B-PROPTYPE(1:15)
                 MOVE 'Y' TO WS-PROPTYPE-FOUND-SW
                 MOVE WS-PT-FIRE-LOAD(WS-PROPTYPE-IDX) TO WS-FIRE-LOAD
                 MOVE WS-PT-CRIME-LOAD(WS-PROPTYPE-IDX)
                    TO WS-CRIME-LOAD
                 MOVE WS-PT-FLOOD-LOAD(WS-PROPTYPE-IDX)
                    TO WS-FLOOD-LOAD
                 MOVE WS-PT-WEATHER-LOAD(WS-PROPTYPE-IDX)
                    TO WS-WEATHER-LOAD
              END-IF
           END-PERFORM
           .
       ADD-POLICY-RECORD.
           MOVE '00' TO WS-POLICY-STATUS
           OPEN EXTEND POLICY-FILE
           IF WS-POLICY-STATUS = '05' OR WS-POLICY-STATUS = '35'
              OPEN OUTPUT POLICY-FILE
           END-IF
           MOVE CA-POLICY-NUM OF CA-POLICY-REQUEST TO PR-POLICY-NUM
           MOVE 'C' TO PR-POLICY-TYPE
           MOVE SPACES TO PR-CANCEL-DATE
           MOVE CA-CUSTOMER-NUM TO PR-CUSTOMER-NUM
           MOVE CA-ISSUE-DATE TO PR-ISSUE-DATE
           MOVE CA-EXPIRY-DATE TO PR-EXPIRY-DATE
           MOVE CA-LASTCHANGED TO PR-LASTCHANGED
           MOVE CA-BROKERID TO PR-BROKERID
           MOVE CA-BROKERSREF TO PR-BROKERSREF
           MOVE CA-PAYMENT TO PR-PAYMENT
           MOVE CA-PAY-PLAN TO PR-PAY-PLAN
           MOVE CA-B-ADDRESS TO PR-B-ADDRESS
           MOVE CA-B-POSTCODE TO PR-B-POSTCODE
           MOVE CA-B-LATITUDE TO PR-B-LATITUDE
           MOVE CA-B-LONGITUDE TO PR-B-LONGITUDE
           MOVE CA-B-CUSTOMER TO PR-B-CUSTOMER
           MOVE CA-B-PROPTYPE TO PR-B-PROPTYPE
           MOVE CA-B-FIREPERIL TO PR-B-FIREPERIL
           MOVE CA-B-FIREPREMIUM TO PR-B-FIREPREMIUM
           MOVE CA-B-CRIMEPERIL TO PR-B-CRIMEPERIL
           MOVE CA-B-CRIMEPREMIUM TO PR-B-CRIMEPREMIUM
           MOVE CA-B-FLOODPERIL TO PR-B-FLOODPERIL
           MOVE CA-B-FLOODPREMIUM TO PR-B-FLOODPREMIUM
           MOVE CA-B-WEATHERPERIL TO PR-B-WEATHERPERIL
           MOVE CA-B-WEATHERPREMIUM TO PR-B-WEATHERPREMIUM
           MOVE CA-B-STATUS TO PR-B-STATUS
           MOVE CA-B-REJECTREASON TO PR-B-REJECTREASON
           MOVE CA-B-SUM-INSURED TO PR-B-SUM-INSURED
           WRITE POLICY-RECORD
           IF WS-POLICY-STATUS = '00'
              MOVE 'Y' TO WS-POLICY-WRITTEN-SW
      *       an add journals with a low-values before image - there
      *       was no record before this one
              MOVE 'A' TO WS-JRN-ACTION
              MOVE LOW-VALUES TO WS-JRN-BEFORE
              MOVE POLICY-RECORD TO WS-JRN-AFTER
           ELSE
              MOVE 'N' TO WS-POLICY-WRITTEN-SW
      *       never report a policy added when the record did not
      *       reach the file
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE POLICY-FILE
      *    only when the record actually reached the file: journal
      *    it, drop LGSRCH01's cached copy, move the customer's
      *    policy count and queue it for underwriting - a failed
      *    write must move none of them
           IF WS-POLICY-WRITTEN-SW = 'Y'
              PERFORM WRITE-POLICY-JOURNAL
              MOVE 'POLICY' TO SR-FILE-ID
              MOVE 'R' TO SR-FUNCTION
              CALL 'LGSRCH01' USING SEARCH-REQUEST
              PERFORM UPDATE-CUSTOMER-POLICY-COUNT
              PERFORM QUEUE-FOR-UNDERWRITING
           END-IF
           .
      *+---------------------------------------------------------------+
      *| QUEUE-FOR-UNDERWRITING                                        |
      *|     Appends the UWREFER entry the underwriter works from. A   |
      *|     pending policy that never reached the queue would sit     |
      *|     undecided with nobody told about it, so a failed write    |
      *|     is surfaced rather than reported as a clean add.          |
      *+---------------------------------------------------------------+
       QUEUE-FOR-UNDERWRITING.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           MOVE '00' TO WS-REFERRAL-STATUS
           OPEN EXTEND REFERRAL-FILE
           IF WS-REFERRAL-STATUS = '05' OR WS-REFERRAL-STATUS = '35'
              OPEN OUTPUT REFERRAL-FILE
           END-IF
           MOVE CA-POLICY-NUM OF CA-POLICY-REQUEST TO REF-POLICY-NUM
           MOVE CA-CUSTOMER-NUM TO REF-CUSTOMER-NUM
           MOVE CA-BROKERID TO REF-BROKERID
           MOVE SPACES TO REF-REFERRED-DATE
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO REF-REFERRED-DATE
           IF WS-DISTRICT-OVER-SW = 'Y'
              MOVE 'ACCU' TO REF-REASON
           ELSE
              MOVE 'NEWB' TO REF-REASON
           END-IF
           MOVE WS-TOTAL-PREMIUM TO REF-PREMIUM
           MOVE SPACE TO REF-STATUS
           MOVE SPACES TO REF-DECIDED-DATE
           MOVE ZERO TO REF-DECISION
           WRITE REFERRAL-RECORD
           IF WS-REFERRAL-STATUS NOT = '00'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE REFERRAL-FILE
           .
      *+---------------------------------------------------------------+
      *| UPDATE-CUSTOMER-POLICY-COUNT                                  |
      *|     Each policy written bumps CUS-NUM-POLICIES on the         |
      *|     customer record, exactly as the motor and house adds do.  |
      *|     A customer number with no CUSTOMER record does not stop   |
      *|     the policy - the nightly reconciliation report is the     |
      *|     net that catches those. The I-O pass reads straight to    |
      *|     SR-ORDINAL for the REWRITE; LGSRCH01 is refreshed         |
      *|     afterwards.                                               |
      *+---------------------------------------------------------------+
       UPDATE-CUSTOMER-POLICY-COUNT.
           MOVE 'CUSTOMER' TO SR-FILE-ID
           MOVE 'L' TO SR-FUNCTION
           MOVE CA-CUSTOMER-NUM TO SR-KEY
           CALL 'LGSRCH01' USING SEARCH-REQUEST
           IF SR-FOUND = 'Y'
              MOVE '00' TO WS-CUSTOMER-STATUS
              OPEN I-O CUSTOMER-FILE
              PERFORM VARYING WS-SKIP-COUNT FROM 1 BY 1
                 UNTIL WS-SKIP-COUNT > SR-ORDINAL
                 OR WS-CUSTOMER-STATUS NOT = '00'
                 READ CUSTOMER-FILE NEXT RECORD
                    AT END MOVE '10' TO WS-CUSTOMER-STATUS
                 END-READ
              END-PERFORM
              IF WS-CUSTOMER-STATUS = '00'
                 AND CUS-CUSTOMER-NUM = CA-CUSTOMER-NUM
      *          a customer already at 999 stays at 999 - wrapping
      *          to zero would be worse than sticking at the top
                 ADD 1 TO CUS-NUM-POLICIES
                    ON SIZE ERROR CONTINUE
                 END-ADD
                 REWRITE CUSTOMER-RECORD
              END-IF
              CLOSE CUSTOMER-FILE
              MOVE 'CUSTOMER' TO SR-FILE-ID
              MOVE 'R' TO SR-FUNCTION
              CALL 'LGSRCH01' USING SEARCH-REQUEST
           END-IF
           .
      *+---------------------------------------------------------------+
      *| WRITE-POLICY-JOURNAL                                          |
      *|     One POLJRNL entry per POLICY write or rewrite, carrying   |
      *|     the full before and after record images (COPY LGPOLJRN)   |
      *|     so LGBJRN01 can roll a restored file forward to the       |
      *|     point of failure. The caller sets WS-JRN-ACTION and the   |
      *|     two images before performing this.                        |
      *+---------------------------------------------------------------+
       WRITE-POLICY-JOURNAL.
           MOVE '00' TO WS-JOURNAL-STATUS
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-STATUS = '05' OR WS-JOURNAL-STATUS = '35'
              OPEN OUTPUT JOURNAL-FILE
           END-IF
           MOVE 'LGACOM01' TO JRN-PROGRAM-ID
           ACCEPT WS-JRN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-JRN-TIME FROM TIME
           MOVE SPACES TO JRN-TIMESTAMP
           STRING WS-JRN-YYYY '-' WS-JRN-MM '-' WS-JRN-DD '-'
              WS-JRN-HH '.' WS-JRN-MI '.' WS-JRN-SS
              DELIMITED BY SIZE INTO JRN-TIMESTAMP
           MOVE WS-JRN-ACTION TO JRN-ACTION
           MOVE WS-JRN-BEFORE TO JRN-BEFORE-IMAGE
           MOVE WS-JRN-AFTER TO JRN-AFTER-IMAGE
           WRITE JOURNAL-RECORD
      *    a gap in the journal means the roll-forward silently
      *    loses this update - surface it
           IF WS-JOURNAL-STATUS NOT = '00'
              MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
           END-IF
           CLOSE JOURNAL-FILE
           .
       END PROGRAM 'LGACOM01'.

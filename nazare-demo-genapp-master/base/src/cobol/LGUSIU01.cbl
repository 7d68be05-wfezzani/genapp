      *+---------------------------------------------------------------+
      *| LGUSIU01                                                      |
      *|     Record the special investigations unit's finding on a     |
      *|     claim the nightly LGBSIU01 screening referred. Driven via |
      *|     CA-REQUEST-ID '01USIU' with CA-C-NUM naming the claim and |
      *|     CA-C-SIU-DECISION carrying the finding - 'C' cleared, the |
      *|     claim may be paid, or 'F' fraud confirmed, the claim      |
      *|     stays blocked from settlement for the handler to          |
      *|     repudiate through 01CCLM. The finding and today's date    |
      *|     are written back onto the claim's SIUREF entry (COPY      |
      *|     LGSIUREF); a later finding overwrites an earlier one, so  |
      *|     a claim cleared on appeal can still be released. On       |
      *|     return CA-C-SIU-DECISION holds what was written.          |
      *|                                                                |
      *|     A claim with no referral, or a referral for a different   |
      *|     customer than the one named on the request, is not found. |
      *+---------------------------------------------------------------+
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'LGUSIU01'.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIU-FILE ASSIGN TO 'SIUREF'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SIU-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SIU-FILE.
       COPY LGSIUREF.
       WORKING-STORAGE SECTION.
       1 WS-SIU-STATUS PIC XX VALUE '00'.
       1 WS-RETURN-CODES.
          05 WS-RC-SUCCESS PIC 9(2) VALUE 00.
          05 WS-RC-NOT-FOUND PIC 9(2) VALUE 01.
          05 WS-RC-INVALID-REQUEST PIC 9(2) VALUE 02.
          05 WS-RC-FILE-ERROR PIC 9(2) VALUE 90.
       1 WS-FOUND-SW PIC X VALUE 'N'.
       1 WS-TODAY PIC 9(8) VALUE ZERO.
       1 WS-TODAY-SPLIT REDEFINES WS-TODAY.
          05 WS-TODAY-YYYY PIC 9(4).
          05 WS-TODAY-MM PIC 9(2).
          05 WS-TODAY-DD PIC 9(2).
       1 WS-DECIDED-DATE PIC X(10) VALUE SPACES.
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
           IF CA-REQUEST-ID NOT = '01USIU'
              MOVE WS-RC-INVALID-REQUEST TO CA-RETURN-CODE
           ELSE
      *       the referral itself is written only by the screening
      *       batch - the unit can clear or confirm, nothing else
              IF CA-C-SIU-DECISION NOT = 'C'
                 AND CA-C-SIU-DECISION NOT = 'F'
                 MOVE WS-RC-INVALID-REQUEST TO CA-RETURN-CODE
              ELSE
                 PERFORM RECORD-SIU-DECISION
              END-IF
           END-IF
           GOBACK
           .
       RECORD-SIU-DECISION.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           STRING WS-TODAY-YYYY '-' WS-TODAY-MM '-' WS-TODAY-DD
              DELIMITED BY SIZE INTO WS-DECIDED-DATE
           MOVE 'N' TO WS-FOUND-SW
           MOVE '00' TO WS-SIU-STATUS
           OPEN I-O SIU-FILE
      *    no SIUREF file yet means nothing has ever been referred
           IF WS-SIU-STATUS = '05' OR WS-SIU-STATUS = '35'
              MOVE '10' TO WS-SIU-STATUS
           ELSE
              IF WS-SIU-STATUS NOT = '00'
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              END-IF
           END-IF
           PERFORM UNTIL WS-SIU-STATUS NOT = '00'
              OR WS-FOUND-SW = 'Y'
              READ SIU-FILE NEXT RECORD
                 AT END MOVE '10' TO WS-SIU-STATUS
              END-READ
              IF WS-SIU-STATUS = '00'
                 AND SIU-CLAIM-NUM = CA-C-NUM
                 MOVE 'Y' TO WS-FOUND-SW
                 PERFORM REWRITE-REFERRAL
              END-IF
           END-PERFORM
           CLOSE SIU-FILE
           IF WS-FOUND-SW = 'N'
              AND CA-RETURN-CODE = WS-RC-SUCCESS
              MOVE WS-RC-NOT-FOUND TO CA-RETURN-CODE
           END-IF
           .
      *+---------------------------------------------------------------+
      *| REWRITE-REFERRAL                                              |
      *|     Runs with the referral current on SIU-FILE so the         |
      *|     REWRITE lands on the record just read.                    |
      *+---------------------------------------------------------------+
       REWRITE-REFERRAL.
           IF SIU-CUSTOMER-NUM NOT = CA-CUSTOMER-NUM
              MOVE WS-RC-NOT-FOUND TO CA-RETURN-CODE
           ELSE
              MOVE CA-C-SIU-DECISION TO SIU-STATUS
              MOVE WS-DECIDED-DATE TO SIU-DECIDED-DATE
              REWRITE SIU-REFERRAL-RECORD
      *       never report a claim cleared when the finding did not
      *       reach the file - LGUCLM01 would still refuse to pay it
              IF WS-SIU-STATUS = '00'
                 MOVE SIU-STATUS TO CA-C-SIU-DECISION
              ELSE
                 MOVE WS-RC-FILE-ERROR TO CA-RETURN-CODE
              END-IF
           END-IF
           .
       END PROGRAM 'LGUSIU01'.

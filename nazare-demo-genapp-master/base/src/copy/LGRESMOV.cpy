      *+---------------------------------------------------------------+
      *| LGRESMOV                                                      |
      *|     Claim reserve movements file (RESMOVE). The outstanding   |
      *|     reserve on an open claim is CLM-VALUE less CLM-PAID; a    |
      *|     closed or repudiated claim carries none. Every program    |
      *|     that changes it appends one record here, carrying the     |
      *|     reserve before and after so the month-end LGBRSV01        |
      *|     reserves report can chain each claim's movements and      |
      *|     prove nothing is missing:                                 |
      *|       LGACLM01  registration                                  |
      *|       LGURES01  handler revision of CLM-VALUE (01URES)        |
      *|       LGUCLM01  settlement payment                            |
      *|       LGBRET01  BACS-returned payment backed out              |
      *|       LGCCLM01  closure or repudiation releasing the rest     |
      *+---------------------------------------------------------------+
       01 RESERVE-MOVEMENT-RECORD.
          05 MOV-CLAIM-NUM PIC 9(10).
          05 MOV-POLICY-NUM PIC 9(10).
          05 MOV-TIMESTAMP PIC X(26).
      *       YYYY-MM-DD-HH.MI.SS, as JRN-TIMESTAMP - the first ten
      *       bytes are the movement date
          05 MOV-TYPE PIC X.
      *       MOV-TYPE values - 'N' new claim, 'U' revised up, 'D'
      *       revised down, 'P' payment, 'B' payment backed out, 'C'
      *       closure release
          05 MOV-AMOUNT PIC 9(8).
      *       the change in the reserve, always positive - MOV-TYPE
      *       gives the direction. A back-out on a claim already
      *       closed changes no reserve and is recorded at zero
          05 MOV-RESERVE-BEFORE PIC 9(8).
          05 MOV-RESERVE-AFTER PIC 9(8).
          05 MOV-REASON PIC X(4).
      *       revisions only - see WS-RESERVE-REASONS in LGURES01
          05 MOV-HANDLER-ID PIC X(8).
      *       revisions only - the handler who made the change
          05 MOV-PROGRAM-ID PIC X(8).

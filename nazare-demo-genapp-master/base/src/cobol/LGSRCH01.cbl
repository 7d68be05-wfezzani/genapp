       1 WS-CUSTOMER-TABLE.
          05 WS-SC-ENTRY OCCURS 20000 TIMES.
             10 WS-SC-KEY PIC 9(10).
             10 WS-SC-REC PIC X(292).
       1 WS-CLAIM-TABLE.
          05 WS-SL-ENTRY OCCURS 20000 TIMES.
             10 WS-SL-KEY PIC 9(10).

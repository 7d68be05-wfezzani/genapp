           MOVE SPACES TO CUS-SEC-PASS
           MOVE ZERO TO CUS-SEC-COUNT
           MOVE 'A' TO CUS-SEC-STATE
           MOVE ZERO TO CUS-MERGED-INTO
           MOVE SPACES TO CUS-MERGED-DATE
           MOVE SPACES TO CUS-PURGED-DATE
           WRITE CUSTOMER-RECORD
      *    never report a customer added when the record did not
      *    reach the file

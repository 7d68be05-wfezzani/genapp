      *+---------------------------------------------------------------+
      *| LGPRGLOG                                                      |
      *|     Retention purge log, PURGELOG. The LGBPRG01 purge appends |
      *|     one record per record it anonymises - the customer, each  |
      *|     of the customer's claims and the customer's bank account  |
      *|     - naming the fields blanked, when, and the last activity  |
      *|     that put the customer past the retention period. The      |
      *|     file is never cleared down: it is the proof to the        |
      *|     regulator of what was removed and when.                   |
      *+---------------------------------------------------------------+
       01 PURGE-LOG-RECORD.
          05 PLG-PURGED-AT PIC X(26).
      *       YYYY-MM-DD-HH.MM.SS, the JRN-TIMESTAMP format
          05 PLG-BUSINESS-DATE PIC X(10).
          05 PLG-CUSTOMER-NUM PIC 9(10).
          05 PLG-RECORD-TYPE PIC X.
      *       'C' the CUSTOMER record, 'L' a CLAIM record, 'B' the
      *       BANKACCT record
          05 PLG-RECORD-KEY PIC 9(10).
      *       the customer number (for 'C' and 'B') or the claim
      *       number
          05 PLG-LAST-ACTIVITY PIC X(10).
      *       the latest policy end, claim or quote date on file for
      *       the customer
          05 PLG-RETENTION-YEARS PIC 9(2).
          05 PLG-FIELDS-REMOVED PIC X(120).

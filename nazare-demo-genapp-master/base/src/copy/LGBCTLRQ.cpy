      *+---------------------------------------------------------------+
      *| LGBCTLRQ                                                      |
      *|     Request area for the LGBCTL01 batch run control           |
      *|     subprogram. A batch job CALLs it with BC-FUNCTION 'S'     |
      *|     before it touches any file and does not run unless        |
      *|     BC-RESULT comes back 'G'; the business date to work to    |
      *|     comes back in both BC-BUSINESS-DATE and, for the date     |
      *|     arithmetic, BC-BUSINESS-YYYYMMDD. 'D' means the job has   |
      *|     already run for this period, 'P' that a job it depends    |
      *|     on has not finished cleanly for this date, 'E' that the   |
      *|     business date or the ledger could not be read. At the     |
      *|     end the job CALLs again with BC-FUNCTION 'E', its counts  |
      *|     and return code; BC-STARTED-AT must be left as the 'S'    |
      *|     call returned it so the two ledger records pair up. An    |
      *|     'E' call that cannot write the ledger raises              |
      *|     BC-RETURN-CODE to 16.                                     |
      *+---------------------------------------------------------------+
       01 BATCH-CONTROL-REQUEST.
          05 BC-FUNCTION PIC X.
          05 BC-JOB-NAME PIC X(8).
          05 BC-PERIOD PIC X(10).
          05 BC-BUSINESS-DATE PIC X(10).
          05 BC-BUSINESS-YYYYMMDD PIC 9(8).
          05 BC-STARTED-AT PIC X(26).
          05 BC-FORCED PIC X.
          05 BC-RESULT PIC X.
          05 BC-RECORDS-READ PIC 9(9).
          05 BC-RECORDS-WRITTEN PIC 9(9).
          05 BC-EXCEPTIONS PIC 9(9).
          05 BC-RETURN-CODE PIC 9(4).

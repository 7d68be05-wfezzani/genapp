      *+---------------------------------------------------------------+
      *| LGRUNFRC                                                      |
      *|     Operator rerun authority (RUNFORCE). One record lets the  |
      *|     named job run for the named business date even though     |
      *|     the ledger shows it has already run for that period, or   |
      *|     its prerequisites have not finished cleanly. The reason   |
      *|     is the operator's own and is carried to the ledger.       |
      *+---------------------------------------------------------------+
       01 RUN-FORCE-RECORD.
          05 FRC-JOB-NAME PIC X(8).
          05 FRC-BUSINESS-DATE PIC X(10).
          05 FRC-REASON PIC X(50).

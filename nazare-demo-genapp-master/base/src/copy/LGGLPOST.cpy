      *+---------------------------------------------------------------+
      *| LGGLPOST                                                      |
      *|     General ledger posting line. Every money movement is      |
      *|     posted through the LGPOST01 subprogram (COPY LGPOSTRQ),   |
      *|     which appends one balanced double entry - two or three    |
      *|     lines whose debits equal their credits - to the day's     |
      *|     GLPOST file. The LGBGLI01 end-of-day cut-off wraps the    |
      *|     day's lines with a header and control trailer (COPY       |
      *|     LGGLXMIT) for finance and clears GLPOST down.             |
      *|                                                                |
      *|     GL-EVENT names the money movement; the accounts it posts  |
      *|     to are fixed in LGPOST01:                                  |
      *|       PREM  premium written    Dr 1200  Cr 4000 + Cr 2100    |
      *|       APRM  additional premium Dr 1200  Cr 4000 + Cr 2100    |
      *|       RPRM  return premium     Dr 4000 + Dr 2100  Cr 2200    |
      *|       CREF  cancellation refund Dr 4000 + Dr 2100  Cr 2200   |
      *|       SURR  surrender payout   Dr 5100  Cr 2200              |
      *|       CLMP  claim payment      Dr 5000  Cr 2400              |
      *|       CLMB  claim payment backed out  Dr 2400  Cr 5000       |
      *|       COLL  premium collection Dr 1100  Cr 1200              |
      *|       COMM  broker commission  Dr 5200  Cr 2300              |
      *|     Accounts - 1100 BACS collections clearing, 1200 premium   |
      *|     debtors, 2100 insurance premium tax payable, 2200         |
      *|     policyholder refunds payable, 2300 broker commission      |
      *|     payable, 2400 claims payable (BACS clearing), 4000 gross  |
      *|     written premium net of tax, 5000 claims paid, 5100        |
      *|     surrenders paid, 5200 commission expense.                 |
      *+---------------------------------------------------------------+
       01 GL-POSTING-RECORD.
          05 GL-POSTING-DATE PIC X(10).
          05 GL-TIMESTAMP PIC X(26).
      *       YYYY-MM-DD-HH.MI.SS, as JRN-TIMESTAMP
          05 GL-SOURCE-PROGRAM PIC X(8).
          05 GL-EVENT PIC X(4).
          05 GL-LINE-NUM PIC 9(2).
          05 GL-LINE-COUNT PIC 9(2).
      *       line n of the entry's GL-LINE-COUNT - an entry always
      *       starts at line 1, so the cut-off can prove each one
      *       arrived whole and balanced
          05 GL-ACCOUNT PIC X(4).
          05 GL-DEBIT-CREDIT PIC X.
      *       'D' debit, 'C' credit
          05 GL-AMOUNT PIC 9(9)V99.
          05 GL-POLICY-NUM PIC 9(10).
          05 GL-POLICY-TYPE PIC X.
      *       PR-POLICY-TYPE of the policy the money belongs to
          05 GL-CUSTOMER-NUM PIC 9(10).
          05 GL-CLAIM-NUM PIC 9(10).
      *       claim events only - zero otherwise
          05 GL-REFERENCE PIC X(10).
      *       COLL - the COL-DUE-DATE of the instalment collected;
      *       spaces on every other event

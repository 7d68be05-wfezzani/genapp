      *+---------------------------------------------------------------+
      *| LGGLXMIT                                                      |
      *|     General ledger interface file (GLXMIT), built by the      |
      *|     LGBGLI01 end-of-day cut-off from the day's GLPOST lines   |
      *|     in the LGPAYXMT shape: one 'H' header carrying the batch  |
      *|     number and date, one 'D' line per posting (the LGGLPOST   |
      *|     record image, unchanged), and one 'T' trailer carrying    |
      *|     the line and entry counts and the debit and credit        |
      *|     totals - which are equal, or the batch is not built.      |
      *|     Finance loads the ledger from it after checking the       |
      *|     trailer, and the LGBGLR01 reconciliation reads it back.   |
      *+---------------------------------------------------------------+
       01 GLX-RECORD.
          05 GLX-RECORD-TYPE PIC X.
      *       'H' batch header, 'D' posting line, 'T' batch trailer
          05 GLX-DATA PIC X(120).
          05 GLX-HEADER REDEFINES GLX-DATA.
             10 GLH-BATCH-NUM PIC 9(8).
      *          the run date YYYYMMDD - one cut-off per day
             10 GLH-BATCH-DATE PIC X(10).
             10 GLH-FILLER PIC X(102).
          05 GLX-POSTING REDEFINES GLX-DATA.
             10 GLD-POSTING-IMAGE PIC X(120).
      *          a GL-POSTING-RECORD (COPY LGGLPOST), byte for byte,
      *          padded with spaces
          05 GLX-TRAILER REDEFINES GLX-DATA.
             10 GLT-LINE-COUNT PIC 9(7).
             10 GLT-ENTRY-COUNT PIC 9(7).
             10 GLT-DEBIT-TOTAL PIC 9(11)V99.
             10 GLT-CREDIT-TOTAL PIC 9(11)V99.
             10 GLT-FILLER PIC X(80).

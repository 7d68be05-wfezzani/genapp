      *|     Claim payments transmission file, built by the LGBPAY01   |
      *|     end-of-day cut-off from the raw PAYFEED records: one 'H'  |
      *|     header carrying the batch number and date, one 'D' line   |
      *|     per payment (the LGPAYMNT record image, unchanged -       |
      *|     payee account included), and one 'T' trailer carrying     |
      *|     the record count and the hash total of PAY-AMOUNT.        |
      *|     Finance checks the trailer against what arrived before    |
      *|     putting the batch through BACS, and quotes the batch      |
      *|     number and payee account back on the BACSRET returns      |
      *|     file (COPY LGBACSRT) when a payment bounces.              |
      *+---------------------------------------------------------------+
       01 XMIT-RECORD.
          05 XMIT-RECORD-TYPE PIC X.
      *       'H' batch header, 'D' payment detail, 'T' batch trailer
          05 XMIT-DATA PIC X(80).
          05 XMIT-HEADER REDEFINES XMIT-DATA.
             10 XMH-BATCH-NUM PIC 9(8).
      *          the run date YYYYMMDD - one cut-off per day, so the
      *          date is the batch identity
             10 XMH-BATCH-DATE PIC X(10).
             10 XMH-FILLER PIC X(62).
          05 XMIT-PAYMENT REDEFINES XMIT-DATA.
             10 XMD-PAYMENT-IMAGE PIC X(80).
      *          a PAYMENT-RECORD (COPY LGPAYMNT), byte for byte
          05 XMIT-TRAILER REDEFINES XMIT-DATA.
             10 XMT-RECORD-COUNT PIC 9(7).
             10 XMT-HASH-TOTAL PIC 9(12).
             10 XMT-FILLER PIC X(61).

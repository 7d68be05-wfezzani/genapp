      *|     CUS-SECURITY mirrors the CA-CUSTSECR-REQUEST group of      |
      *|     LGCMAREA so a customer's lockout state persists across     |
      *|     calls to LGUCSEC1.                                         |
      *|                                                                |
      *|     A customer keyed twice is merged by 01MCUS (LGMCUS01):    |
      *|     the retired record stays on file with CUS-MERGED-INTO     |
      *|     naming the survivor, so old correspondence and the        |
      *|     LGBREC01 reconciliation still resolve the number.         |
      *|                                                               |
      *|     The LGBPRG01 retention purge blanks the personal details, |
      *|     contact fields and security data of a customer long gone, |
      *|     keeping the number, and dates the purge in                |
      *|     CUS-PURGED-DATE.                                          |
      *+---------------------------------------------------------------+
       01 CUSTOMER-RECORD.
          05 CUS-CUSTOMER-NUM PIC 9(10).
             10 CUS-SEC-COUNT PIC 9(4).
             10 CUS-SEC-STATE PIC X.
      *          CUS-SEC-STATE values - ' '/'A' active, 'L' locked
          05 CUS-MERGED-INTO PIC 9(10).
      *       the surviving customer this one was merged into; zero
      *       (or the spaces on records written before the field
      *       existed) for a live customer
          05 CUS-MERGED-DATE PIC X(10).
          05 CUS-PURGED-DATE PIC X(10).
      *       the date the retention purge anonymised this customer;
      *       spaces for a customer still held in full

      *|       01IPOR  inquire whole portfolio for a customer           |
      *|       01ACUS  add customer                                     |
      *|       01UCUS  update customer details                          |
      *|       01MCUS  merge a duplicate customer (CA-CUSTOMER-NUM)     |
      *|               into the survivor (CA-MRG-SURVIVOR-NUM)          |
      *|       01ABRK  add broker                                        |
      *|       01UBRK  update broker details                             |
      *|       01ABNK  add a customer's bank account and direct debit    |
      *|               mandate (CA-CUSTOMER-NUM names the customer)      |
      *|       01UBNK  update them - correcting the account clears the   |
      *|               bad flag a bank return set                        |
      *|       01ICSR  maintain customer security (password check)      |
      *|       01IMOT  inquire motor policy                             |
      *|       01IHOU  inquire house policy                             |
      *|       01ICLM  inquire claims history for a policy               |
      *|       01AMOT  add motor policy (CA-M-QUOTE-NUM nonzero binds    |
      *|               a held quote at its quoted premium)                |
      *|       01AHOU  add house policy (CA-H-QUOTE-NUM likewise); a      |
      *|               postcode district over its accumulation limit     |
      *|               refers the risk to underwriting instead (RC 26)   |
      *|       01QMOT  quote a motor premium without binding              |
      *|       01QHOU  quote a house premium without binding              |
      *|       01ACLM  register claim against a policy                   |
      *|       01UCLM  approve claim settlement payment                  |
      *|       01CCLM  close or repudiate a claim (CA-C-STATUS and       |
      *|               CA-C-REJECTREASON carry the decision in)           |
      *|       01URES  revise a claim's reserve (CA-C-VALUE, with        |
      *|               CA-C-RESERVE-REASON and CA-C-HANDLER-ID)          |
      *|       01USIU  record the SIU finding on a claim referred by the |
      *|               LGBSIU01 fraud screening (CA-C-SIU-DECISION)      |
      *|       01ACOM  add commercial policy - the four perils are rated |
      *|               here and the policy is written pending (see       |
      *|               LGACOM01); CA-B-SUM-INSURED goes in and           |
      *|               CA-B-*PREMIUM, CA-B-STATUS and CA-PAYMENT come    |
      *|               back                                              |
      *|       01UCOM  update commercial policy underwriting decision    |
      *|               (also decides a house add held on the referral    |
      *|               queue for accumulation - see LGUCOM01)            |
      *|       01UHOU  update house policy                               |
      *|       01UMOT  mid-term motor amendment (CA-M-AMEND-DATE         |
      *|               carries the effective date in, CA-M-ADJ-PREMIUM   |
             05 CA-BRK-COMM-ENDOWMENT PIC 9(2)V99.
             05 CA-BRK-COMM-COMMERCIAL PIC 9(2)V99.
             05 CA-BRK-FILLER PIC X(32162).
          03 CA-BANK-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       bank account and mandate maintenance (01ABNK/01UBNK,
      *       LGABNK01/LGUBNK01) for CA-CUSTOMER-NUM; the fields
      *       mirror BANK-ACCOUNT-RECORD (LGBANKAC)
             05 CA-BNK-ACCOUNT-NAME PIC X(18).
             05 CA-BNK-SORT-CODE PIC 9(6).
             05 CA-BNK-ACCOUNT-NUM PIC 9(8).
             05 CA-BNK-ACCOUNT-STATUS PIC X.
             05 CA-BNK-MANDATE-REF PIC X(18).
             05 CA-BNK-MANDATE-STATUS PIC X.
             05 CA-BNK-FILLER PIC X(32430).
          03 CA-CUSTSECR-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
             05 CA-CUSTSECR-PASS PIC X(32).
             05 CA-CUSTSECR-COUNT PIC X(4).
             05 CA-CUSTSECR-DATA PIC X(32445).
      *       CA-CUSTSECR-STATE values -
      *         ' ' or 'A' active, 'L' locked (see LGUCSEC1)
          03 CA-MERGE-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
      *       customer merge (01MCUS, LGMCUS01) - CA-CUSTOMER-NUM is
      *       the duplicate being retired; the counts come back
             05 CA-MRG-SURVIVOR-NUM PIC 9(10).
             05 CA-MRG-POLICIES-MOVED PIC 9(5).
             05 CA-MRG-QUOTES-MOVED PIC 9(5).
             05 CA-MRG-CLAIM-REFS-MOVED PIC 9(5).
             05 CA-MRG-SURVIVOR-POLICIES PIC 9(3).
             05 CA-MRG-REFERRALS-MOVED PIC 9(5).
             05 CA-MRG-BANK-ACCOUNT PIC X.
             05 CA-MRG-FILLER PIC X(32448).
      *       CA-MRG-BANK-ACCOUNT values - 'M' the duplicate's BANKACCT
      *       record moved to the survivor, 'K' the survivor's kept
      *       (the duplicate had none), 'N' neither has one, 'C' both
      *       have one - left as they are, RC 33
          03 CA-POLICY-REQUEST REDEFINES CA-REQUEST-SPECIFIC.
             05 CA-POLICY-NUM PIC 9(10).
             05 CA-POLICY-COMMON.
                07 CA-B-WEATHERPERIL PIC 9(4).
                07 CA-B-WEATHERPREMIUM PIC 9(8).
                07 CA-B-STATUS PIC 9(4).
                07 CA-B-REJECTREASON PIC X(245).
      *          the property's sum insured - an input to 01ACOM,
      *          sized and placed to match PR-B-SUM-INSURED
                07 CA-B-SUM-INSURED PIC 9(10).
                07 CA-B-FILLER PIC X(31297).
             05 CA-CLAIM REDEFINES CA-POLICY-SPECIFIC.
                07 CA-C-NUM PIC 9(10).
      *          hands the recorded status and reason back out
                07 CA-C-STATUS PIC X.
                07 CA-C-REJECTREASON PIC X(255).
      *          SIU finding on a referred claim (01USIU, LGUSIU01) -
      *          'C' cleared for payment or 'F' fraud confirmed
                07 CA-C-SIU-DECISION PIC X.
      *          reserve revision (01URES, LGURES01) - the new
      *          CA-C-VALUE comes in with the reason code and the
      *          handler making the change
                07 CA-C-RESERVE-REASON PIC X(4).
                07 CA-C-HANDLER-ID PIC X(8).
                07 CA-C-FILLER PIC X(31584).

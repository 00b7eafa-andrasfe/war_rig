      *----------------------------------------------------------------*
      *    CVPCRDLY  -  DISPUTE PROVISIONAL-CREDIT LEDGER (PROVCRED)   *
      *    ONE ROW PER MONEY MOVEMENT ON A DISPUTE CASE, KEYED BY THE  *
      *    CARDDEMO.PAUDISPT CASE ID AND A SEQUENCE FROM 001. THE      *
      *    LATEST ROW IS THE CASE'S CREDIT POSITION:                   *
      *      P - PROVISIONAL CREDIT POSTED BY CBPCRPST ONCE THE CASE   *
      *          PASSED THE BUSINESS-DAY THRESHOLD,                    *
      *      V - REVERSED BY CBCHBIN ON THE NETWORK'S REJECT,          *
      *      F - MADE FINAL BY CBCHBIN ON THE NETWORK'S ACCEPT.        *
      *    EACH ROW CARRIES THE GL ACCOUNTS IT BOOKS TO AND GOES OUT   *
      *    AS ITS OWN BALANCED PAIR; PCR-GL-SENT-DATE IS STAMPED WHEN  *
      *    CBPCRPST HAS WRITTEN IT TO THE GL BRIDGE.                   *
      *----------------------------------------------------------------*
       01  PROV-CREDIT-RECORD.
           05  PCR-KEY.
               10  PCR-CASE-ID             PIC 9(09).
               10  PCR-SEQ                 PIC 9(03).
           05  PCR-MOVE-TYPE               PIC X(01).
               88  PCR-POSTED                       VALUE 'P'.
               88  PCR-REVERSED                     VALUE 'V'.
               88  PCR-MADE-FINAL                   VALUE 'F'.
           05  PCR-ACCT-ID                 PIC 9(11).
           05  PCR-CARD-NUM                PIC X(16).
           05  PCR-AMOUNT                  PIC S9(09)V99 COMP-3.
           05  PCR-CURRENCY-CODE           PIC X(03).
           05  PCR-DR-ACCOUNT              PIC X(10).
           05  PCR-CR-ACCOUNT              PIC X(10).
           05  PCR-MOVE-DATE               PIC X(08).
           05  PCR-MOVED-BY                PIC X(08).
           05  PCR-NETWORK-REF             PIC X(20).
           05  PCR-GL-SENT-DATE            PIC X(08).
           05  FILLER                      PIC X(20).

      *----------------------------------------------------------------*
      *    CVBINPRY  -  CARD PRODUCT MASTER RECORD (BINPROD)           *
      *    ONE ROW PER ISSUED BIN RANGE, KEYED BY THE HIGH END OF THE  *
      *    RANGE SO A GENERIC (GTEQ) READ ON THE CARD'S LEADING EIGHT  *
      *    DIGITS LANDS ON THE ONLY ROW THAT CAN HOLD IT - THE CARD    *
      *    BELONGS TO THE PRODUCT WHEN IT IS ALSO >= BINP-BIN-LOW.     *
      *    THE AUTHORITATIVE SOURCE FOR WHAT A CARD IS: COPAUA0C       *
      *    REJECTS A REQUEST WHOSE AUTH TYPE OR INSTITUTION DISAGREES  *
      *    WITH ITS ROW, AND THE REPORTING JOBS TAKE CARD TYPE FROM    *
      *    HERE (THROUGH CSBINPRY/CSBINPRP) INSTEAD OF PA-AUTH-TYPE.   *
      *----------------------------------------------------------------*
       01  CARD-PRODUCT-RECORD.
           05  BINP-BIN-HIGH               PIC X(08).
           05  BINP-BIN-LOW                PIC X(08).
           05  BINP-PRODUCT-NAME           PIC X(30).
           05  BINP-NETWORK                PIC X(04).
      *    SAME CODES AS PA-AUTH-TYPE.
           05  BINP-CARD-TYPE              PIC X(02).
               88  BINP-TYPE-DEBIT                  VALUE 'DB'.
               88  BINP-TYPE-CREDIT                 VALUE 'CR'.
               88  BINP-TYPE-PREPAID                VALUE 'PP'.
           05  BINP-HOME-CURRENCY          PIC X(03).
           05  BINP-INST-ID                PIC X(03).
      *    DAYS AFTER THE AUTH THE PRODUCT'S NETWORK ACCEPTS A
      *    CARDHOLDER DISPUTE. ZERO OR NOT NUMERIC = 120.
           05  BINP-DISPUTE-DAYS           PIC 9(03).
           05  FILLER                      PIC X(19).

      *----------------------------------------------------------------*
      *    CVINSBKY  -  INSTALMENT PLAN BOOKING FEED (INSTBOOK)        *
      *    ONE RECORD PER PLAN HANDED TO CORE ACCOUNTING. CBSETMTC     *
      *    WRITES IT THE NIGHT THE PURCHASE'S POSTING MATCHES ITS      *
      *    HOLD, AND CORE BOOKS THE PLAN AGAINST THAT POSTING: THE     *
      *    PURCHASE COMES OFF THE REVOLVING BALANCE AND THE SCHEDULE   *
      *    BELOW IS BILLED ONE INSTALMENT PER STATEMENT. AMOUNTS ARE   *
      *    UNSIGNED DISPLAY FOR CORE'S LOADER. PUBLISHED TO THE CORE   *
      *    ACCOUNTING TEAM - EXTEND AT THE END ONLY.                   *
      *----------------------------------------------------------------*
       01  INSTALMENT-BOOKING-RECORD.
           05  IPBK-RECORD-TYPE            PIC X(01).
               88  IPBK-NEW-PLAN                    VALUE 'N'.
           05  IPBK-ACCT-ID                PIC 9(11).
           05  IPBK-CARD-NUM               PIC X(16).
           05  IPBK-AUTH-TRAN-ID           PIC X(15).
           05  IPBK-POSTED-TRAN-ID         PIC X(15).
           05  IPBK-POSTING-DATE           PIC X(08).
           05  IPBK-POSTED-AMT             PIC 9(09)V99.
           05  IPBK-CURRENCY-CODE          PIC X(03).
           05  IPBK-PRINCIPAL-AMT          PIC 9(09)V99.
           05  IPBK-TERM-MONTHS            PIC 9(02).
           05  IPBK-FEE-PERCENT            PIC 9(02)V9(03).
           05  IPBK-FEE-AMT                PIC 9(07)V99.
           05  IPBK-TOTAL-AMT              PIC 9(09)V99.
           05  IPBK-SCHEDULE OCCURS 12 TIMES.
               10  IPBK-DUE-DATE           PIC X(08).
               10  IPBK-DUE-AMT            PIC 9(09)V99.
           05  IPBK-PLAN-CREATED-DATE      PIC X(08).
           05  IPBK-FEED-DATE              PIC X(08).
           05  FILLER                      PIC X(30).

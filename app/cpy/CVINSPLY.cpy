      *----------------------------------------------------------------*
      *    CVINSPLY  -  INSTALMENT PLAN (INSTPLAN)                     *
      *    ONE ROW PER APPROVED PURCHASE THE CARDHOLDER HAS ASKED TO   *
      *    SPLIT INTO MONTHLY PAYMENTS, KEYED BY ACCOUNT AND THE AUTH  *
      *    KEY OF ITS PAUTB DETAIL SEGMENT. WRITTEN BY COPAUSYC, FROM  *
      *    PAUDTL PF7 OR THE REST FRONT END WHILE THE AUTH IS PENDING, *
      *    PRICED FROM INSTTERM (CVINSTRY). CBSETMTC BOOKS IT TO CORE  *
      *    (INSTBOOK, CVINSBKY) WHEN THE POSTING MATCHES; THE PURGE    *
      *    LAPSES IT IF THE AUTH AGES OUT UNPOSTED. THE OPEN-TO-BUY    *
      *    ADJUSTMENT IS WHAT THE PLAN ADDED TO (OR, NEGATIVE, TOOK    *
      *    OFF) THE ROOT'S PA-PLAN-HOLD-AMT - BOOKING OR LAPSING THE   *
      *    PLAN TAKES EXACTLY THAT BACK OFF AGAIN.                     *
      *----------------------------------------------------------------*
       01  INSTALMENT-PLAN-RECORD.
           05  IPLN-KEY.
               10  IPLN-ACCT-ID            PIC 9(11).
               10  IPLN-AUTH-KEY           PIC X(08).
           05  IPLN-CARD-NUM               PIC X(16).
           05  IPLN-TRANSACTION-ID         PIC X(15).
           05  IPLN-MERCHANT-NAME          PIC X(25).
           05  IPLN-AUTH-ORIG-DATE         PIC X(08).
           05  IPLN-CURRENCY-CODE          PIC X(03).
           05  IPLN-PRINCIPAL-AMT          PIC S9(09)V99  COMP-3.
           05  IPLN-TERM-MONTHS            PIC 9(02).
           05  IPLN-FEE-PERCENT            PIC 9(02)V9(03).
           05  IPLN-FEE-AMT                PIC S9(07)V99  COMP-3.
           05  IPLN-TOTAL-AMT              PIC S9(09)V99  COMP-3.
           05  IPLN-INSTALMENT-AMT         PIC S9(09)V99  COMP-3.
           05  IPLN-OTB-RULE               PIC X(01).
           05  IPLN-OTB-ADJ-AMT            PIC S9(09)V99  COMP-3.
      *    ONE ENTRY PER MONTH OF THE TERM, FIRST DUE ONE MONTH
      *    AFTER CONVERSION; THE LAST INSTALMENT CARRIES THE CENTS
      *    LEFT OVER FROM AN UNEVEN SPLIT. UNUSED ENTRIES ARE ZERO.
           05  IPLN-SCHEDULE OCCURS 12 TIMES.
               10  IPLN-DUE-DATE           PIC X(08).
               10  IPLN-DUE-AMT            PIC S9(09)V99  COMP-3.
           05  IPLN-STATUS                 PIC X(01).
               88  IPLN-PENDING-POSTING             VALUE 'P'.
               88  IPLN-BOOKED                      VALUE 'B'.
               88  IPLN-LAPSED                      VALUE 'X'.
           05  IPLN-CHANNEL                PIC X(01).
               88  IPLN-CHANNEL-REST                VALUE 'R'.
               88  IPLN-CHANNEL-CALL-CTR            VALUE 'C'.
           05  IPLN-CREATED-BY             PIC X(08).
           05  IPLN-CREATED-DATE           PIC X(08).
           05  IPLN-POSTED-TRAN-ID         PIC X(15).
           05  IPLN-POSTED-AMT             PIC S9(09)V99  COMP-3.
           05  IPLN-CLOSED-DATE            PIC X(08).
           05  FILLER                      PIC X(20).

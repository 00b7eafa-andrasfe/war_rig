      *----------------------------------------------------------------*
      *    CVHLDESY  -  ESTIMATED HOLD (HOLDEST)                       *
      *    ONE ROW PER CREDIT APPROVAL AT A MERCHANT CATEGORY WHOSE    *
      *    MCCREF ROW CARRIES A HOLD-ESTIMATION RULE, KEYED BY ACCOUNT *
      *    AND THE AUTH KEY OF ITS PAUTB DETAIL SEGMENT - THE DETAIL   *
      *    HAS NO ROOM LEFT, SO THE ESTIMATE LIVES BESIDE IT HERE.     *
      *    WRITTEN BY COPAUA0C ONCE THE REPLY HAS GONE OUT; WHILE THE  *
      *    ROW IS OPEN AND INSIDE ITS EXPIRY DATE THE UPLIFT (ESTIMATE *
      *    LESS APPROVED AMOUNT) COMES OFF THE ACCOUNT'S OPEN-TO-BUY.  *
      *    THE MERCHANT IS ALWAYS ANSWERED WITH THE APPROVED AMOUNT.   *
      *    CBSETMTC SETTLES THE ROW WITH THE ACTUAL POSTED AMOUNT, A   *
      *    REVERSAL VOIDS IT, THE PURGE LAPSES IT, AND CBHLDRPT LAPSES *
      *    WHAT OUTLIVED ITS EXPIRY AND COMPARES ESTIMATE TO ACTUAL BY *
      *    MCC EACH MONTH.                                             *
      *----------------------------------------------------------------*
       01  HOLD-ESTIMATE-RECORD.
           05  HLE-KEY.
               10  HLE-ACCT-ID             PIC 9(11).
               10  HLE-AUTH-KEY            PIC X(08).
           05  HLE-CARD-NUM                PIC X(16).
           05  HLE-TRANSACTION-ID          PIC X(15).
           05  HLE-MERCHANT-ID             PIC X(15).
           05  HLE-MCC                     PIC X(04).
           05  HLE-CURRENCY-CODE           PIC X(03).
           05  HLE-METHOD                  PIC X(01).
               88  HLE-BY-PERCENT                   VALUE 'P'.
               88  HLE-BY-FIXED-AMT                 VALUE 'F'.
           05  HLE-UPLIFT-PCT              PIC 9(03)V99.
           05  HLE-APPROVED-AMT            PIC S9(09)V99  COMP-3.
           05  HLE-EST-HOLD-AMT            PIC S9(09)V99  COMP-3.
           05  HLE-UPLIFT-AMT              PIC S9(09)V99  COMP-3.
           05  HLE-AUTH-DATE               PIC X(08).
           05  HLE-EXPIRY-DATE             PIC X(08).
           05  HLE-STATUS                  PIC X(01).
               88  HLE-OPEN                         VALUE 'O'.
               88  HLE-SETTLED                      VALUE 'S'.
               88  HLE-VOIDED                       VALUE 'V'.
               88  HLE-LAPSED                       VALUE 'X'.
           05  HLE-SETTLED-AMT             PIC S9(09)V99  COMP-3.
           05  HLE-SETTLED-TRAN-ID         PIC X(15).
           05  HLE-CLOSED-DATE             PIC X(08).
           05  FILLER                      PIC X(20).

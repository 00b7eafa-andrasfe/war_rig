      *----------------------------------------------------------------*
      *    CVAMLCSY  -  AML COMPLIANCE CASE RECORD (AMLCASE)           *
      *    ONE ROW PER STRUCTURING ALERT RAISED BY THE NIGHTLY AML     *
      *    MONITOR (CBAMLMON), KEYED BY CUSTOMER, BUSINESS DATE AND    *
      *    ALERT TYPE SO A RERUN OF THE SAME DAY NEVER OPENS A SECOND  *
      *    CASE. CASES OPEN 'O'; COMPLIANCE CLOSES THEM 'C' ONCE       *
      *    WORKED, RECORDING WHO AND WHEN.                             *
      *----------------------------------------------------------------*
       01  AML-CASE-RECORD.
           05  AMLC-KEY.
               10  AMLC-CUST-ID            PIC 9(09).
               10  AMLC-BUS-DATE           PIC X(08).
      *    'D' = REPEATED NEAR-THRESHOLD CASH ACROSS SEVERAL BUSINESS
      *    DAYS; 'A' = NEAR-THRESHOLD CASH SPREAD ACROSS ACCOUNTS.
               10  AMLC-ALERT-TYPE         PIC X(01).
                   88  AMLC-MULTI-DAY               VALUE 'D'.
                   88  AMLC-MULTI-ACCOUNT           VALUE 'A'.
           05  AMLC-STATUS                 PIC X(01).
               88  AMLC-OPEN                        VALUE 'O'.
               88  AMLC-CLOSED                      VALUE 'C'.
           05  AMLC-DAY-CASH-AMT           PIC S9(11)V99 COMP-3.
           05  AMLC-DAY-CASH-CNT           PIC S9(05)    COMP-3.
           05  AMLC-ACCT-CNT               PIC 9(03).
      *    NEAR-THRESHOLD DAYS FOUND IN THE LOOKBACK WINDOW, AND THE
      *    WINDOW ITSELF IN BUSINESS DAYS.
           05  AMLC-BAND-DAYS              PIC 9(03).
           05  AMLC-LOOKBACK-DAYS          PIC 9(03).
           05  AMLC-WINDOW-CASH-AMT        PIC S9(11)V99 COMP-3.
           05  AMLC-THRESHOLD-AMT          PIC S9(11)V99 COMP-3.
           05  AMLC-OPENED-DATE            PIC X(08).
           05  AMLC-WORKED-BY              PIC X(08).
           05  AMLC-WORKED-DATE            PIC X(08).
           05  FILLER                      PIC X(20).

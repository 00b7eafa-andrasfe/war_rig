      *----------------------------------------------------------------*
      *    CVRWDLGY  -  REWARDS POINTS LEDGER (REWDLEDG)               *
      *    VSAM KSDS KEYED BY ACCOUNT. THE DATE IN THE KEY IS INVERTED *
      *    (99999999 - CCYYMMDD) SO AN ASCENDING BROWSE FROM THE       *
      *    ACCOUNT RETURNS THE NEWEST ENTRY FIRST. EACH ACCOUNT'S      *
      *    FIRST ROW (INVERTED DATE ZERO, TYPE 'B') CARRIES ITS POINTS *
      *    BALANCE; THE ENTRIES FOLLOW IT:                             *
      *      E - EARNED ON A SETTLED PURCHASE (CBRWDACR FROM THE       *
      *          DAY'S CBSETMTC / SWEEP RELEASES),                     *
      *      R - TAKEN BACK FOR A SETTLED REFUND AT THE MERCHANT,      *
      *      C - TAKEN BACK FOR A CHARGEBACK THE NETWORK ACCEPTED.     *
      *    AN 'E' ROW KEEPS THE POINTS ALREADY TAKEN BACK FROM IT SO   *
      *    A PURCHASE IS NEVER REVERSED PAST WHAT IT EARNED. A RERUN   *
      *    OF THE SAME BUSINESS DATE FINDS ITS ROWS ALREADY WRITTEN    *
      *    AND CHANGES NOTHING. SHOWN ON CUSTOMER 360 (COPAUSOC);      *
      *    VALUED MONTHLY FOR FINANCE BY CBRWDLIA.                     *
      *----------------------------------------------------------------*
       01  REWARD-LEDGER-RECORD.
           05  RWL-KEY.
               10  RWL-ACCT-ID             PIC 9(11).
               10  RWL-REV-DATE            PIC 9(08).
               10  RWL-TRANSACTION-ID      PIC X(15).
               10  RWL-ENTRY-TYPE          PIC X(01).
                   88  RWL-BALANCE-ROW              VALUE 'B'.
                   88  RWL-EARNED                   VALUE 'E'.
                   88  RWL-REFUND-REVERSAL          VALUE 'R'.
                   88  RWL-CHARGEBACK-REVERSAL      VALUE 'C'.
           05  RWL-ENTRY-DATA.
               10  RWL-ENTRY-DATE          PIC X(08).
               10  RWL-CARD-NUM            PIC X(16).
               10  RWL-MERCHANT-ID         PIC X(15).
               10  RWL-MCC                 PIC X(04).
               10  RWL-MCC-GROUP           PIC X(02).
               10  RWL-CARD-TYPE           PIC X(02).
      *        SETTLED AMOUNT EARNED ON, OR REFUNDED / CHARGED BACK.
               10  RWL-BASE-AMT            PIC S9(09)V99 COMP-3.
               10  RWL-CURRENCY-CODE       PIC X(03).
      *        POSITIVE WHEN EARNED, NEGATIVE WHEN TAKEN BACK.
               10  RWL-POINTS              PIC S9(09) COMP-3.
               10  RWL-REVERSED-POINTS     PIC S9(09) COMP-3.
               10  RWL-CASE-ID             PIC 9(09).
               10  FILLER                  PIC X(20).
           05  RWL-BALANCE-DATA REDEFINES RWL-ENTRY-DATA.
               10  RWB-BALANCE-POINTS      PIC S9(11) COMP-3.
               10  RWB-LIFETIME-EARNED     PIC S9(11) COMP-3.
               10  RWB-LIFETIME-REVERSED   PIC S9(11) COMP-3.
               10  RWB-OPENED-DATE         PIC X(08).
               10  RWB-LAST-ACTIVITY-DATE  PIC X(08).
               10  FILLER                  PIC X(61).

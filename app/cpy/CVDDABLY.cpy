      *----------------------------------------------------------------*
      *    CVDDABLY  -  CHECKING-ACCOUNT AVAILABLE BALANCE (DDABAL)    *
      *    ONE ROW PER CHECKING ACCOUNT, KEYED BY DDA-ACCT-ID - EVERY   *
      *    DEBIT CARD ON THE ACCOUNT DRAWS ON THE SAME BALANCE.        *
      *    CBDDALOD LOADS THE CORE DEPOSIT SYSTEM'S AVAILABLE BALANCE  *
      *    NIGHTLY INTO DDA-CORE-AVAIL-BAL. THE INTAKE DECIDES DB      *
      *    AUTHS AGAINST DDA-AVAIL-BAL AND MOVES EVERY APPROVED HOLD   *
      *    FROM IT INTO DDA-HOLD-AMT; REVERSAL, PURGE, SETTLEMENT AND  *
      *    CLOSURE MOVE THE HOLD BACK. THE ROW ALWAYS CARRIES          *
      *        DDA-AVAIL-BAL = DDA-CORE-AVAIL-BAL - DDA-HOLD-AMT       *
      *    AND CBDDATIE PROVES IT EVERY MORNING.                       *
      *----------------------------------------------------------------*
       01  DDA-BALANCE-RECORD.
           05  DDA-ACCT-ID                 PIC 9(11).
           05  DDA-CORE-AVAIL-BAL          PIC S9(09)V99 COMP-3.
           05  DDA-HOLD-AMT                PIC S9(09)V99 COMP-3.
           05  DDA-AVAIL-BAL               PIC S9(09)V99 COMP-3.
           05  DDA-CORE-AS-OF-DATE         PIC X(08).
           05  DDA-LAST-LOAD-DATE          PIC X(08).
           05  DDA-UPDATED-DATE            PIC X(08).
           05  FILLER                      PIC X(11).

      *----------------------------------------------------------------*
      *    CVFEELGY  -  CARDHOLDER FEE LEDGER RECORD (FEELEDGR)        *
      *    ONE ROW PER FEE ASSESSED OR WAIVED ON A SETTLED AUTH, CARD  *
      *    AND MERCHANT FIRST SO A SETTLED REFUND CAN BROWSE THE FEES  *
      *    ITS PURCHASES CARRIED. CBFEEASM WRITES A ROW ONLY ONCE PER  *
      *    AUTH AND FEE TYPE, SO A RERUN OF THE SAME CHANGE-CAPTURE    *
      *    INPUT NEVER CHARGES THE CARDHOLDER TWICE. A REFUND REVERSAL *
      *    ADDS TO FEEL-REVERSED-AMT; THE FEE IS NEVER REVERSED PAST   *
      *    WHAT WAS CHARGED.                                           *
      *----------------------------------------------------------------*
       01  FEE-LEDGER-RECORD.
           05  FEEL-KEY.
               10  FEEL-CARD-NUM           PIC X(16).
               10  FEEL-MERCHANT-ID        PIC X(15).
               10  FEEL-TRANSACTION-ID     PIC X(15).
               10  FEEL-FEE-TYPE           PIC X(02).
           05  FEEL-ACCT-ID                PIC 9(11).
           05  FEEL-STATUS                 PIC X(01).
               88  FEEL-ASSESSED                    VALUE 'A'.
               88  FEEL-WAIVED                      VALUE 'W'.
           05  FEEL-WAIVE-REASON           PIC X(10).
           05  FEEL-BASE-AMT               PIC S9(09)V99 COMP-3.
           05  FEEL-FEE-AMT                PIC S9(07)V99 COMP-3.
           05  FEEL-REVERSED-AMT           PIC S9(07)V99 COMP-3.
           05  FEEL-CURRENCY-CODE          PIC X(03).
           05  FEEL-ASSESS-DATE            PIC X(08).
           05  FEEL-LAST-REV-DATE          PIC X(08).
           05  FEEL-INST-ID                PIC X(03).
           05  FILLER                      PIC X(20).

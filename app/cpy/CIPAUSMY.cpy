      *    MUST NOT DISTORT THE APPROVED AMOUNTS.
           05  PA-REFUND-AUTH-CNT          PIC S9(9)      COMP-3.
           05  PA-REFUND-AUTH-AMT          PIC S9(9)V99   COMP-3.
      *    NET OPEN-TO-BUY EFFECT OF THE ACCOUNT'S INSTALMENT PLANS
      *    STILL WAITING FOR THEIR POSTING (CVINSPLY) - THE PLAN TERMS
      *    DECIDE WHETHER A PLAN HOLDS ITS FEE ON TOP OF THE PURCHASE
      *    OR GIVES ALL BUT THE FIRST INSTALMENT BACK. SPACES ON A
      *    ROOT WRITTEN BEFORE THE FIELD EXISTED = NO PLANS.
           05  PA-PLAN-HOLD-AMT            PIC S9(9)V99   COMP-3.
           05  FILLER                      PIC X(03).

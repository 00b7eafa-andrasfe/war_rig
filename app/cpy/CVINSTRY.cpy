      *----------------------------------------------------------------*
      *    CVINSTRY  -  INSTALMENT PLAN TERMS (INSTTERM)               *
      *    ONE ROW PER PLAN LENGTH OFFERED (03, 06 OR 12 MONTHS),      *
      *    KEYED BY THE TERM, MAINTAINED BY CARD PRODUCTS. COPAUSYC    *
      *    PRICES A CONVERSION FROM THE ROW: THE FEE IS THE PERCENT OF *
      *    THE PURCHASE RAISED TO THE MINIMUM, AND THE PURCHASE MUST   *
      *    FALL INSIDE THE MIN/MAX BAND (ZERO MAXIMUM = NO CAP). THE   *
      *    OPEN-TO-BUY RULE SAYS HOW MUCH OF THE PLAN STAYS AGAINST    *
      *    THE ACCOUNT'S HEADROOM UNTIL THE POSTING HANDS IT TO CORE:  *
      *    F = THE WHOLE PLAN, FEE INCLUDED; I = THE FIRST INSTALMENT  *
      *    ONLY, THE REST OF THE PURCHASE GOING BACK TO OPEN-TO-BUY.   *
      *    NO ROW, OR A ROW NOT MARKED OFFERED, = TERM NOT AVAILABLE.  *
      *----------------------------------------------------------------*
       01  INSTALMENT-TERMS-RECORD.
           05  INTM-TERM-MONTHS            PIC 9(02).
           05  INTM-OFFERED-SW             PIC X(01).
               88  INTM-TERM-OFFERED                VALUE 'Y'.
           05  INTM-FEE-PERCENT            PIC 9(02)V9(03).
           05  INTM-FEE-MIN-AMT            PIC 9(05)V99.
           05  INTM-MIN-PURCHASE-AMT       PIC 9(07)V99.
           05  INTM-MAX-PURCHASE-AMT       PIC 9(07)V99.
           05  INTM-OTB-RULE               PIC X(01).
               88  INTM-OTB-HOLD-FULL               VALUE 'F'.
               88  INTM-OTB-HOLD-FIRST              VALUE 'I'.
           05  INTM-DESCRIPTION            PIC X(30).
           05  INTM-UPDATED-BY             PIC X(08).
           05  INTM-UPDATED-DATE           PIC X(08).
           05  FILLER                      PIC X(20).

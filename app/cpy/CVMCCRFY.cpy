      *----------------------------------------------------------------*
      *    CVMCCRFY  -  MERCHANT CATEGORY CODE REFERENCE (MCCREF)      *
      *    ONE ROW PER MCC, KEYED BY THE FOUR-CHARACTER CODE THE       *
      *    REQUEST CARRIES IN PA-MERCHANT-CATAGORY-CODE. THE INTAKE    *
      *    (COPAUA0C) REJECTS A CODE WITH NO ROW (9710), TREATS A      *
      *    QUASI-CASH CODE AS A CASH ADVANCE, AND ENFORCES THE         *
      *    CARDCTRL CATEGORY BLOCKS FROM THE FLAGS; THE BATCH REPORTS  *
      *    PRINT THE DESCRIPTION THROUGH CSMCCRFY/CSMCCRFP.            *
      *    THE HOLD-ESTIMATION RULE SAYS WHAT A CREDIT APPROVAL AT THE *
      *    CODE IS EXPECTED TO SETTLE AT (TIP, FUEL, RENTAL, LODGING): *
      *    COPAUA0C KEEPS THE UPLIFT AGAINST OPEN-TO-BUY ON HOLDEST    *
      *    (CVHLDESY) UNTIL THE POSTING ARRIVES OR THE DAYS RUN OUT.   *
      *    THE REWARD GROUP SETS WHICH POINTS EARN RULE APPLIES.       *
      *----------------------------------------------------------------*
       01  MCC-REFERENCE-RECORD.
           05  MCCR-MCC                    PIC X(04).
           05  MCCR-DESCRIPTION            PIC X(30).
           05  MCCR-RISK-CLASS             PIC X(01).
               88  MCCR-RISK-LOW                    VALUE 'L'.
               88  MCCR-RISK-MEDIUM                 VALUE 'M'.
               88  MCCR-RISK-HIGH                   VALUE 'H'.
      *    QUASI-CASH: MONEY ORDERS, WIRE TRANSFER, CHIPS, FOREIGN
      *    CURRENCY - DRAWS ON THE CASH LIMIT LIKE A CASH ADVANCE.
           05  MCCR-QUASI-CASH-SW          PIC X(01).
               88  MCCR-QUASI-CASH                  VALUE 'Y'.
           05  MCCR-TRAVEL-SW              PIC X(01).
               88  MCCR-TRAVEL-LODGING              VALUE 'Y'.
           05  MCCR-HIGH-RISK-SW           PIC X(01).
               88  MCCR-HIGH-RISK                   VALUE 'Y'.
           05  MCCR-GAMBLING-SW            PIC X(01).
               88  MCCR-GAMBLING                    VALUE 'Y'.
           05  MCCR-UPDATED-BY             PIC X(08).
           05  MCCR-UPDATED-DATE           PIC X(08).
      *    HOLD ESTIMATE - 'P' UPLIFTS THE APPROVED AMOUNT BY THE
      *    PERCENTAGE, 'F' ESTIMATES A FIXED AMOUNT (THE PUMP'S PRE-
      *    AUTH) WHEN THAT IS MORE THAN WAS APPROVED; SPACE = NONE.
      *    THE ESTIMATE STANDS FOR THE HOLD DAYS (ZERO = 7) AT MOST.
           05  MCCR-HOLD-METHOD            PIC X(01).
               88  MCCR-HOLD-BY-PERCENT             VALUE 'P'.
               88  MCCR-HOLD-BY-FIXED-AMT           VALUE 'F'.
               88  MCCR-HOLD-NOT-ESTIMATED          VALUE ' '.
           05  MCCR-HOLD-UPLIFT-PCT        PIC 9(03)V99.
           05  MCCR-HOLD-FIXED-AMT         PIC 9(07)V99.
           05  MCCR-HOLD-DAYS              PIC 9(03).
      *    REWARDS EARN GROUP THE CODE BELONGS TO (E.G. DN DINING,
      *    TR TRAVEL, FU FUEL) - CBRWDACR TAKES THE REWDRULE ROW FOR
      *    THE GROUP; SPACES = THE GROUP'S '**' DEFAULT ROW ONLY.
           05  MCCR-REWARD-GROUP           PIC X(02).
           05  FILLER                      PIC X(05).

      *----------------------------------------------------------------*
      *    CVRWDRLY  -  REWARDS POINTS EARN RULE RECORD (REWDRULE)     *
      *    ONE ROW PER MCC REWARD GROUP (MCCR-REWARD-GROUP ON MCCREF)  *
      *    AND CARD PRODUCT TYPE (BINP-CARD-TYPE), MAINTAINED BY       *
      *    MARKETING. CBRWDACR LOADS THE FILE AT START AND TAKES THE   *
      *    MOST SPECIFIC ROW: GROUP AND TYPE, THEN GROUP WITH '**'     *
      *    TYPE, THEN '**' GROUP WITH THE TYPE, THEN '**'/'**'. NO ROW *
      *    = NO POINTS. POINTS ARE THE SETTLED AMOUNT TIMES THE RATE   *
      *    PER CURRENCY UNIT, WHOLE POINTS ONLY, HELD TO THE MAXIMUM   *
      *    PER TRANSACTION (ZERO MAXIMUM = NO CAP).                    *
      *----------------------------------------------------------------*
       01  REWARD-RULE-RECORD.
      *    SAME CODES AS MCCR-REWARD-GROUP; '**' = ANY GROUP.
           05  RWR-MCC-GROUP               PIC X(02).
      *    SAME CODES AS BINP-CARD-TYPE; '**' = ANY PRODUCT.
           05  RWR-CARD-TYPE               PIC X(02).
           05  RWR-POINTS-PER-UNIT         PIC 9(03)V99.
           05  RWR-MAX-POINTS              PIC 9(07).
           05  RWR-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(34).

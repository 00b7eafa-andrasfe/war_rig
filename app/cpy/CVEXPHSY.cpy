      *----------------------------------------------------------------*
      *    CVEXPHSY  -  DB2 HOST VARIABLES FOR CARDDEMO.PNDEXPHS, THE  *
      *    MONTH-END PENDING-EXPOSURE HISTORY. ONE ROW PER ACCOUNT     *
      *    WITH OPEN APPROVED HOLDS PER SNAPSHOT MONTH, WRITTEN BY     *
      *    CBEXPSNP AND KEPT FOR THIRTEEN MONTHS SO CREDIT RISK CAN    *
      *    SEE A FULL YEAR OF MOVEMENT. AGE BUCKETS ARE DAYS SINCE THE *
      *    AUTH: 0-3, 4-7, 8-14, 15-30, OVER 30.                       *
      *----------------------------------------------------------------*
           05  EXH-SNAP-YEAR               PIC S9(09) COMP.
           05  EXH-SNAP-MONTH              PIC S9(09) COMP.
           05  EXH-SNAP-DATE               PIC X(10).
           05  EXH-ACCT-ID                 PIC S9(11) COMP-3.
           05  EXH-HOLD-CNT                PIC S9(09) COMP.
           05  EXH-EXPOSURE-AMT            PIC S9(11)V99 COMP-3.
           05  EXH-AGE-AMTS.
               10  EXH-AGE-0-3-AMT         PIC S9(11)V99 COMP-3.
               10  EXH-AGE-4-7-AMT         PIC S9(11)V99 COMP-3.
               10  EXH-AGE-8-14-AMT        PIC S9(11)V99 COMP-3.
               10  EXH-AGE-15-30-AMT       PIC S9(11)V99 COMP-3.
               10  EXH-AGE-OVER-30-AMT     PIC S9(11)V99 COMP-3.
           05  EXH-TYPE-AMTS.
               10  EXH-DEBIT-AMT           PIC S9(11)V99 COMP-3.
               10  EXH-CREDIT-AMT          PIC S9(11)V99 COMP-3.
               10  EXH-PREPAID-AMT         PIC S9(11)V99 COMP-3.
               10  EXH-OTHER-TYPE-AMT      PIC S9(11)V99 COMP-3.
           05  EXH-CREDIT-LIMIT            PIC S9(09)V99 COMP-3.
           05  EXH-UPLIFT-AMT              PIC S9(09)V99 COMP-3.
           05  EXH-CURR-BAL                PIC S9(09)V99 COMP-3.
      *    (POSTED BALANCE + PENDING EXPOSURE) / (LIMIT + ACTIVE
      *    UPLIFT) AS A PERCENTAGE; 999.99 WHEN THERE IS NO LIMIT.
           05  EXH-UTIL-PCT                PIC S9(03)V99 COMP-3.

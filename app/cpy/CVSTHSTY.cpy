      *      CBDCLRPT - APPROVED / DECLINED COUNTS                     *
      *      CBERRHDN - RECORDS READ / HARDENED COUNTS                 *
      *      CBDBGROW - ROOT / DETAIL SEGMENT COUNTS                   *
      *      CBDLQRPL - DLQ READ / REQUEUED / PURGED (SUMMED OVER THE  *
      *                 DAY'S RUNS) / LEFT ON THE QUEUE                *
      *    CBKPIPCK KEEPS ITS MONTHLY KPI FIGURES AS THREE ROWS DATED  *
      *    THE FIRST OF THE MONTH, HELD THIRTEEN MONTHS:               *
      *      CBKPIVOL - APPROVED / DECLINED / TOTAL DECISIONS          *
      *                 (PAUMISST) / DISPUTES OPENED                   *
      *      CBKPIAMT - APPROVED AMOUNT / FRAUD LOSS AMOUNT (WHOLE     *
      *                 CURRENCY UNITS) / FRAUD COUNT / UNUSED         *
      *      CBKPIOPS - PAUTB APPROVALS / OF WHICH STAND-IN / DLQ      *
      *                 MESSAGES CLEARED / AVG LATENCY (MICROSECONDS)  *
      *----------------------------------------------------------------*
       01  STAT-HISTORY-RECORD.
           05  STH-KEY.

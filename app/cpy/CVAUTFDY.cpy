      *    SPACES/NULL = NOT YET REPORTED, SO RERUNS NEVER
      *    DOUBLE-REPORT.
           05  NET-RPT-DATE                PIC X(10).
      *    LIABILITY-SHIFT ASSESSMENT (CSLIASHP) STAMPED WHEN THE ROW
      *    IS REPORTED: M CHARGEABLE TO THE MERCHANT, I OURS,
      *    U UNDETERMINED. NULL ON ROWS FROM BEFORE THE ASSESSMENT.
           05  LIAB-SHIFT                  PIC X(01).
           05  LIAB-REASON                 PIC X(02).

           05  DSP-OPENED-DATE             PIC X(10).
           05  DSP-DEADLINE-DATE           PIC X(10).
           05  DSP-LAST-STATUS-DATE        PIC X(10).
      *    USER ID OF THE CSR WHO RAISED THE CASE, OR THE SELF-SERVICE
      *    APP THE CARDHOLDER RAISED IT FROM (COPAUT1C).
           05  DSP-RAISED-BY               PIC X(08).
               88  DSP-RAISED-SELF-SERVICE          VALUE 'SELFMOBL'
                                                          'SELFWEB '.
      *    LIABILITY-SHIFT ASSESSMENT (CSLIASHP) MADE WHEN THE CASE
      *    IS OPENED. PAUDSP FLAGS THE CHARGEABLE ONES.
           05  DSP-LIAB-SHIFT              PIC X(01).
               88  DSP-MERCHANT-CHARGEABLE          VALUE 'M'.
           05  DSP-LIAB-REASON             PIC X(02).
      *    WORK-QUEUE OWNERSHIP. THE CASE IS LOCKED TO ASSIGNED_TO
      *    FROM ASSIGNED_TS; STATUS_TS STAMPS THE LATEST LIFECYCLE
      *    MOVE. CHAR(TIMESTAMP) FORM YYYY-MM-DD-HH.MM.SS.NNNNNN.
           05  DSP-ASSIGNED-TO             PIC X(08).
           05  DSP-ASSIGNED-TS             PIC X(26).
           05  DSP-STATUS-TS               PIC X(26).

      *----------------------------------------------------------------*
      *    CVNTRCNY  -  NETWORK RECONCILIATION-TOTALS RECORD (NETRCNTL)*
      *    THE CARD NETWORK'S MORNING FILE: ONE RECORD PER CURRENCY    *
      *    AND INSTITUTION WITH THE COUNTS AND AMOUNTS OF THE          *
      *    APPROVALS, DECLINES AND REVERSALS IT SAW FROM US FOR ONE    *
      *    BUSINESS DATE. THE NETWORK'S APPROVALS INCLUDE THE ONES IT  *
      *    GRANTED ON OUR BEHALF IN STAND-IN (THE NETADVIC ADVICES).   *
      *    AMOUNTS ARE UNSIGNED, IN THE CURRENCY OF THE RECORD.        *
      *----------------------------------------------------------------*
       01  NETWORK-RECON-TOTALS-RECORD.
           05  NRT-BUSINESS-DATE           PIC X(08).
           05  NRT-CURRENCY-CODE           PIC X(03).
           05  NRT-INST-ID                 PIC X(03).
           05  NRT-APPROVED-CNT            PIC 9(09).
           05  NRT-APPROVED-AMT            PIC 9(11)V99.
           05  NRT-DECLINED-CNT            PIC 9(09).
           05  NRT-DECLINED-AMT            PIC 9(11)V99.
           05  NRT-REVERSAL-CNT            PIC 9(09).
           05  NRT-REVERSAL-AMT            PIC 9(11)V99.
           05  FILLER                      PIC X(20).

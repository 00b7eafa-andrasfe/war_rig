      *----------------------------------------------------------------*
      *    CVSHDDFY  -  CHALLENGER RULE SHADOW-DIFFERENCE RECORD       *
      *    WRITTEN BY COPAUA0C TO THE CSHD TD QUEUE WHENEVER THE       *
      *    CHALLENGER RULE SET (PAURULEC) WOULD HAVE DECIDED A CREDIT  *
      *    REQUEST DIFFERENTLY FROM THE LIVE SET (PAURULES). ONLY THE  *
      *    LIVE DECISION IS EVER ANSWERED. HARDENED NIGHTLY TO THE     *
      *    SHADOWDF FILE AND SUMMARISED BY CBSHDRPT. A RULE ID OF ZERO *
      *    MEANS NO RULE MATCHED AND THE BUILT-IN FICO RULE DECIDED.   *
      *----------------------------------------------------------------*
       01  SHADOW-DIFF-RECORD.
           05  SHDD-DATE                   PIC X(08).
           05  SHDD-TIME                   PIC X(08).
           05  SHDD-TRANSACTION-ID         PIC X(15).
           05  SHDD-CARD-NUM               PIC X(16).
           05  SHDD-MCC                    PIC X(04).
           05  SHDD-CHANNEL                PIC X(02).
           05  SHDD-AUTH-TYPE              PIC X(02).
           05  SHDD-INST-ID                PIC X(03).
           05  SHDD-TRANSACTION-AMT        PIC S9(09)V99.
      *    A APPROVED IN FULL, P PARTIALLY APPROVED, D DECLINED
           05  SHDD-LIVE-RULE-ID           PIC 9(05).
           05  SHDD-LIVE-OUTCOME           PIC X(01).
               88  SHDD-LIVE-APPROVED               VALUE 'A'.
               88  SHDD-LIVE-PARTIAL                VALUE 'P'.
               88  SHDD-LIVE-DECLINED               VALUE 'D'.
           05  SHDD-LIVE-RESP-CODE         PIC X(02).
           05  SHDD-LIVE-REASON            PIC X(04).
           05  SHDD-LIVE-APPROVED-AMT      PIC S9(09)V99.
           05  SHDD-CHLG-RULE-ID           PIC 9(05).
           05  SHDD-CHLG-OUTCOME           PIC X(01).
               88  SHDD-CHLG-APPROVED               VALUE 'A'.
               88  SHDD-CHLG-PARTIAL                VALUE 'P'.
               88  SHDD-CHLG-DECLINED               VALUE 'D'.
           05  SHDD-CHLG-RESP-CODE         PIC X(02).
           05  SHDD-CHLG-REASON            PIC X(04).
           05  SHDD-CHLG-APPROVED-AMT      PIC S9(09)V99.
           05  FILLER                      PIC X(20).

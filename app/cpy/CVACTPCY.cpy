      *    A DIFFERENT USER APPROVES IT ON THE SAME SCREEN AND THE     *
      *    ROW IS APPLIED TO ACCTDAT AND DELETED - THE SAME TWO-PAIR-  *
      *    OF-EYES SHAPE THE FRAUD-FLAG REMOVAL USES.                  *
      *    ROWS STAGED BY THE MASS ACCOUNT ACTION LOAD (CBACTSTG)      *
      *    CARRY THEIR BATCH ID AND ACTION; THE WHOLE BATCH IS         *
      *    APPROVED OR REJECTED ON PAUMAB (COPAUT0C) AND APPLIED BY    *
      *    CBACTAPL, NEVER ONE ROW AT A TIME ON PAUACM.                *
      *----------------------------------------------------------------*
       01  ACCT-PENDING-CHANGE-RECORD.
           05  APC-ACCT-ID                 PIC 9(11).
           05  APC-NEW-CREDIT-LIMIT        PIC S9(09)V99.
           05  APC-REQUESTED-BY            PIC X(08).
           05  APC-REQUESTED-DATE          PIC X(08).
      *    SPACES = A SINGLE LIMIT CHANGE KEYED ON PAUACM.
           05  APC-BATCH-ID                PIC X(08).
           05  APC-ACTION                  PIC X(01).
               88  APC-SCREEN-LIMIT-CHANGE          VALUE ' '.
               88  APC-STATUS-CHANGE                VALUE 'S'.
               88  APC-LIMIT-INCREASE               VALUE 'I'.
               88  APC-LIMIT-DECREASE               VALUE 'D'.
           05  APC-NEW-STATUS              PIC X(01).
           05  FILLER                      PIC X(04).

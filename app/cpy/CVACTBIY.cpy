      *----------------------------------------------------------------*
      *    CVACTBIY  -  MASS ACCOUNT ACTION FILE (ACCTACTN)            *
      *    ONE FILE PER BATCH, PREPARED BY CREDIT POLICY OR THE FRAUD  *
      *    DESK: AN 'H' HEADER NAMING THE BATCH AND THE REQUESTING     *
      *    USER, ONE 'D' DETAIL PER ACCOUNT ACTION AND A 'T' TRAILER   *
      *    CARRYING THE DETAIL COUNT AND THE ACCOUNT-ID HASH TOTAL.    *
      *    ACTIONS: S = STATUS CHANGE TO S (SUSPENDED) OR C (CLOSED),  *
      *    I = CREDIT-LIMIT INCREASE, D = CREDIT-LIMIT DECREASE TO     *
      *    THE NEW LIMIT GIVEN. CBACTSTG PROVES THE TRAILER AND        *
      *    VALIDATES EVERY DETAIL AGAINST ACCTDAT BEFORE STAGING ANY.  *
      *----------------------------------------------------------------*
       01  ACCT-ACTION-RECORD.
           05  AAR-RECORD-TYPE             PIC X(01).
               88  AAR-IS-HEADER                    VALUE 'H'.
               88  AAR-IS-DETAIL                    VALUE 'D'.
               88  AAR-IS-TRAILER                   VALUE 'T'.
           05  AAR-ACCT-ID                 PIC 9(11).
           05  AAR-ACTION                  PIC X(01).
               88  AAR-STATUS-CHANGE                VALUE 'S'.
               88  AAR-LIMIT-INCREASE               VALUE 'I'.
               88  AAR-LIMIT-DECREASE               VALUE 'D'.
           05  AAR-NEW-STATUS              PIC X(01).
               88  AAR-NEW-STATUS-VALID             VALUE 'S' 'C'.
           05  AAR-NEW-CREDIT-LIMIT        PIC 9(09)V99.
           05  AAR-REASON                  PIC X(30).
           05  FILLER                      PIC X(25).
       01  ACCT-ACTION-HEADER REDEFINES ACCT-ACTION-RECORD.
           05  FILLER                      PIC X(01).
           05  AAH-BATCH-ID                PIC X(08).
           05  AAH-REQUESTED-BY            PIC X(08).
           05  AAH-DESCRIPTION             PIC X(40).
           05  FILLER                      PIC X(23).
       01  ACCT-ACTION-TRAILER REDEFINES ACCT-ACTION-RECORD.
           05  FILLER                      PIC X(01).
           05  AAT-RECORD-COUNT            PIC 9(08).
           05  AAT-HASH-TOTAL              PIC 9(17).
           05  FILLER                      PIC X(54).

      *----------------------------------------------------------------*
      *    CVDRMWRY  -  DORMANT CARD NOTICE RECORD (DORMWARN)          *
      *    ONE ROW PER CARD THE MONTHLY DORMANCY JOB (CBDRMCRD) HAS    *
      *    ACTED ON, KEYED BY DRMN-CARD-NUM. A WARNED ROW MEANS THE    *
      *    CARDHOLDER HAS BEEN TOLD THE CARD WILL BE RESTRICTED IF IT  *
      *    STAYS UNUSED; A RESTRICTED ROW MEANS CARDSTAT NOW HOLDS THE *
      *    CARD DORMANT (D). THE JOB DELETES THE ROW WHEN THE CARD IS  *
      *    USED AGAIN OR REACTIVATED, SO A CARD IS NEVER RESTRICTED    *
      *    WITHOUT A NOTICE AT LEAST ONE NOTICE PERIOD OLD.            *
      *----------------------------------------------------------------*
       01  DORMANT-NOTICE-RECORD.
           05  DRMN-CARD-NUM               PIC X(16).
           05  DRMN-ACCT-ID                PIC 9(11).
           05  DRMN-STATUS                 PIC X(01).
               88  DRMN-WARNED                      VALUE 'W'.
               88  DRMN-RESTRICTED                  VALUE 'R'.
      *    LAST AUTH SEEN ON PAUTB OR PAUARCIX WHEN THE ROW WAS LAST
      *    WRITTEN - SPACES WHEN THE CARD HAS NEVER BEEN USED.
           05  DRMN-LAST-USE-DATE          PIC X(08).
           05  DRMN-WARNED-DATE            PIC X(08).
           05  DRMN-RESTRICTED-DATE        PIC X(08).
           05  FILLER                      PIC X(28).

      *----------------------------------------------------------------*
      *    CVPINAUY  -  PIN-TRY RESET AUDIT RECORD                     *
      *    ONE RECORD PER SUPERVISOR RESET OF A CARD'S PIN-TRY COUNTER *
      *    THROUGH THE PAUCRD SCREEN (COPAUS3C), WRITTEN TO THE CPIN   *
      *    TD QUEUE AND HARDENED TO THE PINAUDIT FILE: WHO, WHEN, THE  *
      *    CARD TOKEN AND THE COUNT THAT WAS CLEARED.                  *
      *----------------------------------------------------------------*
       01  PIN-RESET-AUDIT-RECORD.
           05  PINA-USER-ID                PIC X(08).
           05  PINA-TIMESTAMP              PIC X(26).
           05  PINA-CARD-NUM               PIC X(16).
           05  PINA-OLD-COUNT              PIC 9(04).
           05  PINA-OLD-LAST-BAD-DATE      PIC X(08).
           05  FILLER                      PIC X(18).

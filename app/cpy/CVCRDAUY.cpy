      *----------------------------------------------------------------*
      *    CVCRDAUY  -  CARD ACTIVATION AUDIT RECORD                   *
      *    ONE RECORD PER ACTIVATION ATTEMPT THROUGH COPAUSQC, FROM    *
      *    EITHER CHANNEL AND WHATEVER THE OUTCOME, WRITTEN TO THE     *
      *    CACT TD QUEUE AND HARDENED TO THE ACTAUDIT FILE: WHO, WHEN, *
      *    WHICH CHANNEL, THE CARD TOKEN, THE RESULT AND WHY. THE CVV2 *
      *    AND ZIP KEYED ARE NEVER WRITTEN HERE.                       *
      *----------------------------------------------------------------*
       01  CARD-ACTIVATION-AUDIT-RECORD.
           05  CRDA-USER-ID                PIC X(08).
           05  CRDA-TIMESTAMP              PIC X(26).
           05  CRDA-CHANNEL                PIC X(01).
               88  CRDA-CHANNEL-REST                VALUE 'R'.
               88  CRDA-CHANNEL-CALL-CTR            VALUE 'C'.
           05  CRDA-CARD-NUM               PIC X(16).
           05  CRDA-RESULT                 PIC X(01).
               88  CRDA-ACTIVATED                   VALUE 'A'.
               88  CRDA-VERIFY-FAILED               VALUE 'V'.
               88  CRDA-NOT-PENDING                 VALUE 'P'.
               88  CRDA-CARD-UNKNOWN                VALUE 'U'.
               88  CRDA-SYSTEM-ERROR                VALUE 'E'.
           05  CRDA-MESSAGE                PIC X(50).
           05  FILLER                      PIC X(18).

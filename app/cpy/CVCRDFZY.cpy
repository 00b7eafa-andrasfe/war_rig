      *----------------------------------------------------------------*
      *    CVCRDFZY  -  CARD FREEZE AUDIT RECORD                       *
      *    ONE RECORD PER FREEZE OR UNFREEZE ATTEMPT THROUGH COPAUSZC, *
      *    WHATEVER THE OUTCOME, WRITTEN TO THE CFRZ TD QUEUE: WHO,    *
      *    WHEN, WHICH CHANNEL, THE CARD TOKEN, THE ACTION, THE STATUS *
      *    BEFORE AND AFTER, THE RESULT AND WHY. THE ZIP KEYED IS      *
      *    NEVER WRITTEN HERE.                                         *
      *----------------------------------------------------------------*
       01  CARD-FREEZE-AUDIT-RECORD.
           05  CRDF-USER-ID                PIC X(08).
           05  CRDF-TIMESTAMP              PIC X(26).
           05  CRDF-CHANNEL                PIC X(01).
               88  CRDF-CHANNEL-REST                VALUE 'R'.
               88  CRDF-CHANNEL-CALL-CTR            VALUE 'C'.
           05  CRDF-CARD-NUM               PIC X(16).
           05  CRDF-ACTION                 PIC X(01).
               88  CRDF-ACTION-FREEZE               VALUE 'F'.
               88  CRDF-ACTION-UNFREEZE             VALUE 'U'.
           05  CRDF-STATUS-BEFORE          PIC X(01).
           05  CRDF-STATUS-AFTER           PIC X(01).
           05  CRDF-RESULT                 PIC X(01).
               88  CRDF-DONE                        VALUE 'D'.
               88  CRDF-VERIFY-FAILED               VALUE 'V'.
               88  CRDF-CARD-UNKNOWN                VALUE 'U'.
               88  CRDF-WRONG-STATE                 VALUE 'X'.
               88  CRDF-INVALID-REQUEST             VALUE 'I'.
               88  CRDF-SYSTEM-ERROR                VALUE 'E'.
           05  CRDF-MESSAGE                PIC X(50).
           05  FILLER                      PIC X(15).

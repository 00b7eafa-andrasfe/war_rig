      *----------------------------------------------------------------*
      *    CVSNCAUY  -  SANCTIONS SCREENING HIT AUDIT RECORD           *
      *    WRITTEN BY COPAUA0C TO THE CSNC TD QUEUE ON EVERY SANCTIONS *
      *    HIT, HARDENED TO THE SNCAUDIT FILE BY OVERNIGHT EXTRACT,    *
      *    AND REPORTED DAILY TO COMPLIANCE BY CBSNCRPT. CBSNERSC      *
      *    APPENDS ITS LOOKBACK HITS (ACTION 'L') TO SNCAUDIT DIRECT.  *
      *----------------------------------------------------------------*
       01  SANCTION-AUDIT-RECORD.
           05  SNCA-COUNTRY-CODE           PIC X(03).
      *    D DECLINED, R REFERRED, L FOUND ON LOOKBACK (NO AUTH ACTION)
           05  SNCA-ACTION-TAKEN           PIC X(01).
           05  SNCA-CARD-NUM               PIC X(16).
           05  SNCA-MERCHANT-ID            PIC X(15).
           05  SNCA-TRANSACTION-AMT        PIC S9(09)V99.
           05  SNCA-CORRELATION-ID         PIC X(36).
           05  SNCA-TIMESTAMP              PIC X(26).
      *    WHAT MATCHED: SPACE OR C THE ACQUIRER COUNTRY (SANCTRY),
      *    E THE MERCHANT NAME OR L THE MERCHANT CITY (SNCENTY). THE
      *    STRENGTH, SCORE AND ENTITY ID ARE SET FOR E AND L ONLY.
           05  SNCA-HIT-TYPE               PIC X(01).
               88  SNCA-COUNTRY-HIT                 VALUE 'C' ' '.
               88  SNCA-ENTITY-HIT                  VALUE 'E'.
               88  SNCA-LOCATION-HIT                VALUE 'L'.
           05  SNCA-MATCH-STRENGTH         PIC X(01).
               88  SNCA-STRONG-MATCH                VALUE 'S'.
               88  SNCA-WEAK-MATCH                  VALUE 'W'.
           05  SNCA-MATCH-SCORE            PIC 9(03).
           05  SNCA-ENTITY-ID              PIC X(10).

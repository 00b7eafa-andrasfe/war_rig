      *    BEHAVIOR-PROFILE COMPARISON: SPACE = NO PROFILE OR NOT
      *    CHECKED, 'N' = NORMAL, 'Y' = ANOMALY (REFERRED).
           05  TRC-BEHAVIOR-RESULT         PIC X(01).
      *    DELINQUENCY (DELINQST): THE ACCOUNT'S DAYS-PAST-DUE BUCKET
      *    ('30', '60', '90'; SPACES = CURRENT OR NO ROW) AND THE
      *    TREATMENT OUTCOME - SPACE = NOT DELINQUENT, 'P' = PASSED
      *    THE BUCKET'S TREATMENT, 'D' = DECLINED BY IT.
           05  TRC-DELINQ-BUCKET           PIC X(02).
           05  TRC-DELINQ-RESULT           PIC X(01).
      *    SANCTIONED-ENTITY SCREEN (SNCENTY) ON THE MERCHANT NAME AND
      *    CITY: 'N' = NO MATCH, 'W' = WEAK (REFERRED), 'S' = STRONG
      *    (DECLINED); SPACE = NOT SCREENED.
           05  TRC-ENTITY-RESULT           PIC X(01).
           05  FILLER                      PIC X(05).

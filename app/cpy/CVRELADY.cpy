      *----------------------------------------------------------------*
      *    CVRELADY  -  ACQUIRER HOLD-RELEASE ADVICE (RELADVIC)        *
      *    ONE RECORD PER AUTHORIZATION AN ACQUIRER (HOTEL, CAR        *
      *    RENTAL) TELLS US IT WILL NEVER SETTLE - THE STAY WAS        *
      *    CANCELLED, THE VEHICLE CAME BACK, THE DEPOSIT WAS NOT       *
      *    TAKEN. CBHLDREL MATCHES EACH TO ITS PAUTB DETAIL BY         *
      *    TRANSACTION ID, CARD AND MERCHANT AND RELEASES THE HOLD.    *
      *    THE CARD MAY COME CLEAR OR AS THE VAULT TOKEN.              *
      *----------------------------------------------------------------*
       01  HOLD-RELEASE-ADVICE-RECORD.
           05  RLA-ACQUIRER-ID             PIC X(11).
           05  RLA-TRANSACTION-ID          PIC X(15).
           05  RLA-CARD-NUM                PIC X(16).
           05  RLA-MERCHANT-ID             PIC X(15).
           05  RLA-MERCHANT-NAME           PIC X(25).
           05  RLA-AUTH-ID-CODE            PIC X(06).
           05  RLA-AUTH-AMT                PIC S9(09)V99.
           05  RLA-CURRENCY-CODE           PIC X(03).
           05  RLA-REASON                  PIC X(02).
               88  RLA-STAY-CANCELLED               VALUE 'SC'.
               88  RLA-VEHICLE-RETURNED             VALUE 'VR'.
               88  RLA-DEPOSIT-NOT-TAKEN            VALUE 'DN'.
               88  RLA-OTHER-RELEASE                VALUE 'OT'.
           05  RLA-ADVICE-DATE             PIC X(08).
           05  FILLER                      PIC X(08).

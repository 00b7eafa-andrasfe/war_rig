      *----------------------------------------------------------------*
      *    CVTRVNTY  -  CARDHOLDER TRAVEL NOTICE (TRAVNOTE)            *
      *    ONE ROW PER ACCOUNT, KEYED BY ACCOUNT ID: THE COUNTRIES THE *
      *    CARDHOLDER TOLD US THEY ARE GOING TO AND THE DATES THEY ARE *
      *    AWAY. MAINTAINED THROUGH COPAUSSC FROM THE CALL-CENTRE      *
      *    SCREEN (COPAUSTC) AND THE REST FRONT END (COPAURST). WHILE  *
      *    AN ACTIVE NOTICE IS IN ITS WINDOW THE INTAKE'S BEHAVIOR     *
      *    CHECK AND THE NIGHTLY SCORER (CBFRSCOR) TREAT THE LISTED    *
      *    ACQUIRER COUNTRIES AS EXPECTED. CBTRVRPT LISTS FOREIGN      *
      *    AUTHS THAT NO NOTICE COVERS.                                *
      *----------------------------------------------------------------*
       01  TRAVEL-NOTICE-RECORD.
           05  TRVN-ACCT-ID                PIC 9(11).
      *    ISO ALPHA-3 ACQUIRER COUNTRY CODES - SPACES = SLOT UNUSED.
           05  TRVN-COUNTRY                PIC X(03) OCCURS 5 TIMES.
           05  TRVN-START-DATE             PIC X(08).
           05  TRVN-END-DATE               PIC X(08).
           05  TRVN-STATUS                 PIC X(01).
               88  TRVN-ACTIVE                      VALUE 'A'.
               88  TRVN-CANCELLED                   VALUE 'C'.
           05  TRVN-CHANNEL                PIC X(01).
               88  TRVN-CHANNEL-REST                VALUE 'R'.
               88  TRVN-CHANNEL-CALL-CTR            VALUE 'C'.
           05  TRVN-UPDATED-BY             PIC X(08).
           05  TRVN-UPDATED-DATE           PIC X(08).
           05  FILLER                      PIC X(10).

      *----------------------------------------------------------------*
      *    CCPAUCDY - COMMAREA LAYOUT FOR THE CICS LINK TO THE         *
      *    CUSTOMER DISPUTE INTAKE SERVICE (COPAUT1C) FROM THE REST    *
      *    FRONT END (COPAURST). THE CALLER PASSES THE CARD AS KEYED   *
      *    (CLEAR OR '99' TOKEN), THE TRANSACTION ID, THE REASON CODE  *
      *    THE CARDHOLDER PICKED, THE AMOUNT IN DISPUTE (ZERO = THE    *
      *    WHOLE APPROVED AMOUNT), THE BILLING ZIP AND THE APP THE     *
      *    REQUEST CAME FROM; THE SERVICE RETURNS THE RESULT, THE      *
      *    TOKEN, THE AMOUNT DISPUTED, THE NETWORK'S FILING WINDOW IN  *
      *    DAYS AND A MESSAGE SAYING WHY WHEN IT CANNOT BE DISPUTED.   *
      *----------------------------------------------------------------*
           05 WS-CDS-CARD-NUM               PIC X(16).
           05 WS-CDS-TRANSACTION-ID         PIC X(15).
           05 WS-CDS-REASON-CODE            PIC X(02).
           05 WS-CDS-AMOUNT                 PIC S9(09)V99.
           05 WS-CDS-BILLING-ZIP            PIC X(09).
           05 WS-CDS-CHANNEL                PIC X(01).
              88 WS-CDS-CHANNEL-MOBILE      VALUE 'M'.
              88 WS-CDS-CHANNEL-WEB         VALUE 'W'.
           05 WS-CDS-RESULT                 PIC X(01).
              88 WS-CDS-OPENED              VALUE 'D'.
              88 WS-CDS-VERIFY-FAILED       VALUE 'V'.
              88 WS-CDS-NOT-FOUND           VALUE 'N'.
              88 WS-CDS-NOT-ELIGIBLE        VALUE 'X'.
              88 WS-CDS-ALREADY-DISPUTED    VALUE 'A'.
              88 WS-CDS-INVALID-REQUEST     VALUE 'I'.
              88 WS-CDS-SYSTEM-ERROR        VALUE 'E'.
           05 WS-CDS-CARD-TOKEN             PIC X(16).
           05 WS-CDS-DISPUTE-AMT            PIC S9(09)V99.
           05 WS-CDS-WINDOW-DAYS            PIC 9(03).
           05 WS-CDS-MSG                    PIC X(50).

      *----------------------------------------------------------------*
      *    CCPAUACY - COMMAREA LAYOUT FOR THE CICS LINK TO THE CARD    *
      *    ACTIVATION SERVICE (COPAUSQC) FROM THE CALL-CENTRE SCREEN   *
      *    (COPAUSRC) AND THE REST FRONT END (COPAURST). THE CALLER    *
      *    PASSES THE CARD AS KEYED (CLEAR OR '99' TOKEN), THE CVV2    *
      *    AND BILLING ZIP TO VERIFY, ITS CHANNEL AND USER; THE        *
      *    SERVICE RETURNS THE RESULT, THE TOKEN AND A MESSAGE.        *
      *----------------------------------------------------------------*
           05 WS-ACT-CARD-NUM               PIC X(16).
           05 WS-ACT-CVV2                   PIC X(04).
           05 WS-ACT-BILLING-ZIP            PIC X(09).
           05 WS-ACT-CHANNEL                PIC X(01).
              88 WS-ACT-CHANNEL-REST        VALUE 'R'.
              88 WS-ACT-CHANNEL-CALL-CTR    VALUE 'C'.
           05 WS-ACT-USER-ID                PIC X(08).
           05 WS-ACT-RESULT                 PIC X(01).
              88 WS-ACT-ACTIVATED           VALUE 'A'.
              88 WS-ACT-VERIFY-FAILED       VALUE 'V'.
              88 WS-ACT-NOT-PENDING         VALUE 'P'.
              88 WS-ACT-CARD-UNKNOWN        VALUE 'U'.
              88 WS-ACT-SYSTEM-ERROR        VALUE 'E'.
           05 WS-ACT-CARD-TOKEN             PIC X(16).
           05 WS-ACT-MSG                    PIC X(50).

      *----------------------------------------------------------------*
      *    CCPAUFZY - COMMAREA LAYOUT FOR THE CICS LINK TO THE CARD    *
      *    FREEZE SERVICE (COPAUSZC) FROM THE REST FRONT END           *
      *    (COPAURST). THE CALLER PASSES THE CARD AS KEYED (CLEAR OR   *
      *    '99' TOKEN), THE ACTION (F = FREEZE, U = UNFREEZE), THE     *
      *    BILLING ZIP (NEEDED TO UNFREEZE ONLY), ITS CHANNEL AND      *
      *    USER; THE SERVICE RETURNS THE RESULT, THE TOKEN, THE CARD   *
      *    STATUS NOW ON CARDSTAT (SPACE = NO ROW) AND A MESSAGE.      *
      *----------------------------------------------------------------*
           05 WS-FRZ-CARD-NUM               PIC X(16).
           05 WS-FRZ-ACTION                 PIC X(01).
              88 WS-FRZ-ACTION-FREEZE       VALUE 'F'.
              88 WS-FRZ-ACTION-UNFREEZE     VALUE 'U'.
           05 WS-FRZ-BILLING-ZIP            PIC X(09).
           05 WS-FRZ-CHANNEL                PIC X(01).
              88 WS-FRZ-CHANNEL-REST        VALUE 'R'.
              88 WS-FRZ-CHANNEL-CALL-CTR    VALUE 'C'.
           05 WS-FRZ-USER-ID                PIC X(08).
           05 WS-FRZ-RESULT                 PIC X(01).
              88 WS-FRZ-DONE                VALUE 'D'.
              88 WS-FRZ-VERIFY-FAILED       VALUE 'V'.
              88 WS-FRZ-CARD-UNKNOWN        VALUE 'U'.
              88 WS-FRZ-WRONG-STATE         VALUE 'X'.
              88 WS-FRZ-INVALID-REQUEST     VALUE 'I'.
              88 WS-FRZ-SYSTEM-ERROR        VALUE 'E'.
           05 WS-FRZ-CARD-TOKEN             PIC X(16).
           05 WS-FRZ-CARD-STATUS            PIC X(01).
           05 WS-FRZ-MSG                    PIC X(50).

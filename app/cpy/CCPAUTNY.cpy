      *----------------------------------------------------------------*
      *    CCPAUTNY - COMMAREA LAYOUT FOR THE CICS LINK TO THE TRAVEL  *
      *    NOTICE SERVICE (COPAUSSC) FROM THE CALL-CENTRE SCREEN       *
      *    (COPAUSTC) AND THE REST FRONT END (COPAURST). THE CALLER    *
      *    PASSES THE FUNCTION, THE ACCOUNT AND - TO REGISTER - THE    *
      *    COUNTRIES AND DATES; THE SERVICE RETURNS THE RESULT, THE    *
      *    NOTICE AS NOW ON FILE, WHO LAST CHANGED IT AND A MESSAGE.   *
      *----------------------------------------------------------------*
           05 WS-TRV-FUNCTION               PIC X(01).
              88 WS-TRV-FUNC-INQUIRE        VALUE 'I'.
              88 WS-TRV-FUNC-REGISTER       VALUE 'R'.
              88 WS-TRV-FUNC-CANCEL         VALUE 'C'.
           05 WS-TRV-ACCT-ID                PIC 9(11).
           05 WS-TRV-COUNTRY                PIC X(03) OCCURS 5 TIMES.
           05 WS-TRV-START-DATE             PIC X(08).
           05 WS-TRV-END-DATE               PIC X(08).
           05 WS-TRV-CHANNEL                PIC X(01).
              88 WS-TRV-CHANNEL-REST        VALUE 'R'.
              88 WS-TRV-CHANNEL-CALL-CTR    VALUE 'C'.
           05 WS-TRV-USER-ID                PIC X(08).
           05 WS-TRV-RESULT                 PIC X(01).
              88 WS-TRV-DONE                VALUE 'D'.
              88 WS-TRV-NOT-FOUND           VALUE 'N'.
              88 WS-TRV-INVALID             VALUE 'V'.
              88 WS-TRV-ACCT-UNKNOWN        VALUE 'U'.
              88 WS-TRV-SYSTEM-ERROR        VALUE 'E'.
           05 WS-TRV-STATUS                 PIC X(01).
           05 WS-TRV-UPDATED-BY             PIC X(08).
           05 WS-TRV-UPDATED-DATE           PIC X(08).
           05 WS-TRV-MSG                    PIC X(50).

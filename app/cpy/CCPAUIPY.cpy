      *----------------------------------------------------------------*
      *    CCPAUIPY - COMMAREA LAYOUT FOR THE CICS LINK TO THE         *
      *    INSTALMENT PLAN SERVICE (COPAUSYC) FROM THE PENDING AUTH    *
      *    DETAIL SCREEN (COPAUS1C) AND THE REST FRONT END (COPAURST). *
      *    THE CALLER NAMES THE AUTH BY ACCOUNT AND EITHER ITS AUTH    *
      *    KEY (SCREEN) OR ITS TRANSACTION ID (REST, WHICH ALSO PASSES *
      *    THE CARD AS KEYED - CLEAR OR '99' TOKEN - TO BE CHECKED     *
      *    AGAINST THE AUTH), AND THE TERM. QUOTE PRICES THE PLAN      *
      *    WITHOUT WRITING IT; CONVERT WRITES IT. THE SERVICE RETURNS  *
      *    THE RESULT, THE PLAN AS PRICED (OR AS ALREADY ON FILE) AND  *
      *    A MESSAGE.                                                  *
      *----------------------------------------------------------------*
           05 WS-INS-FUNCTION               PIC X(01).
              88 WS-INS-FUNC-QUOTE          VALUE 'Q'.
              88 WS-INS-FUNC-CONVERT        VALUE 'C'.
           05 WS-INS-ACCT-ID                PIC 9(11).
           05 WS-INS-AUTH-KEY               PIC X(08).
           05 WS-INS-TRANSACTION-ID         PIC X(15).
           05 WS-INS-CARD-NUM               PIC X(16).
           05 WS-INS-TERM-MONTHS            PIC 9(02).
           05 WS-INS-CHANNEL                PIC X(01).
              88 WS-INS-CHANNEL-REST        VALUE 'R'.
              88 WS-INS-CHANNEL-CALL-CTR    VALUE 'C'.
           05 WS-INS-USER-ID                PIC X(08).
           05 WS-INS-RESULT                 PIC X(01).
              88 WS-INS-DONE                VALUE 'D'.
              88 WS-INS-INVALID             VALUE 'V'.
              88 WS-INS-AUTH-NOT-FOUND      VALUE 'N'.
              88 WS-INS-NOT-ELIGIBLE        VALUE 'X'.
              88 WS-INS-ALREADY-CONVERTED   VALUE 'A'.
              88 WS-INS-SYSTEM-ERROR        VALUE 'E'.
           05 WS-INS-PRINCIPAL-AMT          PIC S9(09)V99.
           05 WS-INS-FEE-AMT                PIC S9(07)V99.
           05 WS-INS-TOTAL-AMT              PIC S9(09)V99.
           05 WS-INS-INSTALMENT-AMT         PIC S9(09)V99.
           05 WS-INS-FIRST-DUE-DATE         PIC X(08).
           05 WS-INS-LAST-DUE-DATE          PIC X(08).
           05 WS-INS-PLAN-STATUS            PIC X(01).
           05 WS-INS-MSG                    PIC X(50).

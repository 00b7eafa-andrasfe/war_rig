      *----------------------------------------------------------------*
      *    CVATOEVY  -  ACCOUNT-TAKEOVER EVENT STORE RECORD (ATOEVNTS) *
      *    ONE ROW PER MAINTENANCE EVENT THE TAKEOVER SCAN (CBATOSCN)  *
      *    HAS PICKED UP FROM THE JOURNALS: A CONTACT EMAIL OR PHONE   *
      *    CHANGE (CCUS / CUSAUDIT), A CARD ADDED OR MOVED ON CARDXREF *
      *    (CXRF / XRFAUDIT), OR A LOST/STOLEN REISSUE (REISSUE FEED). *
      *    KEYED BY CUSTOMER SO EACH AUTH FINDS ITS CUSTOMER'S RECENT  *
      *    EVENTS WITH ONE BROWSE. ROWS AGE OFF AFTER THE WINDOW.      *
      *----------------------------------------------------------------*
       01  ATO-EVENT-RECORD.
           05  ATOE-KEY.
               10  ATOE-CUST-ID            PIC 9(09).
               10  ATOE-EVENT-DATE         PIC X(08).
               10  ATOE-EVENT-TYPE         PIC X(01).
                   88  ATOE-EMAIL-CHANGE            VALUE 'E'.
                   88  ATOE-PHONE-CHANGE            VALUE 'P'.
                   88  ATOE-XREF-CHANGE             VALUE 'X'.
                   88  ATOE-REISSUE                 VALUE 'R'.
                   88  ATOE-CONTACT-EVENT           VALUE 'E', 'P'.
                   88  ATOE-CARD-EVENT              VALUE 'X', 'R'.
      *        SPACES ON A CONTACT CHANGE - IT IS THE CUSTOMER'S.
               10  ATOE-CARD-NUM           PIC X(16).
      *    ZERO ON A CONTACT CHANGE - IT COVERS EVERY ACCOUNT OF THE
      *    CUSTOMER; A CARD EVENT COVERS ONLY THE ACCOUNT NAMED.
           05  ATOE-ACCT-ID                PIC 9(11).
           05  ATOE-EVENT-TIME             PIC X(08).
           05  ATOE-USER-ID                PIC X(08).
      *    THE XRFA-ACTION OF A CARDXREF CHANGE, OR THE RIS-REASON OF
      *    A REISSUE.
           05  ATOE-DETAIL                 PIC X(01).
           05  ATOE-LOADED-DATE            PIC X(08).
           05  FILLER                      PIC X(10).

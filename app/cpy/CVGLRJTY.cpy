      *----------------------------------------------------------------*
      *    CVGLRJTY  -  GL BRIDGE REJECT RECORD (GLREJIN)              *
      *    THE LEDGER RETURNS EVERY LINE IT WOULD NOT POST AS THE      *
      *    80-BYTE LINE IMAGE IT WAS SENT (CVGLFDRY LAYOUT) FOLLOWED   *
      *    BY ITS OWN REASON CODE, TEXT AND REJECT DATE.               *
      *----------------------------------------------------------------*
       01  GL-REJECT-RECORD.
           05  GLRJ-LINE-IMAGE.
               10  GLRJ-GL-ACCOUNT         PIC X(10).
               10  GLRJ-DR-CR              PIC X(01).
               10  GLRJ-AMOUNT             PIC 9(13)V99.
               10  GLRJ-CURRENCY-CODE      PIC X(03).
               10  GLRJ-AUTH-TYPE          PIC X(02).
               10  GLRJ-FEED-DATE          PIC 9(06).
               10  GLRJ-PAIR-TYPE          PIC X(01).
               10  GLRJ-ORIG-FEED-DATE     PIC 9(06).
               10  FILLER                  PIC X(36).
           05  GLRJ-REASON-CODE            PIC X(04).
               88  GLRJ-CLOSED-ACCOUNT              VALUE 'ACCL'.
               88  GLRJ-BAD-COST-CENTRE             VALUE 'CCTR'.
               88  GLRJ-CLOSED-PERIOD               VALUE 'PRDC'.
           05  GLRJ-REASON-TEXT            PIC X(40).
           05  GLRJ-REJECT-DATE            PIC 9(06).
           05  FILLER                      PIC X(20).

      *----------------------------------------------------------------*
      *    CVGLFDRY  -  GL BRIDGE FEED RECORD (GLOUT / GLRESUB)        *
      *    ONE DEBIT OR CREDIT LINE. CBGLFEED WRITES EVERY BUCKET AS A *
      *    BALANCED PAIR; THE PAIR TYPE AND THE DATE THE PAIR FIRST    *
      *    WENT OUT RIDE IN THE LINE SO THAT, WHEN THE LEDGER ECHOES   *
      *    A REJECTED LINE BACK, CBGLRJCT CAN FIND THE PAIR IT BELONGS *
      *    TO. ON A RESUBMISSION GLF-FEED-DATE IS THE POSTING DATE AND *
      *    GLF-ORIG-FEED-DATE STAYS THE DATE OF THE ORIGINAL FEED.     *
      *----------------------------------------------------------------*
       01  GL-FEED-RECORD.
           05  GLF-GL-ACCOUNT              PIC X(10).
           05  GLF-DR-CR                   PIC X(01).
           05  GLF-AMOUNT                  PIC 9(13)V99.
           05  GLF-CURRENCY-CODE           PIC X(03).
           05  GLF-AUTH-TYPE               PIC X(02).
           05  GLF-FEED-DATE               PIC 9(06).
      *    N = NEW-HOLD PAIR (DR EXPOSURE / CR OFFSET),
      *    R = RELEASE PAIR  (DR OFFSET / CR EXPOSURE).
           05  GLF-PAIR-TYPE               PIC X(01).
               88  GLF-NEW-HOLD-PAIR                VALUE 'N'.
               88  GLF-RELEASE-PAIR                 VALUE 'R'.
           05  GLF-ORIG-FEED-DATE          PIC 9(06).
           05  FILLER                      PIC X(36).

      *----------------------------------------------------------------*
      *    CVUSRFDY  -  HR STAFF CARDHOLDER FEED (USRCFEED)            *
      *    NIGHTLY FILE FROM HR - ONE 'D' RECORD PER EMPLOYEE WHO      *
      *    HOLDS BOTH A SIGN-ON USER AND A CARDHOLDER CUSTOMER ID, AND *
      *    ONE 'T' TRAILER CARRYING THE RECORD COUNT AND A HASH OF THE *
      *    CUSTOMER IDS. THE FILE IS THE WHOLE STAFF LIST EVERY NIGHT. *
      *----------------------------------------------------------------*
       01  USRC-FEED-RECORD.
           05  USF-RECORD-TYPE             PIC X(01).
               88  USF-IS-DETAIL                    VALUE 'D'.
               88  USF-IS-TRAILER                   VALUE 'T'.
           05  USF-USER-ID                 PIC X(08).
           05  USF-CUST-ID                 PIC 9(09).
           05  USF-EMPLOYEE-ID             PIC X(10).
           05  FILLER                      PIC X(12).
       01  USRC-FEED-TRAILER REDEFINES USRC-FEED-RECORD.
           05  FILLER                      PIC X(01).
           05  UST-RECORD-COUNT            PIC 9(08).
           05  UST-HASH-TOTAL              PIC 9(15).
           05  FILLER                      PIC X(16).

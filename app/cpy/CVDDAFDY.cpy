      *----------------------------------------------------------------*
      *    CVDDAFDY  -  CORE DEPOSIT AVAILABLE-BALANCE FEED (DDAFEED)  *
      *    NIGHTLY FILE FROM THE CORE DEPOSIT SYSTEM - ONE 'D' RECORD  *
      *    PER CHECKING ACCOUNT WITH ITS AVAILABLE BALANCE AS OF THE   *
      *    FILE DATE, AND ONE 'T' TRAILER CARRYING THE RECORD COUNT    *
      *    AND BALANCE HASH TOTAL. CBDDALOD VERIFIES THE TRAILER       *
      *    BEFORE APPLYING A SINGLE RECORD TO DDABAL, AND CBDDATIE     *
      *    TIES DDABAL BACK TO THE SAME FILE EACH MORNING.             *
      *----------------------------------------------------------------*
       01  DDA-FEED-RECORD.
           05  DDF-RECORD-TYPE             PIC X(01).
               88  DDF-IS-DETAIL                    VALUE 'D'.
               88  DDF-IS-TRAILER                   VALUE 'T'.
           05  DDF-ACCT-ID                 PIC 9(11).
           05  DDF-BAL-SIGN                PIC X(01).
           05  DDF-AVAIL-BALANCE           PIC 9(09)V99.
           05  DDF-AS-OF-DATE              PIC X(08).
           05  FILLER                      PIC X(07).
       01  DDA-FEED-TRAILER REDEFINES DDA-FEED-RECORD.
           05  FILLER                      PIC X(01).
           05  DDT-RECORD-COUNT            PIC 9(08).
           05  DDT-HASH-TOTAL              PIC 9(13)V99.
           05  DDT-AS-OF-DATE              PIC X(08).
           05  FILLER                      PIC X(07).

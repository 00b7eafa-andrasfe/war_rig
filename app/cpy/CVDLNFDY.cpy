      *----------------------------------------------------------------*
      *    CVDLNFDY  -  COLLECTIONS DAYS-PAST-DUE FEED (DLNQFEED)      *
      *    NIGHTLY FILE FROM THE COLLECTIONS SYSTEM - ONE 'D' RECORD   *
      *    PER ACCOUNT IT IS WORKING, WITH DAYS PAST DUE AND THE       *
      *    PAST-DUE AMOUNT AS OF THE FILE DATE, AND ONE 'T' TRAILER    *
      *    CARRYING THE RECORD COUNT AND PAST-DUE HASH TOTAL. THE FILE *
      *    IS THE WHOLE BOOK EVERY NIGHT - AN ACCOUNT MISSING FROM IT  *
      *    HAS CURED. CBDLNLOD VERIFIES THE TRAILER BEFORE APPLYING A  *
      *    SINGLE RECORD TO DELINQST.                                  *
      *----------------------------------------------------------------*
       01  DELINQ-FEED-RECORD.
           05  DLF-RECORD-TYPE             PIC X(01).
               88  DLF-IS-DETAIL                    VALUE 'D'.
               88  DLF-IS-TRAILER                   VALUE 'T'.
           05  DLF-ACCT-ID                 PIC 9(11).
           05  DLF-DAYS-PAST-DUE           PIC 9(03).
           05  DLF-PAST-DUE-AMT            PIC 9(09)V99.
           05  DLF-AS-OF-DATE              PIC X(08).
           05  FILLER                      PIC X(06).
       01  DELINQ-FEED-TRAILER REDEFINES DELINQ-FEED-RECORD.
           05  FILLER                      PIC X(01).
           05  DLT-RECORD-COUNT            PIC 9(08).
           05  DLT-HASH-TOTAL              PIC 9(13)V99.
           05  DLT-AS-OF-DATE              PIC X(08).
           05  FILLER                      PIC X(08).

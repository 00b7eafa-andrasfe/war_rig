      *----------------------------------------------------------------*
      *    CVSTMMOY  -  STATEMENT PENDING-HOLD MEMO EXTRACT (STMMEMO)  *
      *    THE STATEMENT PRINT VENDOR'S MEMO-SECTION LAYOUT. FOR EACH  *
      *    CYCLE CUT: ONE 'H' HEADER, THEN PER ACCOUNT WITH OPEN HOLDS *
      *    ONE 'D' LINE PER HOLD FOLLOWED BY AN 'A' ACCOUNT TOTAL, AND *
      *    A 'T' TRAILER WITH THE CONTROL COUNTS THE VENDOR BALANCES   *
      *    TO. AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS; DATES   *
      *    ARE CCYYMMDD.                                               *
      *----------------------------------------------------------------*
       01  STMT-MEMO-RECORD.
           05  SMM-REC-TYPE                PIC X(01).
               88  SMM-HEADER                       VALUE 'H'.
               88  SMM-DETAIL                       VALUE 'D'.
               88  SMM-ACCOUNT-TOTAL                VALUE 'A'.
               88  SMM-TRAILER                      VALUE 'T'.
           05  SMM-ACCT-ID                 PIC 9(11).
           05  SMM-BODY                    PIC X(88).
      *    'D' - ONE OPEN APPROVED HOLD
           05  SMM-DETAIL-BODY REDEFINES SMM-BODY.
               10  SMM-AUTH-DATE           PIC X(08).
               10  SMM-MERCHANT-NAME       PIC X(25).
               10  SMM-MERCHANT-CITY       PIC X(13).
               10  SMM-APPROVED-AMT        PIC 9(09)V99.
               10  SMM-HELD-AMT            PIC 9(09)V99.
               10  SMM-RELEASE-DATE        PIC X(08).
               10  FILLER                  PIC X(12).
      *    'A' - ACCOUNT TOTAL
           05  SMM-ACCOUNT-BODY REDEFINES SMM-BODY.
               10  SMM-ACCT-HOLD-CNT       PIC 9(05).
               10  SMM-ACCT-HELD-AMT       PIC 9(11)V99.
               10  SMM-CYCLE-DAY           PIC 9(02).
               10  FILLER                  PIC X(68).
      *    'H' / 'T' - CYCLE CUT HEADER AND TRAILER (ACCOUNT ZEROES)
           05  SMM-CONTROL-BODY REDEFINES SMM-BODY.
               10  SMM-CUT-DATE            PIC X(08).
               10  SMM-ISSUER-ID           PIC X(08).
               10  SMM-TOT-ACCOUNTS        PIC 9(09).
               10  SMM-TOT-HOLDS           PIC 9(09).
               10  SMM-TOT-HELD-AMT        PIC 9(13)V99.
               10  SMM-TOT-RECORDS         PIC 9(09).
               10  FILLER                  PIC X(30).

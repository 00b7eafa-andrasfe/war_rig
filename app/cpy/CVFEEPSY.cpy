      *----------------------------------------------------------------*
      *    CVFEEPSY  -  FEE POSTING FEED RECORD TO CORE (FEEPOST)      *
      *    ONE LINE PER FEE CHARGED ('A') OR CREDITED BACK ('R') TO A  *
      *    CARDHOLDER ACCOUNT. WAIVED FEES ARE NOT SENT - THEY STAY ON *
      *    THE FEE LEDGER AND THE CBFEEASM CONTROL REPORT ONLY. A 'T'  *
      *    TRAILER CLOSES THE FILE WITH THE LINE COUNT AND THE NET     *
      *    AMOUNT FOR CORE'S BALANCING.                                *
      *----------------------------------------------------------------*
       01  FEE-POSTING-RECORD.
           05  FEEP-REC-TYPE               PIC X(01).
               88  FEEP-ASSESS                      VALUE 'A'.
               88  FEEP-REVERSE                     VALUE 'R'.
               88  FEEP-TRAILER                     VALUE 'T'.
           05  FEEP-ACCT-ID                PIC 9(11).
           05  FEEP-CARD-NUM               PIC X(16).
           05  FEEP-FEE-TYPE               PIC X(02).
           05  FEEP-TRANSACTION-ID         PIC X(15).
           05  FEEP-MERCHANT-ID            PIC X(15).
           05  FEEP-FEE-AMT                PIC 9(07)V99.
           05  FEEP-BASE-AMT               PIC 9(09)V99.
           05  FEEP-CURRENCY-CODE          PIC X(03).
           05  FEEP-POST-DATE              PIC X(08).
           05  FEEP-INST-ID                PIC X(03).
           05  FILLER                      PIC X(06).
       01  FEE-POSTING-TRAILER REDEFINES FEE-POSTING-RECORD.
           05  FEEPT-REC-TYPE              PIC X(01).
           05  FEEPT-LINE-COUNT            PIC 9(09).
           05  FEEPT-NET-AMT               PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  FEEPT-POST-DATE             PIC X(08).
           05  FILLER                      PIC X(68).

      *----------------------------------------------------------------*
      *    CVDLNQSY  -  ACCOUNT DELINQUENCY STATUS (DELINQST)          *
      *    ONE ROW PER ACCOUNT THE COLLECTIONS SYSTEM HAS REPORTED,    *
      *    KEYED BY DLQS-ACCT-ID. CBDLNLOD LOADS IT NIGHTLY FROM THE   *
      *    DAYS-PAST-DUE FEED AND DERIVES THE BUCKET; A ROW WHOSE      *
      *    ACCOUNT DROPS OFF THE FEED IS SET BACK TO CURRENT. THE      *
      *    INTAKE (COPAUA0C) APPLIES THE PAUOPCFG TREATMENT FOR THE    *
      *    ROW'S BUCKET TO EVERY AUTH ON THE ACCOUNT.                  *
      *----------------------------------------------------------------*
       01  DELINQ-STATUS-RECORD.
           05  DLQS-ACCT-ID                PIC 9(11).
           05  DLQS-DAYS-PAST-DUE          PIC 9(03).
      *    '00' UNDER 30 DAYS, '30' 30-59, '60' 60-89, '90' 90 AND UP.
           05  DLQS-BUCKET                 PIC X(02).
               88  DLQS-CURRENT                     VALUE '00'.
               88  DLQS-BUCKET-30                   VALUE '30'.
               88  DLQS-BUCKET-60                   VALUE '60'.
               88  DLQS-BUCKET-90                   VALUE '90'.
           05  DLQS-PAST-DUE-AMT           PIC S9(09)V99 COMP-3.
           05  DLQS-AS-OF-DATE             PIC X(08).
           05  DLQS-LAST-LOAD-DATE         PIC X(08).
      *    THE LOAD DATE THE ACCOUNT ENTERED ITS CURRENT BUCKET.
           05  DLQS-BUCKET-DATE            PIC X(08).
           05  FILLER                      PIC X(10).

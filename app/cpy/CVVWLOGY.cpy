      *----------------------------------------------------------------*
      *    CVVWLOGY  -  SENSITIVE-CUSTOMER VIEW JOURNAL (CVWL/VIEWLOG) *
      *    ONE RECORD EACH TIME A SERVICE SCREEN DISPLAYS A STAFF, VIP *
      *    OR PROTECTED CUSTOMER, AND EACH TIME A USER IS REFUSED      *
      *    THEIR OWN ACCOUNT. WRITTEN TO TD QUEUE CVWL, HARDENED TO    *
      *    VIEWLOG AND LISTED DAILY BY CBVWLRPT.                       *
      *----------------------------------------------------------------*
       01  VIEW-LOG-RECORD.
           05  VWL-USER-ID                 PIC X(08).
           05  VWL-VIEW-DATE               PIC X(08).
           05  VWL-VIEW-TIME               PIC X(06).
           05  VWL-PROGRAM                 PIC X(08).
           05  VWL-TRANID                  PIC X(04).
           05  VWL-CUST-ID                 PIC 9(09).
           05  VWL-ACCT-ID                 PIC 9(11).
           05  VWL-SENSITIVE-FLAG          PIC X(01).
           05  VWL-OUTCOME                 PIC X(01).
               88  VWL-DISPLAYED                    VALUE 'D'.
               88  VWL-BLOCKED-OWN                  VALUE 'B'.
           05  FILLER                      PIC X(14).

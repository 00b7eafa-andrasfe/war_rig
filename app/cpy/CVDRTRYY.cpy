      *----------------------------------------------------------------*
      *    CVDRTRYY  -  MERCHANT DECLINE-RETRY COUNTER (DECLRTRY)      *
      *    ONE ROW PER MERCHANT AND CARD (VAULT TOKEN), MERCHANT FIRST *
      *    SO A SEQUENTIAL PASS COMES BACK IN MERCHANT ORDER. THE      *
      *    INTAKE (COPAUA0C) COUNTS THE DECLINES OF THE CARD AT THE    *
      *    MERCHANT INSIDE A ROLLING WINDOW THAT OPENS AT THE FIRST    *
      *    DECLINE; AN APPROVAL ZEROES THE COUNT. ONCE THE COUNT       *
      *    REACHES THE PAUOPCFG LIMIT EVERY FURTHER ATTEMPT IN THE     *
      *    WINDOW IS ANSWERED 'DO NOT RETRY' (4170) UNSCORED AND       *
      *    TALLIED HERE AS A BLOCKED RETRY FOR CBRTYRPT.               *
      *----------------------------------------------------------------*
       01  DECLINE-RETRY-RECORD.
           05  DRTY-KEY.
               10  DRTY-MERCHANT-ID        PIC X(15).
               10  DRTY-CARD-NUM           PIC X(16).
           05  DRTY-MERCHANT-NAME          PIC X(25).
           05  DRTY-DECLINE-COUNT          PIC S9(04) COMP.
      *    WINDOW START AS A CICS ABSTIME SO THE INTAKE CAN AGE IT
      *    ACROSS MIDNIGHT; THE DATE/TIME COPY IS FOR PEOPLE.
           05  DRTY-WINDOW-START-ABS       PIC S9(15) COMP-3.
           05  DRTY-WINDOW-START-DATE      PIC X(08).
           05  DRTY-WINDOW-START-TIME      PIC X(06).
           05  DRTY-LAST-DECL-DATE         PIC X(08).
           05  DRTY-LAST-DECL-TIME         PIC X(06).
      *    ATTEMPTS REFUSED 'DO NOT RETRY' IN THE CURRENT WINDOW.
           05  DRTY-BLOCKED-COUNT          PIC S9(04) COMP.
           05  DRTY-FIRST-BLOCK-DATE       PIC X(08).
           05  DRTY-LAST-BLOCK-DATE        PIC X(08).
           05  DRTY-LAST-BLOCK-TIME        PIC X(06).
           05  FILLER                      PIC X(12).

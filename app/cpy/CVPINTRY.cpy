      *----------------------------------------------------------------*
      *    CVPINTRY  -  PIN-TRY COUNTER RECORD (PINTRY)                *
      *    ONE ROW PER CARD, KEYED BY VAULT TOKEN LIKE CARDSTAT. THE   *
      *    INTAKE (COPAUA0C) ADDS ONE FOR EVERY PIN-ENTRY DEBIT AUTH   *
      *    THE NETWORK REPORTS AS A BAD PIN AND ZEROES THE COUNT ON A  *
      *    GOOD ONE. ONCE THE COUNT REACHES THE PAUOPCFG LIMIT THE     *
      *    CARD IS LOCKED OUT OF PIN TRAFFIC - A GOOD PIN NO LONGER    *
      *    CLEARS IT - UNTIL A SUPERVISOR RESETS IT ON THE PAUCRD      *
      *    SCREEN (COPAUS3C). A CARD WITH NO ROW HAS NO BAD TRIES.     *
      *----------------------------------------------------------------*
       01  PIN-TRY-RECORD.
           05  PINT-CARD-NUM               PIC X(16).
           05  PINT-BAD-COUNT              PIC S9(04) COMP.
           05  PINT-LAST-BAD-DATE          PIC X(08).
           05  PINT-LAST-BAD-TIME          PIC X(06).
      *    LAST SUPERVISOR RESET - SPACES UNTIL THE FIRST ONE.
           05  PINT-RESET-BY               PIC X(08).
           05  PINT-RESET-DATE             PIC X(08).
           05  FILLER                      PIC X(12).

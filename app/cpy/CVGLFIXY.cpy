      *----------------------------------------------------------------*
      *    CVGLFIXY  -  GL SUSPENSE CORRECTION RECORD (GLFIXIN)        *
      *    KEPT BY FINANCE. EVERY OPEN SUSPENSE PAIR IS TESTED AGAINST *
      *    EVERY RECORD ON EACH RUN, SO A STANDING ACCOUNT REMAP ALSO  *
      *    CATCHES TOMORROW'S REJECTS. A RECORD MATCHES A PAIR WHEN    *
      *    EACH SELECTOR GIVEN AGREES (AT LEAST ONE MUST BE GIVEN):    *
      *      GLFIX-REASON-CODE - THE LEDGER'S REJECT REASON,           *
      *      GLFIX-OLD-ACCOUNT - EITHER ACCOUNT ON THE PAIR.           *
      *    THE MATCHED PAIR IS RESUBMITTED WITH GLFIX-OLD-ACCOUNT      *
      *    REPLACED BY GLFIX-NEW-ACCOUNT (WHEN BOTH ARE GIVEN) AND     *
      *    POSTED ON GLFIX-POST-DATE (ZERO = THE ORIGINAL FEED DATE,   *
      *    E.G. ONCE A COST CENTRE IS FIXED IN THE LEDGER ITSELF).     *
      *----------------------------------------------------------------*
       01  GL-FIX-RECORD.
           05  GLFIX-REASON-CODE           PIC X(04).
           05  GLFIX-OLD-ACCOUNT           PIC X(10).
           05  GLFIX-NEW-ACCOUNT           PIC X(10).
           05  GLFIX-POST-DATE             PIC 9(06).
           05  GLFIX-ENTERED-BY            PIC X(08).
           05  FILLER                      PIC X(42).

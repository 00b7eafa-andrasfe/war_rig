      *----------------------------------------------------------------*
      *    CVGLSUSY  -  GL SUSPENSE RECORD (GLSUSPNS)                  *
      *    ONE ROW PER REJECTED DR/CR PAIR, KEYED BY THE DATE OF THE   *
      *    FEED IT FIRST WENT OUT ON, CURRENCY, AUTH TYPE AND PAIR     *
      *    TYPE - EXACTLY ONE PAIR PER BUCKET PER FEED. CBGLRJCT       *
      *    OPENS THE ROW FROM THE LEDGER'S REJECT FILE, RESUBMITS IT   *
      *    WHEN A FINANCE CORRECTION (GLFIXIN) MATCHES, AND CLEARS IT  *
      *    ONCE A RESUBMISSION HAS GONE A CYCLE WITHOUT COMING BACK.   *
      *    A RESUBMISSION THAT IS REJECTED AGAIN REOPENS THE ROW,      *
      *    KEEPING ITS FIRST REJECT DATE, SO THE AGE KEEPS RUNNING.    *
      *----------------------------------------------------------------*
       01  GL-SUSPENSE-RECORD.
           05  GLS-KEY.
               10  GLS-FEED-DATE           PIC 9(06).
               10  GLS-CURRENCY-CODE       PIC X(03).
               10  GLS-AUTH-TYPE           PIC X(02).
               10  GLS-PAIR-TYPE           PIC X(01).
                   88  GLS-NEW-HOLD-PAIR            VALUE 'N'.
                   88  GLS-RELEASE-PAIR             VALUE 'R'.
           05  GLS-AMOUNT                  PIC S9(13)V99 COMP-3.
           05  GLS-DR-ACCOUNT              PIC X(10).
           05  GLS-CR-ACCOUNT              PIC X(10).
      *    WHICH LEG(S) THE LEDGER SENT BACK: D, C OR B (BOTH).
           05  GLS-REJECTED-LEG            PIC X(01).
           05  GLS-REASON-CODE             PIC X(04).
           05  GLS-REASON-TEXT             PIC X(40).
           05  GLS-FIRST-REJECT-DATE       PIC 9(06).
           05  GLS-LAST-REJECT-DATE        PIC 9(06).
           05  GLS-REJECT-COUNT            PIC S9(04) COMP.
           05  GLS-STATUS                  PIC X(01).
               88  GLS-OPEN                         VALUE 'O'.
               88  GLS-RESUBMITTED                  VALUE 'R'.
               88  GLS-CLEARED                      VALUE 'C'.
      *    LAST RESUBMISSION: RUN DATE, ACCOUNTS AND POSTING DATE USED.
           05  GLS-RESUB-DATE              PIC 9(06).
           05  GLS-RESUB-DR-ACCOUNT        PIC X(10).
           05  GLS-RESUB-CR-ACCOUNT        PIC X(10).
           05  GLS-RESUB-POST-DATE         PIC 9(06).
           05  GLS-CLEARED-DATE            PIC 9(06).
           05  FILLER                      PIC X(20).

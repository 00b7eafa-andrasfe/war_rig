      *----------------------------------------------------------------*
      *    CVCMPLRY  -  CUSTOMER COMPLAINT REGISTER (CMPLREG)          *
      *    ONE ROW PER COMPLAINT, KEYED BY COMPLAINT ID. EACH          *
      *    COMPLAINT NAMES THE CUSTOMER AND ACCOUNT AND, WHERE KNOWN,  *
      *    THE PAUTB TRANSACTION (T) OR PAUDISPT DISPUTE CASE (D) IT   *
      *    IS ABOUT. KEYED AND MAINTAINED ON THE PAUCMP SCREEN         *
      *    (COPAUSXC). CBCMPAGE AGES EVERY COMPLAINT NIGHTLY AGAINST   *
      *    THE ACKNOWLEDGEMENT AND FINAL-RESPONSE DEADLINES IN PROCCAL *
      *    BUSINESS DAYS AND STAMPS THE RESULT ON THE ROW; CBCMPRPT    *
      *    REPORTS THE QUARTER BY CATEGORY AND ROOT CAUSE.             *
      *    COMPLAINT ID ZERO IS THE CONTROL ROW CARRYING THE LAST ID   *
      *    ISSUED; THE BATCH JOBS SKIP IT.                             *
      *----------------------------------------------------------------*
       01  COMPLAINT-RECORD.
           05  CMP-KEY.
               10  CMP-ID                  PIC 9(09).
                   88  CMP-IS-CONTROL               VALUE ZERO.
           05  CMP-DATA.
               10  CMP-CUST-ID             PIC 9(09).
               10  CMP-ACCT-ID             PIC 9(11).
               10  CMP-LINK-TYPE           PIC X(01).
                   88  CMP-LINK-NONE                VALUE ' '.
                   88  CMP-LINK-TRANSACTION         VALUE 'T'.
                   88  CMP-LINK-DISPUTE             VALUE 'D'.
                   88  CMP-LINK-VALID               VALUE ' ' 'T' 'D'.
      *        PAUTB TRANSACTION ID, OR THE CASE ID LEFT-JUSTIFIED.
               10  CMP-LINK-ID             PIC X(15).
               10  CMP-CATEGORY            PIC X(02).
                   88  CMP-CAT-DECLINE              VALUE 'DC'.
                   88  CMP-CAT-HOLD                 VALUE 'HD'.
                   88  CMP-CAT-DISPUTE              VALUE 'DS'.
                   88  CMP-CAT-FEE                  VALUE 'FE'.
                   88  CMP-CAT-FRAUD                VALUE 'FR'.
                   88  CMP-CAT-SERVICE              VALUE 'SV'.
                   88  CMP-CAT-OTHER                VALUE 'OT'.
                   88  CMP-CAT-VALID                VALUE 'DC' 'HD'
                                                    'DS' 'FE' 'FR'
                                                    'SV' 'OT'.
               10  CMP-STATUS              PIC X(01).
                   88  CMP-OPEN                     VALUE 'O'.
                   88  CMP-ACKNOWLEDGED             VALUE 'A'.
                   88  CMP-CLOSED                   VALUE 'C'.
                   88  CMP-NOT-CLOSED               VALUE 'O' 'A'.
      *        DATES CCYYMMDD; ACKNOWLEDGED AND RESOLVED ARE SPACES
      *        UNTIL THEY HAPPEN.
               10  CMP-RECEIVED-DATE       PIC X(08).
               10  CMP-ACK-DATE            PIC X(08).
               10  CMP-RESOLVED-DATE       PIC X(08).
               10  CMP-OUTCOME             PIC X(01).
                   88  CMP-OUTCOME-NONE             VALUE ' '.
                   88  CMP-UPHELD                   VALUE 'U'.
                   88  CMP-PARTLY-UPHELD            VALUE 'P'.
                   88  CMP-NOT-UPHELD               VALUE 'N'.
                   88  CMP-WITHDRAWN                VALUE 'W'.
                   88  CMP-OUTCOME-VALID            VALUE 'U' 'P'
                                                    'N' 'W'.
               10  CMP-ROOT-CAUSE          PIC X(02).
                   88  CMP-RC-NONE                  VALUE SPACES.
                   88  CMP-RC-POLICY                VALUE 'PL'.
                   88  CMP-RC-SYSTEM                VALUE 'SY'.
                   88  CMP-RC-STAFF                 VALUE 'SE'.
                   88  CMP-RC-COMMUNICATION         VALUE 'CM'.
                   88  CMP-RC-NETWORK               VALUE 'NW'.
                   88  CMP-RC-MERCHANT              VALUE 'MR'.
                   88  CMP-RC-FRAUD                 VALUE 'FR'.
                   88  CMP-RC-NO-FAULT              VALUE 'NF'.
                   88  CMP-RC-VALID                 VALUE 'PL' 'SY'
                                                    'SE' 'CM' 'NW'
                                                    'MR' 'FR' 'NF'.
               10  CMP-SUMMARY             PIC X(60).
               10  CMP-OPENED-BY           PIC X(08).
               10  CMP-OPENED-DATE         PIC X(08).
               10  CMP-UPDATED-BY          PIC X(08).
               10  CMP-UPDATED-DATE        PIC X(08).
      *        SET BY CBCMPAGE. BUS-DAYS IS BUSINESS DAYS OPEN AS OF
      *        THE AGED DATE, OR TAKEN TO RESOLVE ONCE CLOSED (FINAL).
               10  CMP-AGED-DATE           PIC X(08).
               10  CMP-BUS-DAYS            PIC 9(03).
               10  CMP-DEADLINE-STATUS     PIC X(01).
                   88  CMP-NOT-YET-AGED             VALUE ' '.
                   88  CMP-IN-TIME                  VALUE 'I'.
                   88  CMP-DUE-SOON                 VALUE 'W'.
                   88  CMP-ACK-OVERDUE              VALUE 'K'.
                   88  CMP-RESPONSE-BREACHED        VALUE 'B'.
               10  CMP-ACK-LATE-SW         PIC X(01).
                   88  CMP-ACK-WAS-LATE             VALUE 'Y'.
               10  CMP-RESP-LATE-SW        PIC X(01).
                   88  CMP-RESP-WAS-LATE            VALUE 'Y'.
               10  CMP-FINAL-AGED-SW       PIC X(01).
                   88  CMP-FINAL-AGED               VALUE 'Y'.
               10  FILLER                  PIC X(18).
           05  CMP-CONTROL-DATA REDEFINES CMP-DATA.
               10  CMP-CTL-LAST-ID         PIC 9(09).
               10  FILLER                  PIC X(182).

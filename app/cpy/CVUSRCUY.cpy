      *----------------------------------------------------------------*
      *    CVUSRCUY  -  USER-TO-CUSTOMER MAPPING (USRCUST)             *
      *    ONE ROW PER SIGN-ON USER WHO IS ALSO A CARDHOLDER, KEYED BY *
      *    USRC-USER-ID. CBUSCLOD LOADS IT NIGHTLY FROM THE HR STAFF   *
      *    FILE; A USER WHO DROPS OFF THE FILE HAS LEFT AND THE ROW IS *
      *    DELETED. THE SERVICE SCREENS REFUSE A USER THE CUSTOMER     *
      *    MAPPED TO THEM HERE.                                        *
      *----------------------------------------------------------------*
       01  USER-CUSTOMER-RECORD.
           05  USRC-USER-ID                PIC X(08).
           05  USRC-CUST-ID                PIC 9(09).
           05  USRC-EMPLOYEE-ID            PIC X(10).
           05  USRC-LOAD-DATE              PIC X(08).
           05  FILLER                      PIC X(15).

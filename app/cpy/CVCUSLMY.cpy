      *----------------------------------------------------------------*
      *    CVCUSLMY  -  CUSTOMER EXPOSURE CAP RECORD (CUSTLIM)         *
      *    ONE ROW PER CUSTOMER, KEYED BY CUST-ID. CREDIT POLICY'S     *
      *    CAP ON THE CUSTOMER'S COMBINED EXPOSURE - CURRENT BALANCE   *
      *    PLUS APPROVED-AND-PENDING AUTHS ON PAUTSMRY, SUMMED ACROSS  *
      *    EVERY ACCOUNT THE CUSTOMER HOLDS IN CARDXREF. THE INTAKE    *
      *    (COPAUA0C) DECLINES A CREDIT AUTH 5900 THAT WOULD TAKE THE  *
      *    CUSTOMER OVER AN ACTIVE CAP; THE CUSTOMER 360 SCREEN        *
      *    (COPAUSOC) SHOWS THE CAP AND THE HEADROOM LEFT UNDER IT.    *
      *    A CUSTOMER WITH NO ROW, OR A SUSPENDED ROW, HAS NO CAP -    *
      *    EACH ACCOUNT STANDS ON ITS OWN CREDIT LIMIT AS BEFORE.      *
      *    CUSTOMERS CONFIRMED AS ONE PERSON ON CUSTLINK (CVCUSLKY)    *
      *    ARE SUMMED AS ONE - A MEMBER WITH NO ACTIVE ROW OF ITS OWN  *
      *    FALLS UNDER THE GROUP PRIMARY'S CAP.                        *
      *----------------------------------------------------------------*
       01  CUSTOMER-LIMIT-RECORD.
           05  CLM-CUST-ID                 PIC 9(09).
           05  CLM-EXPOSURE-CAP            PIC S9(11)V99 COMP-3.
           05  CLM-STATUS                  PIC X(01).
               88  CLM-ACTIVE                       VALUE 'A'.
               88  CLM-SUSPENDED                    VALUE 'S'.
           05  CLM-SET-BY                  PIC X(08).
           05  CLM-SET-DATE                PIC X(08).
           05  FILLER                      PIC X(10).

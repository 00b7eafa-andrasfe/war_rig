      *----------------------------------------------------------------*
      *    CVBILPRY  -  INSTITUTION PROCESSING PRICE SCHEDULE          *
      *    (BILLPRIC). ONE ROW PER PARTNER INSTITUTION AND BILLABLE    *
      *    ACTIVITY, MAINTAINED BY FINANCE. CBINSBIL LOADS THE FILE AT *
      *    START AND TAKES THE INSTITUTION'S OWN ROW FOR THE ACTIVITY, *
      *    FALLING BACK TO THE '***' ROW. NO ROW = THE EVENTS ARE      *
      *    COUNTED BUT NOT INVOICED. THE FIRST BLP-FREE-UNITS EVENTS   *
      *    OF THE MONTH ARE INCLUDED IN THE CONTRACT AND NOT CHARGED;  *
      *    THE REST ARE CHARGED AT BLP-UNIT-PRICE, AND THE MONTH'S     *
      *    CHARGE IS RAISED TO BLP-MIN-CHARGE WHEN THERE WAS ANY       *
      *    ACTIVITY.                                                   *
      *----------------------------------------------------------------*
       01  BILLING-PRICE-RECORD.
      *    PA-RQ-INST-ID CODES; '***' = ANY INSTITUTION.
           05  BLP-INST-ID                 PIC X(03).
           05  BLP-ACTIVITY                PIC X(02).
               88  BLP-AUTHORIZATION                VALUE 'AU'.
               88  BLP-NOTIFICATION                 VALUE 'NT'.
               88  BLP-DISPUTE                      VALUE 'DS'.
               88  BLP-STAND-IN-ADVICE              VALUE 'SA'.
           05  BLP-UNIT-PRICE              PIC 9(03)V9(04).
           05  BLP-FREE-UNITS              PIC 9(07).
           05  BLP-MIN-CHARGE              PIC 9(07)V99.
           05  BLP-CURRENCY-CODE           PIC X(03).
           05  BLP-DESCRIPTION             PIC X(30).
           05  FILLER                      PIC X(19).

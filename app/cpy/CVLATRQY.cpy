      *----------------------------------------------------------------*
      *    CVLATRQY  -  LATE AUTHORIZATION REQUEST RECORD (LATEREQ)    *
      *    ONE ROW PER REQUEST THE INTAKE (COPAUA0C) FOUND ALREADY     *
      *    PAST ITS CHANNEL'S CHANLMST TIMEOUT WHEN IT CAME OFF THE    *
      *    QUEUE. BY THEN THE NETWORK HAS STOOD IN FOR US, SO THE      *
      *    REQUEST IS ANSWERED 91/9210 AND NO HOLD IS TAKEN - THE      *
      *    HOLD ARRIVES LATER AS THE NETWORK'S STAND-IN ADVICE, WHICH  *
      *    THE ADVICE LOAD (CBADVLOD) MATCHES BACK TO THIS ROW BY      *
      *    TRANSACTION ID AND ORIGINATION DATE.                        *
      *----------------------------------------------------------------*
       01  LATE-REQUEST-RECORD.
           05  LATR-KEY.
               10  LATR-TRANSACTION-ID     PIC X(15).
               10  LATR-ORIG-DATE          PIC X(08).
           05  LATR-ORIG-TIME              PIC X(06).
           05  LATR-CARD-NUM               PIC X(16).
           05  LATR-MESSAGE-SOURCE         PIC X(02).
           05  LATR-MESSAGE-TYPE           PIC X(02).
           05  LATR-AUTH-ID-CODE           PIC X(06).
           05  LATR-MERCHANT-ID            PIC X(15).
           05  LATR-TRANSACTION-AMT        PIC S9(09)V99 COMP-3.
      *    WHEN MQ PUT THE REQUEST ON THE QUEUE (GMT, AS MQ STAMPS
      *    IT) AND WHEN THE INTAKE TOOK IT OFF (LOCAL).
           05  LATR-PUT-DATE               PIC X(08).
           05  LATR-PUT-TIME               PIC X(06).
           05  LATR-RECEIVED-DATE          PIC X(08).
           05  LATR-RECEIVED-TIME          PIC X(06).
      *    THE OLDER OF THE TWO AGES, AND THE TIMEOUT IT BROKE.
           05  LATR-AGE-SECS               PIC S9(07) COMP-3.
           05  LATR-TIMEOUT-SECS           PIC S9(05) COMP-3.
           05  LATR-MATCH-SW               PIC X(01).
               88  LATR-UNMATCHED                   VALUE 'N'.
               88  LATR-MATCHED                     VALUE 'Y'.
           05  LATR-MATCH-DATE             PIC X(08).
           05  LATR-ADVICE-AMT             PIC S9(09)V99 COMP-3.
           05  FILLER                      PIC X(20).

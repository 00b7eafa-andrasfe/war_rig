      *----------------------------------------------------------------*
      *    CVNTFHSY  -  CUSTOMER NOTIFICATION HISTORY (NOTIFHST)       *
      *    VSAM KSDS, ONE ROW PER MESSAGE HANDED TO THE EMAIL OR SMS   *
      *    GATEWAY BY CBNOTDLV, KEYED BY CUSTOMER AND THE DATE AND     *
      *    TIME IT WENT OUT; THE SEQUENCE SEPARATES MESSAGES TO ONE    *
      *    CUSTOMER IN THE SAME SECOND. THE CHARGEBACK EVIDENCE PACK   *
      *    (CBEVDPCK) LISTS WHAT THE CARDHOLDER WAS TOLD ABOUT A       *
      *    DISPUTED TRANSACTION FROM HERE.                             *
      *----------------------------------------------------------------*
       01  NOTIFY-HISTORY-RECORD.
           05  NTH-KEY.
               10  NTH-CUST-ID             PIC 9(09).
               10  NTH-SENT-DATE           PIC X(08).
               10  NTH-SENT-TIME           PIC X(06).
               10  NTH-SEQ                 PIC 9(04).
           05  NTH-CHANNEL                 PIC X(01).
               88  NTH-CHANNEL-EMAIL                VALUE 'E'.
               88  NTH-CHANNEL-SMS                  VALUE 'S'.
           05  NTH-CARD-NUM                PIC X(16).
           05  NTH-TRANSACTION-ID          PIC X(15).
           05  NTH-RESP-CODE               PIC X(02).
           05  NTH-RESP-REASON             PIC X(04).
           05  NTH-MESSAGE-TEXT            PIC X(120).
           05  FILLER                      PIC X(15).

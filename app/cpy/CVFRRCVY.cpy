      *----------------------------------------------------------------*
      *    CVFRRCVY  -  DB2 HOST VARIABLES FOR CARDDEMO.FRDRECOV, THE  *
      *    FRAUD-RECOVERY TABLE. ONE ROW PER AMOUNT GOT BACK AGAINST   *
      *    A CONFIRMED-FRAUD AUTHFRDS ROW, CARRYING THAT ROW'S KEY     *
      *    (CARD NUMBER AND AUTH TIMESTAMP) SO THE RECOVERY LANDS IN   *
      *    THE SAME MONTH THE LOSS WAS BOOKED TO. CBCHBIN ADDS A       *
      *    CHARGEBACK ROW ON EVERY ACCEPTED CHARGEBACK; THE PAUDTL     *
      *    RECOVERY ACTION (COPAUSUC) ADDS THE MANUAL ONES. CBFRLOSS   *
      *    NETS THEM OFF THE GROSS LOSS.                               *
      *----------------------------------------------------------------*
           05  RCV-RECOVERY-ID             PIC S9(09) COMP.
           05  RCV-CARD-NUM                PIC X(16).
      *    AUTHFRDS AUTH_TS IN ITS 26-BYTE CHARACTER FORM.
           05  RCV-AUTH-TS                 PIC X(26).
           05  RCV-TRANSACTION-ID          PIC X(15).
           05  RCV-SOURCE                  PIC X(01).
               88  RCV-CHARGEBACK                   VALUE 'C'.
               88  RCV-MERCHANT-REFUND              VALUE 'M'.
               88  RCV-CUST-LIABILITY               VALUE 'L'.
               88  RCV-SOURCE-VALID                 VALUE 'C' 'M' 'L'.
           05  RCV-AMT                     PIC S9(09)V99 COMP-3.
           05  RCV-DATE                    PIC X(10).
      *    NETWORK REFERENCE FOR A CHARGEBACK, THE REFUND OR BILLING
      *    REFERENCE FOR A MANUAL ENTRY.
           05  RCV-REFERENCE               PIC X(20).
           05  RCV-ENTERED-BY              PIC X(08).

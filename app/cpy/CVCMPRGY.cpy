      *----------------------------------------------------------------*
      *    CVCMPRGY  -  COMPROMISED CARD REGISTER (COMPREG)            *
      *    ONE ROW PER CARD FOUND AT RISK BY A COMMON-POINT-OF-        *
      *    PURCHASE ANALYSIS (CBCPPANL) AND ACTED ON BY CBCPPRSS,      *
      *    KEYED BY CMPR-CARD-NUM (THE CARD KEY AS HELD - A TOKEN FOR  *
      *    A TOKENIZED CARD). THE ACTION IS THE STRONGEST ONE TAKEN    *
      *    SO FAR: R = REISSUE ORDERED AND THE CARD HOT-LISTED,        *
      *    C = CARD-NOT-PRESENT USE BLOCKED ON CARDCTRL, M = MONITOR   *
      *    ONLY. CBCRDRSS FILLS IN THE REPLACED DATE AND THE NEW CARD  *
      *    WHEN THE CARD COMES BACK ON THE REISSUE FEED; A ROW WITH NO *
      *    REPLACED DATE IS A COMPROMISED CARD STILL IN CIRCULATION.   *
      *----------------------------------------------------------------*
       01  COMPROMISED-CARD-RECORD.
           05  CMPR-CARD-NUM               PIC X(16).
           05  CMPR-ACCT-ID                PIC 9(11).
           05  CMPR-CASE-ID                PIC X(08).
           05  CMPR-ACTION                 PIC X(01).
               88  CMPR-REISSUE                     VALUE 'R'.
               88  CMPR-CNP-RESTRICT                VALUE 'C'.
               88  CMPR-MONITOR                     VALUE 'M'.
           05  CMPR-EXPOSURE-AMT           PIC 9(11)V99.
           05  CMPR-HIT-COUNT              PIC 9(05).
           05  CMPR-ACTION-DATE            PIC X(08).
      *    Y WHEN CBCPPRSS SET THE CARDCTRL CARD-NOT-PRESENT BLOCK.
      *    CBCRDRSS LIFTS SUCH A BLOCK FROM THE REPLACEMENT CARD'S
      *    CONTROLS; A BLOCK THE CARDHOLDER ASKED FOR IS LEFT ALONE.
           05  CMPR-CNP-PLACED-SW          PIC X(01).
               88  CMPR-CNP-PLACED                  VALUE 'Y'.
           05  CMPR-NOTIFIED-SW            PIC X(01).
               88  CMPR-NOTIFIED                    VALUE 'Y'.
           05  CMPR-REPLACED-DATE          PIC X(08).
           05  CMPR-NEW-CARD-NUM           PIC X(16).
           05  FILLER                      PIC X(12).

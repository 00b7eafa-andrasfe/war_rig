      *----------------------------------------------------------------*
      *    CVMBILGY  -  MOBILE OPEN-TO-BUY INQUIRY LOG RECORD          *
      *    ONE RECORD PER CALL TO THE MOBILE INQUIRY ENDPOINT          *
      *    (COPAURMI), ANSWERED OR REFUSED, WRITTEN TO THE CMBI TD     *
      *    QUEUE: WHEN, WHICH CHANNEL, THE CARD TOKEN AND ACCOUNT      *
      *    LOOKED UP, THE HTTP STATUS RETURNED AND HOW MANY HOLDS      *
      *    WENT BACK. A CLEAR CARD NUMBER IS NEVER WRITTEN HERE, AND   *
      *    A CARD THAT COULD NOT BE RESOLVED LOGS A BLANK TOKEN.       *
      *----------------------------------------------------------------*
       01  MOBILE-INQUIRY-LOG-RECORD.
           05  MBIL-TIMESTAMP              PIC X(26).
           05  MBIL-CHANNEL                PIC X(02).
           05  MBIL-CARD-TOKEN             PIC X(16).
           05  MBIL-ACCT-ID                PIC 9(11).
           05  MBIL-HTTP-STATUS            PIC 9(03).
           05  MBIL-HOLD-COUNT             PIC 9(02).
           05  MBIL-KEY-ID                 PIC X(04).
           05  MBIL-MESSAGE                PIC X(40).
           05  FILLER                      PIC X(16).

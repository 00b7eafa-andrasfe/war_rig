      *----------------------------------------------------------------*
      *    CVRSORDY  -  CARD-PRODUCTION REISSUE ORDER (RSSORDER)       *
      *    THE LAYOUT CARD PRODUCTION TAKES FOR A BULK REPLACEMENT     *
      *    RUN: AN 'H' HEADER NAMING THE ORIGINATING SYSTEM AND THE    *
      *    COMPROMISE CASE, ONE 'D' DETAIL PER CARD TO BE REPLACED     *
      *    AND A 'T' TRAILER CARRYING THE DETAIL COUNT AND THE         *
      *    ACCOUNT-ID HASH TOTAL. THE CARD NUMBER IS THE CLEAR PAN -   *
      *    CARD PRODUCTION HAS NO ACCESS TO THE TOKEN VAULT. WRITTEN   *
      *    BY CBCPPRSS; THE REPLACEMENTS COME BACK ON THE REISSUE      *
      *    FEED (CVREISSY) THROUGH CBCRDRSS.                           *
      *----------------------------------------------------------------*
       01  REISSUE-ORDER-RECORD.
           05  RSO-RECORD-TYPE             PIC X(01).
               88  RSO-IS-HEADER                    VALUE 'H'.
               88  RSO-IS-DETAIL                    VALUE 'D'.
               88  RSO-IS-TRAILER                   VALUE 'T'.
           05  RSO-CARD-NUM                PIC X(16).
           05  RSO-ACCT-ID                 PIC 9(11).
           05  RSO-CUST-ID                 PIC 9(09).
           05  RSO-REASON-CODE             PIC X(02).
               88  RSO-REASON-COMPROMISE            VALUE 'CP'.
      *    E = EXPEDITED (COURIER), S = STANDARD MAIL.
           05  RSO-PRIORITY                PIC X(01).
               88  RSO-EXPEDITED                    VALUE 'E'.
               88  RSO-STANDARD                     VALUE 'S'.
           05  RSO-CASE-ID                 PIC X(08).
           05  RSO-ORDER-DATE              PIC X(08).
           05  FILLER                      PIC X(44).
       01  REISSUE-ORDER-HEADER REDEFINES REISSUE-ORDER-RECORD.
           05  FILLER                      PIC X(01).
           05  RSOH-ORIGIN                 PIC X(08).
           05  RSOH-FILE-DATE              PIC X(08).
           05  RSOH-CASE-ID                PIC X(08).
           05  RSOH-DESCRIPTION            PIC X(40).
           05  FILLER                      PIC X(35).
       01  REISSUE-ORDER-TRAILER REDEFINES REISSUE-ORDER-RECORD.
           05  FILLER                      PIC X(01).
           05  RSOT-RECORD-COUNT           PIC 9(08).
           05  RSOT-HASH-TOTAL             PIC 9(17).
           05  FILLER                      PIC X(74).

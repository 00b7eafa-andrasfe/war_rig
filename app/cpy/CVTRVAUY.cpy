      *----------------------------------------------------------------*
      *    CVTRVAUY  -  TRAVEL NOTICE AUDIT RECORD                     *
      *    ONE RECORD PER REGISTER OR CANCEL THROUGH COPAUSSC, FROM    *
      *    EITHER CHANNEL AND WHATEVER THE OUTCOME, WRITTEN TO THE     *
      *    CACT TD QUEUE AND HARDENED TO THE ACTAUDIT FILE: WHO, WHEN, *
      *    WHICH CHANNEL, THE ACCOUNT, THE NOTICE AND THE RESULT.      *
      *    INQUIRIES ARE NOT JOURNALED.                                *
      *----------------------------------------------------------------*
       01  TRAVEL-NOTICE-AUDIT-RECORD.
           05  TRVA-USER-ID                PIC X(08).
           05  TRVA-TIMESTAMP              PIC X(26).
           05  TRVA-CHANNEL                PIC X(01).
               88  TRVA-CHANNEL-REST                VALUE 'R'.
               88  TRVA-CHANNEL-CALL-CTR            VALUE 'C'.
           05  TRVA-FUNCTION               PIC X(01).
               88  TRVA-FUNC-REGISTER               VALUE 'R'.
               88  TRVA-FUNC-CANCEL                 VALUE 'C'.
           05  TRVA-ACCT-ID                PIC 9(11).
           05  TRVA-COUNTRY                PIC X(03) OCCURS 5 TIMES.
           05  TRVA-START-DATE             PIC X(08).
           05  TRVA-END-DATE               PIC X(08).
           05  TRVA-RESULT                 PIC X(01).
           05  TRVA-MESSAGE                PIC X(50).
           05  FILLER                      PIC X(12).

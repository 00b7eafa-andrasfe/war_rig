      *----------------------------------------------------------------*
      *    CVCSRNTY  -  CSR CONTACT NOTES (CSRNOTES)                   *
      *    VSAM KSDS, ONE ROW PER NOTE, KEYED BY ACCOUNT. THE STAMP IN *
      *    THE KEY IS INVERTED (99999999999999 - CCYYMMDDHHMMSS) SO AN *
      *    ASCENDING BROWSE FROM THE ACCOUNT RETURNS THE NEWEST NOTE   *
      *    FIRST; THE SEQUENCE SEPARATES NOTES KEYED IN THE SAME       *
      *    SECOND. A NOTE MAY BE TIED TO A TRANSACTION ID OR A DISPUTE *
      *    CASE ID. ADDED AND PAGED ON THE PAUNOT SCREEN (COPAUSWC)    *
      *    FROM CUSTOMER 360, PAUDTL AND THE DISPUTE WORK QUEUE; THE   *
      *    NEWEST NOTE IS FLAGGED ON THE PAULST HEADER. THE PII        *
      *    ERASURE JOB (CBPIIERS) BLANKS THE TEXT AND LINK OF AN       *
      *    ERASED CUSTOMER'S NOTES AND STAMPS NOTE-ERASED-DATE.        *
      *----------------------------------------------------------------*
       01  CSR-NOTE-RECORD.
           05  NOTE-KEY.
               10  NOTE-ACCT-ID            PIC 9(11).
               10  NOTE-REV-STAMP          PIC 9(14).
               10  NOTE-SEQ                PIC 9(02).
           05  NOTE-DATE                   PIC X(08).
           05  NOTE-TIME                   PIC X(06).
           05  NOTE-USER-ID                PIC X(08).
           05  NOTE-CUST-ID                PIC 9(09).
           05  NOTE-LINK-TYPE              PIC X(01).
               88  NOTE-LINK-NONE                   VALUE ' '.
               88  NOTE-LINK-TRANSACTION            VALUE 'T'.
               88  NOTE-LINK-DISPUTE                VALUE 'D'.
               88  NOTE-LINK-VALID                  VALUE ' ', 'T',
                                                          'D'.
           05  NOTE-LINK-ID                PIC X(15).
           05  NOTE-TEXT.
               10  NOTE-TEXT-LINE1         PIC X(60).
               10  NOTE-TEXT-LINE2         PIC X(60).
      *    CCYYMMDD THE PII ERASURE JOB SCRUBBED THE NOTE, ELSE SPACES.
           05  NOTE-ERASED-DATE            PIC X(08).
           05  FILLER                      PIC X(18).

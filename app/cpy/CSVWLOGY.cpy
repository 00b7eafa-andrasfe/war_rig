      *----------------------------------------------------------------*
      *    CSVWLOGY  -  SENSITIVE-VIEW CHECK WORK AREAS                *
      *    (WITH CSVWLOGP).                                            *
      *    MOVE THE CUSTOMER (AND ACCOUNT, ZERO IF NONE) ABOUT TO BE   *
      *    DISPLAYED TO WS-VW-CUST-ID / WS-VW-ACCT-ID AND PERFORM      *
      *    CHECK-SENSITIVE-VIEW. WS-VW-VIEW-BLOCKED COMES BACK WHEN    *
      *    THE USER IS MAPPED TO THAT CUSTOMER ON USRCUST - THE SCREEN *
      *    SHOWS WS-VW-BLOCK-MSG INSTEAD OF THE DATA. EITHER WAY A     *
      *    FLAGGED OR REFUSED VIEW IS JOURNALED TO CVWL.               *
      *----------------------------------------------------------------*
       01  WS-VIEW-CHECK-FIELDS.
           05  WS-VW-CUSTFILENAME         PIC X(08) VALUE 'CUSTDAT '.
           05  WS-VW-USRCFILENAME         PIC X(08) VALUE 'USRCUST '.
           05  WS-VW-CUST-ID              PIC 9(09).
           05  WS-VW-CUST-ID-X REDEFINES
                   WS-VW-CUST-ID           PIC X(09).
           05  WS-VW-ACCT-ID              PIC 9(11).
           05  WS-VW-ABS-TIME             PIC S9(15) COMP-3.
           05  WS-VW-RESULT-SW            PIC X(01) VALUE 'A'.
               88  WS-VW-VIEW-ALLOWED             VALUE 'A'.
               88  WS-VW-VIEW-BLOCKED             VALUE 'B'.
           05  WS-VW-BLOCK-MSG            PIC X(50) VALUE
               'OWN ACCOUNT - STAFF MAY NOT VIEW. ACCESS LOGGED.'.
      *    PRIVATE VIEW OF THE CUSTOMER ROW - ONLY THE FLAG IS WANTED.
       01  WS-VW-CUST-IMAGE.
           05  FILLER                     PIC X(141).
           05  WS-VW-SENSITIVE-FLAG       PIC X(01).
               88  WS-VW-SENSITIVE                VALUE 'S' 'V' 'P'.
           05  FILLER                     PIC X(05).

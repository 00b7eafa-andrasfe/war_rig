      *----------------------------------------------------------------*
      *    CSLGHLDY  -  LEGAL-HOLD CHECK WORK AREAS (WITH CSLGHLDP)    *
      *    THE HOLDS IN FORCE ON LEGLHOLD, LOADED INTO STORAGE BY      *
      *    1700-LOAD-LEGAL-HOLDS FOR THE RETENTION JOBS. SET           *
      *    WS-LH-CHECK-ACCT-ID AND/OR WS-LH-CHECK-CUST-ID (ZERO = NOT  *
      *    KNOWN) AND PERFORM 1720-CHECK-LEGAL-HOLD - LEGAL-HOLD-FOUND *
      *    COMES BACK WITH THE MATTER IN WS-LH-MATTER-REF. WHEN THE    *
      *    REGISTRY CANNOT BE READ IN FULL EVERY CHECK COMES BACK HELD *
      *    SO NOTHING IS DELETED THAT A HOLD MIGHT COVER.              *
      *----------------------------------------------------------------*
       01  WS-LEGAL-HOLD-CONTROL.
           05  WS-LH-COUNT                PIC S9(4) COMP VALUE 0.
           05  WS-LH-TABLE-MAX            PIC S9(4) COMP VALUE 2000.
           05  WS-LH-STATUS               PIC X(02).
               88  LH-EOF                         VALUE '10'.
           05  WS-LH-REGISTRY-SW          PIC X(01) VALUE 'N'.
               88  LH-REGISTRY-LOADED             VALUE 'Y'.
               88  LH-REGISTRY-UNAVAILABLE        VALUE 'N'.
           05  WS-LH-FOUND-SW             PIC X(01).
               88  LEGAL-HOLD-FOUND               VALUE 'Y'.
               88  LEGAL-HOLD-NOT-FOUND           VALUE 'N'.
           05  WS-LH-CHECK-ACCT-ID        PIC 9(11).
           05  WS-LH-CHECK-CUST-ID        PIC 9(09).
           05  WS-LH-MATTER-REF           PIC X(12).
           05  WS-LH-UNVERIFIED-CNT       PIC S9(9) COMP-3 VALUE 0.
           05  WS-LH-HITS-DIS             PIC ZZZ,ZZ9.
           05  WS-LH-PRINT-LINE           PIC X(132).
       01  WS-LEGAL-HOLD-TABLE.
           05  WS-LH-ENTRY OCCURS 2000 TIMES
                           INDEXED BY WS-LH-IDX.
               10  WS-LH-TYPE             PIC X(01).
               10  WS-LH-ID               PIC 9(11).
               10  WS-LH-MATTER           PIC X(12).
               10  WS-LH-HITS             PIC S9(7) COMP-3.

      *----------------------------------------------------------------*
      *    CSBINPRY  -  CARD PRODUCT LOOKUP WORK AREAS (WITH CSBINPRP) *
      *    THE BINPROD MASTER LOADED INTO STORAGE IN KEY ORDER FOR THE *
      *    BATCH REPORTING JOBS. SET WS-CP-LOOKUP-BIN TO THE CARD'S    *
      *    LEADING EIGHT DIGITS AND PERFORM 1620-FIND-CARD-PRODUCT -   *
      *    WS-CP-CARD-TYPE COMES BACK AS THE PRODUCT'S CARD TYPE, OR   *
      *    'UN' (UNRESOLVED) WHEN NO RANGE HOLDS THE CARD. FOR A       *
      *    STORED DETAIL SEGMENT PERFORM 1630-RESOLVE-CARD-TYPE.       *
      *----------------------------------------------------------------*
       01  WS-CARD-PRODUCT-CONTROL.
           05  WS-CP-COUNT                PIC S9(4) COMP VALUE 0.
           05  WS-CP-TABLE-MAX            PIC S9(4) COMP VALUE 500.
           05  WS-CP-STATUS               PIC X(02).
               88  CP-EOF                         VALUE '10'.
           05  WS-CP-FOUND-SW             PIC X(01).
               88  CARD-PRODUCT-FOUND             VALUE 'Y'.
               88  CARD-PRODUCT-NOT-FOUND         VALUE 'N'.
           05  WS-CP-LOOKUP-BIN           PIC X(08).
           05  WS-CP-CARD-TYPE            PIC X(02).
           05  WS-CP-PRODUCT-NAME         PIC X(30).
           05  WS-CP-UNRESOLVED-CNT       PIC S9(9) COMP-3 VALUE 0.
       01  WS-CARD-PRODUCT-TABLE.
           05  WS-CP-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-CP-IDX.
               10  WS-CP-BIN-HIGH         PIC X(08).
               10  WS-CP-BIN-LOW          PIC X(08).
               10  WS-CP-NAME             PIC X(30).
               10  WS-CP-NETWORK          PIC X(04).
               10  WS-CP-TYPE             PIC X(02).
               10  WS-CP-CURRENCY         PIC X(03).
               10  WS-CP-INST-ID          PIC X(03).

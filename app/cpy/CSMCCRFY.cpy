      *----------------------------------------------------------------*
      *    CSMCCRFY  -  MCC REFERENCE LOOKUP WORK AREAS (WITH CSMCCRFP)*
      *    THE MCCREF MASTER LOADED INTO STORAGE IN KEY ORDER FOR THE  *
      *    BATCH REPORTING JOBS. SET WS-MCR-LOOKUP-MCC AND PERFORM     *
      *    1720-FIND-MCC-REFERENCE - WS-MCR-DESC COMES BACK AS THE     *
      *    CODE'S DESCRIPTION, OR 'UNKNOWN MCC' WHEN NO ROW HOLDS IT,  *
      *    WITH ITS RISK CLASS, FLAGS AND REWARDS EARN GROUP.          *
      *----------------------------------------------------------------*
       01  WS-MCC-REFERENCE-CONTROL.
           05  WS-MCR-COUNT               PIC S9(4) COMP VALUE 0.
           05  WS-MCR-TABLE-MAX           PIC S9(4) COMP VALUE 1000.
           05  WS-MCR-STATUS              PIC X(02).
               88  MCR-EOF                        VALUE '10'.
           05  WS-MCR-FOUND-SW            PIC X(01).
               88  MCC-REFERENCE-FOUND            VALUE 'Y'.
               88  MCC-REFERENCE-NOT-FOUND        VALUE 'N'.
           05  WS-MCR-LOOKUP-MCC          PIC X(04).
           05  WS-MCR-DESC                PIC X(30).
           05  WS-MCR-RISK-CLASS          PIC X(01).
           05  WS-MCR-FLAGS               PIC X(04).
           05  WS-MCR-REWARD-GROUP        PIC X(02).
       01  WS-MCC-REFERENCE-TABLE.
           05  WS-MCR-ENTRY OCCURS 1000 TIMES
                           ASCENDING KEY IS WS-MCR-MCC
                           INDEXED BY WS-MCR-IDX.
               10  WS-MCR-MCC             PIC X(04).
               10  WS-MCR-TAB-DESC        PIC X(30).
               10  WS-MCR-TAB-CLASS       PIC X(01).
      *        QUASI-CASH / TRAVEL / HIGH-RISK / GAMBLING, 'Y' OR 'N'.
               10  WS-MCR-TAB-FLAGS       PIC X(04).
               10  WS-MCR-TAB-RWD-GROUP   PIC X(02).

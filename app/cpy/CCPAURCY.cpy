      *----------------------------------------------------------------*
      *    CCPAURCY - COMMAREA LAYOUT FOR THE CICS LINK BETWEEN THE    *
      *    PAUDTL RECOVERY ACTION (COPAUS1C) AND THE DB2 FRAUD-        *
      *    RECOVERY PROGRAM (COPAUSUC). THE AUTH IS IDENTIFIED BY      *
      *    CARD AND TRANSACTION ID; COPAUSUC FINDS ITS CONFIRMED-      *
      *    FRAUD AUTHFRDS ROW AND RECORDS THE RECOVERY AGAINST IT.     *
      *----------------------------------------------------------------*
           05 WS-RCV-CARD-NUM               PIC X(16).
           05 WS-RCV-TRANSACTION-ID         PIC X(15).
           05 WS-RCV-SOURCE                 PIC X(01).
           05 WS-RCV-AMOUNT                 PIC S9(09)V99 COMP-3.
           05 WS-RCV-REFERENCE              PIC X(20).
           05 WS-RCV-USER-ID                PIC X(08).
           05 WS-RCV-UPDATE-STATUS          PIC X(01).
              88 WS-RCV-UPDT-SUCCESS        VALUE 'S'.
              88 WS-RCV-UPDT-FAILED         VALUE 'F'.
           05 WS-RCV-ACT-MSG                PIC X(50).

      *----------------------------------------------------------------*
      *    CVEVDPKY  -  CHARGEBACK EVIDENCE PACK (EVIDPACK)            *
      *    VSAM KSDS HOLDING THE FORMATTED EVIDENCE DOCUMENT CBEVDPCK  *
      *    BUILDS FOR A DISPUTE CASE ONCE IT IS CHARGED BACK OR        *
      *    REPRESENTED, KEYED BY CASE ID AND LINE NUMBER. LINE 0000 IS *
      *    THE HEADER: WHEN AND FOR WHICH CASE STATUS THE DOCUMENT WAS *
      *    BUILT, HOW MANY LINES IT HAS AND ITS PRINT STATE. THE       *
      *    REMAINING LINES ARE THE DOCUMENT TEXT IN PRINT ORDER.       *
      *    CBCHBOUT QUOTES THE HEADER ON THE NETWORK SUBMISSION AS THE *
      *    ATTACHMENT REFERENCE; THE DISPUTE DESK VIEWS THE DOCUMENT   *
      *    AND ASKS FOR A REPRINT ON THE PAUEVD SCREEN (COPAUT2C).     *
      *----------------------------------------------------------------*
       01  EVIDENCE-PACK-RECORD.
           05  EVD-KEY.
               10  EVD-CASE-ID             PIC 9(09).
               10  EVD-LINE-NO             PIC 9(04).
                   88  EVD-HEADER-LINE              VALUE ZERO.
           05  EVD-LINE-DATA               PIC X(100).
           05  EVD-HEADER REDEFINES EVD-LINE-DATA.
               10  EVD-GEN-DATE            PIC X(08).
               10  EVD-GEN-TIME            PIC X(06).
      *        THE CASE STATUS THE DOCUMENT WAS BUILT FOR - A CASE
      *        THAT MOVES ON (CHARGED BACK TO REPRESENTED) IS REBUILT.
               10  EVD-CASE-STATUS         PIC X(01).
               10  EVD-LINE-COUNT          PIC 9(04).
               10  EVD-ACCT-ID             PIC 9(11).
               10  EVD-CUST-ID             PIC 9(09).
      *        WHERE THE AUTH WAS FOUND: P PAUTB, A PURGE ARCHIVE
      *        INDEX, N NOT FOUND (CASE DATA ONLY).
               10  EVD-AUTH-SOURCE         PIC X(01).
                   88  EVD-AUTH-FROM-PAUTB          VALUE 'P'.
                   88  EVD-AUTH-FROM-ARCHIVE        VALUE 'A'.
                   88  EVD-AUTH-NOT-FOUND           VALUE 'N'.
               10  EVD-PRINT-SW            PIC X(01).
                   88  EVD-REPRINT-REQUESTED        VALUE 'Y'.
                   88  EVD-PRINT-DONE               VALUE 'N'.
               10  EVD-REPRINT-BY          PIC X(08).
               10  EVD-REPRINT-REQ-DATE    PIC X(08).
               10  EVD-PRINTED-DATE        PIC X(08).
               10  EVD-PRINT-COUNT         PIC 9(03).
               10  FILLER                  PIC X(32).
           05  EVD-BODY REDEFINES EVD-LINE-DATA.
               10  EVD-TEXT                PIC X(78).
               10  FILLER                  PIC X(22).

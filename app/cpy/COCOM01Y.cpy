               88  CDEMO-PAU-MASK-CARD-YES             VALUE 'Y'.
               88  CDEMO-PAU-MASK-CARD-NO              VALUE 'N'.
           05  CDEMO-CP-INFO                   PIC X(200).
      *    SET BEFORE A TRANSFER TO THE CSR NOTES SCREEN (COPAUSWC)
      *    TO TIE A NEW NOTE TO A TRANSACTION OR A DISPUTE CASE. IT
      *    TAKES THE LAST 16 BYTES OF THE PROGRAM AREA SO NO FIELD
      *    MOVES AND THE COMMAREA KEEPS ITS LENGTH; A SCREEN THAT
      *    KEEPS ITS OWN STATE THERE REBUILDS IT ON RE-ENTRY.
           05  CDEMO-NOTE-LINK-AREA REDEFINES CDEMO-CP-INFO.
               10  FILLER                      PIC X(184).
               10  CDEMO-NOTE-LINK.
                   15  CDEMO-NOTE-LINK-TYPE    PIC X(01).
                       88  CDEMO-NOTE-LINK-NONE         VALUE ' '.
                       88  CDEMO-NOTE-LINK-TRAN         VALUE 'T'.
                       88  CDEMO-NOTE-LINK-DISPUTE      VALUE 'D'.
                   15  CDEMO-NOTE-LINK-ID      PIC X(15).

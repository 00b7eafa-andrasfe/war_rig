      *----------------------------------------------------------------*
      *    CSUSST1Y  -  US STATE / TERRITORY POSTAL CODE TABLE         *
      *    THE TWO-LETTER CODES A DOMESTIC PA-MERCHANT-STATE MAY       *
      *    CARRY: THE FIFTY STATES, DC, THE INHABITED TERRITORIES      *
      *    AND THE ARMED-FORCES CODES. IN ALPHABETICAL ORDER.          *
      *----------------------------------------------------------------*
       01  WS-US-STATE-TABLE.
           10   PIC X(30) VALUE 'AAAEAKALAPARASAZCACOCTDCDEFLGA'.
           10   PIC X(30) VALUE 'GUHIIAIDILINKSKYLAMAMDMEMIMNMO'.
           10   PIC X(30) VALUE 'MPMSMTNCNDNENHNJNMNVNYOHOKORPA'.
           10   PIC X(30) VALUE 'PRRISCSDTNTXUTVAVIVTWAWIWVWY  '.
       01  WS-US-STATE-TAB REDEFINES WS-US-STATE-TABLE
                             OCCURS 60 TIMES
                             INDEXED BY WS-USST-IDX.
           10 USST-CODE                PIC X(2).

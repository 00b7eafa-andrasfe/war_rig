      *----------------------------------------------------------------*
      *    CVCUSLKY  -  CONFIRMED DUPLICATE-CUSTOMER GROUP (CUSTLINK)  *
      *    ONE ROW PER CUSTOMER THE FRAUD TEAM HAS CONFIRMED IS THE    *
      *    SAME PERSON AS ANOTHER CUST-ID, KEYED BY CUST-ID. EVERY ROW *
      *    OF A GROUP - THE PRIMARY'S INCLUDED - CARRIES THE WHOLE     *
      *    MEMBER LIST, SO ONE READ GIVES THE GROUP. MAINTAINED BY     *
      *    CBDUPCUS FROM THE TEAM'S DUPDECN DECISIONS. THE CUSTLIM     *
      *    EXPOSURE CAP (COPAUA0C, COPAUSOC) SUMS EXPOSURE OVER EVERY  *
      *    MEMBER OF THE GROUP. A CUSTOMER WITH NO ROW STANDS ALONE.   *
      *----------------------------------------------------------------*
       01  CUSTOMER-LINK-RECORD.
           05  CLK-CUST-ID                 PIC 9(09).
           05  CLK-PRIMARY-CUST-ID         PIC 9(09).
           05  CLK-MEMBER-COUNT            PIC 9(02).
           05  CLK-MEMBER-ID               PIC 9(09) OCCURS 10 TIMES.
           05  CLK-CONFIRMED-BY            PIC X(08).
           05  CLK-CONFIRMED-DATE          PIC X(08).
           05  FILLER                      PIC X(14).

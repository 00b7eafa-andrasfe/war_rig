      *----------------------------------------------------------------*
      *    CVMISSTY  -  DB2 HOST VARIABLES FOR CARDDEMO.PAUMISST, THE  *
      *    AUTHORIZATION MIS STATISTICS TABLE. ONE ROW PER RUN DATE,   *
      *    HOUR AND REQUESTING INSTITUTION, WRITTEN BY CBMISMON AS IT  *
      *    DRAINS THE MONITOR QUEUE: DISPOSITION COUNTS AND AVERAGE    *
      *    LATENCY. ROWS WRITTEN BEFORE INST_ID EXISTED ARE NULL THERE *
      *    AND BELONG TO THE FOUNDING INSTITUTION ('001').             *
      *----------------------------------------------------------------*
           05  MIS-STAT-DATE               PIC X(10).
           05  MIS-STAT-HOUR               PIC S9(04) COMP.
           05  MIS-DUPLICATE-CNT           PIC S9(09) COMP.
           05  MIS-TOTAL-CNT               PIC S9(09) COMP.
           05  MIS-AVG-LATENCY             PIC S9(09) COMP.
           05  MIS-INST-ID                 PIC X(03).

      *----------------------------------------------------------------*
      *    CVRUNHSY  -  BATCH RUN HISTORY (RUNHIST)                    *
      *    ONE ROW PER FINISHED RUN OF A BATCH JOB, KEYED BY JOB NAME, *
      *    RUN DATE AND START TIME. PAURUNCT (CVRUNCTY) HOLDS ONLY THE *
      *    LATEST RUN; CBRUNCAP COPIES EACH COMPLETED OR FAILED RUN    *
      *    HERE BEFORE THE NEXT CYCLE OVERWRITES IT, AND CBRUNTRD      *
      *    REPORTS ELAPSED-TIME TRENDS AND THE CYCLE'S CRITICAL PATH   *
      *    FROM IT.                                                    *
      *----------------------------------------------------------------*
       01  RUN-HISTORY-RECORD.
           05  RNH-KEY.
               10  RNH-JOB-NAME            PIC X(08).
      *        RUN DATE CCYYMMDD AND START TIME HHMMSSCC AS STAMPED.
               10  RNH-RUN-DATE            PIC X(08).
               10  RNH-START-TIME          PIC X(08).
           05  RNH-END-TIME                PIC X(08).
           05  RNH-STATUS                  PIC X(01).
               88  RNH-COMPLETE                     VALUE 'C'.
               88  RNH-FAILED                       VALUE 'F'.
      *    ELAPSED WALL-CLOCK SECONDS; A RUN THAT ENDS AFTER MIDNIGHT
      *    IS TAKEN TO HAVE STARTED THE DAY BEFORE.
           05  RNH-ELAPSED-SECS            PIC 9(07).
           05  RNH-RECORD-COUNT            PIC 9(08).
           05  RNH-PREREQ-JOB              PIC X(08).
           05  RNH-CAPTURED-DATE           PIC X(08).
           05  FILLER                      PIC X(16).

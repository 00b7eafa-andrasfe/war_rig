      *    STAMPS ITS ROW RUNNING AT START AND COMPLETE/FAILED WITH    *
      *    COUNTS AT END, SO THE OPERATIONS CONSOLE (COPAUS7C) AND     *
      *    THE OTHER NIGHT JOBS CAN SEE THE CYCLE'S TRUE STATE.        *
      *    ONLY THE LATEST RUN IS HELD HERE; CBRUNCAP COPIES EACH      *
      *    FINISHED RUN TO THE RUNHIST HISTORY (CVRUNHSY).             *
      *----------------------------------------------------------------*
       01  RUN-CONTROL-RECORD.
           05  RUNC-JOB-NAME               PIC X(08).

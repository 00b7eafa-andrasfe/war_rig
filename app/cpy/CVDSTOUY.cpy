      *----------------------------------------------------------------*
      *    CVDSTOUY  -  DISTRIBUTED REPORT OUTPUT (DISTOUT)            *
      *    THE NIGHT'S REPORTS SPLIT BY RECIPIENT. KEYED BY RECIPIENT  *
      *    ID AND A RUN-WIDE LINE SEQUENCE, SO A RECIPIENT'S OUTPUT IS *
      *    ONE KEY RANGE IN REPORT ORDER FOR THE PRINT/E-MAIL WRITER.  *
      *    WRITTEN BY CBRPTDST; REBUILT EACH CYCLE.                    *
      *----------------------------------------------------------------*
       01  DIST-OUTPUT-RECORD.
           05  DSO-KEY.
               10  DSO-RECIPIENT-ID        PIC X(08).
               10  DSO-LINE-SEQ            PIC 9(09).
           05  DSO-REPORT-ID               PIC X(08).
           05  DSO-SECTION-KEY             PIC X(10).
           05  DSO-REPORT-LINE             PIC X(132).

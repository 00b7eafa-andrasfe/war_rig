      *    AUTH IN PLACE OF THE FREE-FORM CHANNEL VALUES, SO MERCHANT- *
      *    LEVEL ANALYSIS SEES ONE SPELLING PER MERCHANT. A MERCHANT   *
      *    FIRST SEEN BY COPAUA0C GETS A PENDING ROW FOR REVIEW.       *
      *    THE MASTER TEAM APPROVES, CORRECTS AND MERGES ROWS ON THE   *
      *    PAUMRC SCREEN (COPAUSPC); A MERGED DUPLICATE KEEPS ITS ROW  *
      *    SO THE INTAKE CAN FOLLOW IT TO THE SURVIVOR.                *
      *    THE SURVIVOR AND LAST-UPDATE FIELDS LENGTHEN THE RECORD     *
      *    FROM 92 TO 123 BYTES - THE MERCHMST CLUSTER MUST BE         *
      *    REDEFINED AND RELOADED (NEW FIELDS SPACES) BEFORE ANY       *
      *    PROGRAM COMPILED WITH THIS LAYOUT RUNS.                     *
      *----------------------------------------------------------------*
       01  MERCHANT-MASTER-RECORD.
           05  MRC-MERCHANT-ID             PIC X(15).
           05  MRC-STATUS                  PIC X(01).
               88  MRC-STATUS-ACTIVE                VALUE 'A'.
               88  MRC-STATUS-PENDING               VALUE 'P'.
               88  MRC-STATUS-MERGED                VALUE 'M'.
           05  MRC-ADDED-DATE              PIC X(08).
      *    DAILY EXPOSURE CAPS - ZERO MEANS NO CAP. WHEN THE SHARED
      *    MERCHACC ACCUMULATOR CROSSES EITHER, THE INTAKE REFERS OR
               88  MRC-CAP-REFER                    VALUE 'R'.
               88  MRC-CAP-DECLINE                  VALUE 'D'.
           05  FILLER                      PIC X(01).
      *    A MERGED ROW POINTS AT THE MERCHANT ID THAT SURVIVED THE
      *    MERGE - SPACES ON EVERY OTHER ROW. THE LAST SCREEN CHANGE
      *    IS STAMPED ON THE ROW; THE FULL HISTORY IS ON MRCAUDIT.
           05  MRC-SURVIVOR-ID             PIC X(15).
           05  MRC-UPDATED-BY              PIC X(08).
           05  MRC-UPDATED-DATE            PIC X(08).

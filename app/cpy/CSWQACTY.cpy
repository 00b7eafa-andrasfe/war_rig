      *----------------------------------------------------------------*
      *    CSWQACTY  -  WORK-QUEUE ACTIVITY JOURNAL WORK AREAS         *
      *    (WITH CSWQACTP AND CVWQACTY).                               *
      *    PERFORM GET-WQ-TIMESTAMP FOR THE CURRENT DATE AND TIME TO   *
      *    STAMP ON THE ITEM, BUILD WQ-ACTIVITY-RECORD, THEN PERFORM   *
      *    JOURNAL-WQ-ACTIVITY - THE SAME STAMP GOES ON THE JOURNAL.   *
      *----------------------------------------------------------------*
       01  WS-WQ-ACTIVITY-FIELDS.
           05  WS-WQA-ABS-TIME            PIC S9(15) COMP-3.
           05  WS-WQA-NOW-DATE            PIC X(08).
           05  WS-WQA-NOW-TIME            PIC X(06).

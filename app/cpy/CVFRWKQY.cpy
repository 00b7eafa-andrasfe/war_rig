      *    ID SO A FORWARD BROWSE HANDS THE FRAUD DESK THE HIGHEST-    *
      *    SCORED ITEMS FIRST. THE WORK-QUEUE SCREEN (COPAUSJC) MARKS  *
      *    A ROW WORKED AND JUMPS INTO PAUDTL (COPAUS1C) ON THE AUTH   *
      *    KEY CARRIED HERE. AN ITEM IS CLAIMED BY ONE ANALYST - BY A  *
      *    SUPERVISOR'S ASSIGNMENT OR THE ANALYST'S OWN NEXT-ITEM PULL *
      *    - AND IS THEN LOCKED TO THEM UNTIL WORKED OR RELEASED.      *
      *    THE ASSIGNMENT AND WORKED-BY FIELDS LENGTHEN THE RECORD -   *
      *    THE FRDWORKQ CLUSTER MUST BE REDEFINED AND RELOADED (NEW    *
      *    FIELDS SPACES) BEFORE ANY PROGRAM COMPILED WITH THIS        *
      *    LAYOUT RUNS.                                                *
      *----------------------------------------------------------------*
       01  FRAUD-WORKQ-RECORD.
           05  FWQ-KEY.
               88  FWQ-OPEN                         VALUE 'O'.
               88  FWQ-WORKED                       VALUE 'W'.
           05  FWQ-SCORED-DATE             PIC X(08).
      *    ANALYST THE ITEM IS CLAIMED BY, WHO ASSIGNED IT (THE
      *    ANALYST THEMSELF ON A PULL) AND WHEN.
           05  FWQ-ASSIGNED-TO             PIC X(08).
               88  FWQ-UNASSIGNED                   VALUE SPACES.
           05  FWQ-ASSIGNED-BY             PIC X(08).
           05  FWQ-ASSIGNED-DATE           PIC X(08).
           05  FWQ-ASSIGNED-TIME           PIC X(06).
           05  FWQ-WORKED-BY               PIC X(08).
           05  FWQ-WORKED-DATE             PIC X(08).
           05  FWQ-WORKED-TIME             PIC X(06).
           05  FILLER                      PIC X(10).

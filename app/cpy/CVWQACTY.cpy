      *----------------------------------------------------------------*
      *    CVWQACTY  -  WORK-QUEUE ACTIVITY JOURNAL (CWQA/WQACTLOG)    *
      *    ONE RECORD FOR EVERY ASSIGNMENT, PULL, RELEASE AND STATE    *
      *    CHANGE ON THE FRAUD WORKLIST (COPAUSJC) AND THE DISPUTE     *
      *    CASE QUEUE (COPAUS6C THROUGH COPAUS5C). WRITTEN TO TD       *
      *    QUEUE CWQA, HARDENED TO WQACTLOG AND SUMMARISED DAILY BY    *
      *    CBWQPROD.                                                   *
      *----------------------------------------------------------------*
       01  WQ-ACTIVITY-RECORD.
           05  WQA-QUEUE                   PIC X(01).
               88  WQA-FRAUD-QUEUE                  VALUE 'F'.
               88  WQA-DISPUTE-QUEUE                VALUE 'D'.
      *    FRDWORKQ TRANSACTION ID, OR THE PAUDISPT CASE ID.
           05  WQA-ITEM-ID                 PIC X(15).
           05  WQA-EVENT                   PIC X(01).
               88  WQA-ASSIGNED                     VALUE 'A'.
               88  WQA-PULLED                       VALUE 'P'.
               88  WQA-RELEASED                     VALUE 'U'.
               88  WQA-WORKED                       VALUE 'W'.
               88  WQA-STATUS-MOVED                 VALUE 'S'.
      *    NEW CASE STATUS ON A DISPUTE STATUS MOVE.
           05  WQA-NEW-STATUS              PIC X(01).
               88  WQA-CASE-CLOSED                  VALUE 'X'.
      *    THE ANALYST THE EVENT COUNTS FOR (THE ASSIGNEE), AND THE
      *    SIGNED-ON USER WHO DID IT - A SUPERVISOR ON AN ASSIGNMENT.
           05  WQA-USER-ID                 PIC X(08).
           05  WQA-BY-USER                 PIC X(08).
           05  WQA-EVENT-DATE              PIC X(08).
           05  WQA-EVENT-TIME              PIC X(06).
      *    WHEN THE ANALYST TOOK THE ITEM, CARRIED ON A WORKED OR
      *    STATUS-MOVE EVENT SO THE HANDLE TIME NEEDS NO LOOKUP.
           05  WQA-CLAIM-DATE              PIC X(08).
           05  WQA-CLAIM-TIME              PIC X(06).
           05  WQA-PROGRAM                 PIC X(08).
           05  FILLER                      PIC X(10).

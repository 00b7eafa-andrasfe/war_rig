      *----------------------------------------------------------------*
      *    CSWQACTP  -  WORK-QUEUE ACTIVITY JOURNAL (WITH CSWQACTY     *
      *    AND CVWQACTY). NEEDS WS-PGMNAME.                            *
      *----------------------------------------------------------------*
       GET-WQ-TIMESTAMP.
      *----------------------------------------------------------------*
           EXEC CICS ASKTIME
                ABSTIME(WS-WQA-ABS-TIME)
                NOHANDLE
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-WQA-ABS-TIME)
                YYYYMMDD(WS-WQA-NOW-DATE)
                TIME(WS-WQA-NOW-TIME)
                NOHANDLE
           END-EXEC
           .
       GET-WQ-TIMESTAMP-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       JOURNAL-WQ-ACTIVITY.
      *----------------------------------------------------------------*
           MOVE WS-WQA-NOW-DATE           TO WQA-EVENT-DATE
           MOVE WS-WQA-NOW-TIME           TO WQA-EVENT-TIME
           MOVE WS-PGMNAME                TO WQA-PROGRAM
           EXEC CICS WRITEQ TD
                QUEUE('CWQA')
                FROM(WQ-ACTIVITY-RECORD)
                LENGTH(LENGTH OF WQ-ACTIVITY-RECORD)
                NOHANDLE
           END-EXEC
           .
       JOURNAL-WQ-ACTIVITY-EXIT.
           EXIT.

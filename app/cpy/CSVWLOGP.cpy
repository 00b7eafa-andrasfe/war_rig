      *----------------------------------------------------------------*
      *    CSVWLOGP  -  SENSITIVE-VIEW CHECK AND JOURNAL (WITH         *
      *    CSVWLOGY, CVUSRCUY AND CVVWLOGY). NEEDS WS-PGMNAME,         *
      *    WS-TRANID, CDEMO-USER-ID, WS-RESP-CD AND WS-REAS-CD. A      *
      *    MISSING USRCUST ROW OR CUSTDAT ROW IS NOT AN ERROR - THE    *
      *    USER IS NOT STAFF, OR THERE IS NO FLAG TO HONOUR.           *
      *----------------------------------------------------------------*
       CHECK-SENSITIVE-VIEW.
      *----------------------------------------------------------------*
           SET WS-VW-VIEW-ALLOWED         TO TRUE
           IF WS-VW-CUST-ID-X NOT NUMERIC
              OR WS-VW-CUST-ID = ZERO
              GO TO CHECK-SENSITIVE-VIEW-EXIT
           END-IF
           MOVE CDEMO-USER-ID             TO USRC-USER-ID
           EXEC CICS READ
                DATASET   (WS-VW-USRCFILENAME)
                RIDFLD    (USRC-USER-ID)
                KEYLENGTH (LENGTH OF USRC-USER-ID)
                INTO      (USER-CUSTOMER-RECORD)
                LENGTH    (LENGTH OF USER-CUSTOMER-RECORD)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD = DFHRESP(NORMAL)
              AND USRC-CUST-ID = WS-VW-CUST-ID
              SET WS-VW-VIEW-BLOCKED      TO TRUE
           END-IF
           EXEC CICS READ
                DATASET   (WS-VW-CUSTFILENAME)
                RIDFLD    (WS-VW-CUST-ID-X)
                KEYLENGTH (LENGTH OF WS-VW-CUST-ID-X)
                INTO      (WS-VW-CUST-IMAGE)
                LENGTH    (LENGTH OF WS-VW-CUST-IMAGE)
                RESP      (WS-RESP-CD)
                RESP2     (WS-REAS-CD)
           END-EXEC
           IF WS-RESP-CD NOT = DFHRESP(NORMAL)
              MOVE SPACES                 TO WS-VW-CUST-IMAGE
           END-IF
           IF WS-VW-VIEW-BLOCKED OR WS-VW-SENSITIVE
              PERFORM JOURNAL-SENSITIVE-VIEW
                 THRU JOURNAL-SENSITIVE-VIEW-EXIT
           END-IF
           .
       CHECK-SENSITIVE-VIEW-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       JOURNAL-SENSITIVE-VIEW.
      *----------------------------------------------------------------*
           MOVE SPACES                    TO VIEW-LOG-RECORD
           MOVE CDEMO-USER-ID             TO VWL-USER-ID
           MOVE WS-PGMNAME                TO VWL-PROGRAM
           MOVE WS-TRANID                 TO VWL-TRANID
           MOVE WS-VW-CUST-ID             TO VWL-CUST-ID
           MOVE WS-VW-ACCT-ID             TO VWL-ACCT-ID
           MOVE WS-VW-SENSITIVE-FLAG      TO VWL-SENSITIVE-FLAG
           IF WS-VW-VIEW-BLOCKED
              SET VWL-BLOCKED-OWN         TO TRUE
           ELSE
              SET VWL-DISPLAYED           TO TRUE
           END-IF
           EXEC CICS ASKTIME
                ABSTIME(WS-VW-ABS-TIME)
                NOHANDLE
           END-EXEC
           EXEC CICS FORMATTIME
                ABSTIME(WS-VW-ABS-TIME)
                YYYYMMDD(VWL-VIEW-DATE)
                TIME(VWL-VIEW-TIME)
                NOHANDLE
           END-EXEC
           EXEC CICS WRITEQ TD
                QUEUE('CVWL')
                FROM(VIEW-LOG-RECORD)
                LENGTH(LENGTH OF VIEW-LOG-RECORD)
                NOHANDLE
           END-EXEC
           .
       JOURNAL-SENSITIVE-VIEW-EXIT.
           EXIT.

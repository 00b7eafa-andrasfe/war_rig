      *----------------------------------------------------------------*
      *    CSMCCRFP  -  MCC REFERENCE LOAD AND LOOKUP (WITH CSMCCRFY)  *
      *    NEEDS MCC-REFERENCE-FILE (SELECT ... ASSIGN TO MCCREF,      *
      *    FD RECORD CVMCCRFY, FILE STATUS WS-MCR-STATUS). A MISSING   *
      *    MASTER IS REPORTED AND LEAVES EVERY CODE UNDESCRIBED RATHER *
      *    THAN STOPPING THE REPORT. UNUSED SLOTS HOLD HIGH-VALUES SO  *
      *    THE TABLE STAYS IN KEY ORDER FOR SEARCH ALL.                *
      *----------------------------------------------------------------*
       1700-LOAD-MCC-REFERENCE.
      *----------------------------------------------------------------*
           MOVE HIGH-VALUES             TO WS-MCC-REFERENCE-TABLE
           OPEN INPUT MCC-REFERENCE-FILE
           IF WS-MCR-STATUS = SPACES OR '00'
              PERFORM 1710-LOAD-NEXT-MCC-REFERENCE THRU 1710-EXIT
                  UNTIL MCR-EOF
                     OR WS-MCR-COUNT >= WS-MCR-TABLE-MAX
              CLOSE MCC-REFERENCE-FILE
           ELSE
              DISPLAY 'MCCREF NOT AVAILABLE - MCCS UNDESCRIBED: '
                      WS-MCR-STATUS
           END-IF
           DISPLAY 'MCC REFERENCE ROWS     :' WS-MCR-COUNT
           .
       1700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1710-LOAD-NEXT-MCC-REFERENCE.
      *----------------------------------------------------------------*
           READ MCC-REFERENCE-FILE
               AT END GO TO 1710-EXIT
           END-READ
           ADD 1 TO WS-MCR-COUNT
           SET WS-MCR-IDX               TO WS-MCR-COUNT
           MOVE MCCR-MCC                TO WS-MCR-MCC(WS-MCR-IDX)
           MOVE MCCR-DESCRIPTION        TO WS-MCR-TAB-DESC(WS-MCR-IDX)
           MOVE MCCR-RISK-CLASS         TO WS-MCR-TAB-CLASS(WS-MCR-IDX)
           MOVE 'NNNN'                  TO WS-MCR-TAB-FLAGS(WS-MCR-IDX)
           MOVE MCCR-REWARD-GROUP
                                  TO WS-MCR-TAB-RWD-GROUP(WS-MCR-IDX)
           IF MCCR-QUASI-CASH
              MOVE 'Y'            TO WS-MCR-TAB-FLAGS(WS-MCR-IDX)(1:1)
           END-IF
           IF MCCR-TRAVEL-LODGING
              MOVE 'Y'            TO WS-MCR-TAB-FLAGS(WS-MCR-IDX)(2:1)
           END-IF
           IF MCCR-HIGH-RISK
              MOVE 'Y'            TO WS-MCR-TAB-FLAGS(WS-MCR-IDX)(3:1)
           END-IF
           IF MCCR-GAMBLING
              MOVE 'Y'            TO WS-MCR-TAB-FLAGS(WS-MCR-IDX)(4:1)
           END-IF
           .
       1710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1720-FIND-MCC-REFERENCE.
      *----------------------------------------------------------------*
           SET MCC-REFERENCE-NOT-FOUND  TO TRUE
           MOVE 'UNKNOWN MCC'           TO WS-MCR-DESC
           MOVE SPACE                   TO WS-MCR-RISK-CLASS
           MOVE 'NNNN'                  TO WS-MCR-FLAGS
           MOVE SPACES                  TO WS-MCR-REWARD-GROUP
           IF WS-MCR-COUNT = 0
              MOVE SPACES               TO WS-MCR-DESC
              GO TO 1720-EXIT
           END-IF
           SEARCH ALL WS-MCR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-MCR-MCC(WS-MCR-IDX) = WS-MCR-LOOKUP-MCC
                   SET MCC-REFERENCE-FOUND TO TRUE
                   MOVE WS-MCR-TAB-DESC(WS-MCR-IDX)  TO WS-MCR-DESC
                   MOVE WS-MCR-TAB-CLASS(WS-MCR-IDX)
                                        TO WS-MCR-RISK-CLASS
                   MOVE WS-MCR-TAB-FLAGS(WS-MCR-IDX) TO WS-MCR-FLAGS
                   MOVE WS-MCR-TAB-RWD-GROUP(WS-MCR-IDX)
                                        TO WS-MCR-REWARD-GROUP
           END-SEARCH
           .
       1720-EXIT.
           EXIT.

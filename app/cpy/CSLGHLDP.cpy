      *----------------------------------------------------------------*
      *    CSLGHLDP  -  LEGAL-HOLD LOAD AND CHECK (WITH CSLGHLDY)      *
      *    NEEDS LEGAL-HOLD-FILE (SELECT ... ASSIGN TO LEGLHOLD,       *
      *    ORGANIZATION INDEXED, ACCESS SEQUENTIAL, RECORD KEY         *
      *    LGH-KEY, FD RECORD CVLGHLDY, FILE STATUS WS-LH-STATUS).     *
      *    UNLIKE A REFERENCE MASTER, A MISSING OR OVERFLOWING         *
      *    REGISTRY DOES NOT DEGRADE TO "NO HOLDS" - IT HOLDS          *
      *    EVERYTHING, AND THE JOB REPORTS THE DELETIONS IT WITHHELD.  *
      *----------------------------------------------------------------*
       1700-LOAD-LEGAL-HOLDS.
      *----------------------------------------------------------------*
           SET LH-REGISTRY-UNAVAILABLE  TO TRUE
           OPEN INPUT LEGAL-HOLD-FILE
           IF WS-LH-STATUS NOT = SPACES AND NOT = '00'
              DISPLAY 'LEGLHOLD NOT AVAILABLE - ALL RETENTION '
                      'DELETIONS WITHHELD: ' WS-LH-STATUS
              GO TO 1700-EXIT
           END-IF
           MOVE '00'                    TO WS-LH-STATUS
           PERFORM 1710-LOAD-NEXT-LEGAL-HOLD THRU 1710-EXIT
               UNTIL LH-EOF
                  OR WS-LH-STATUS NOT = '00'
                  OR WS-LH-COUNT > WS-LH-TABLE-MAX
           IF LH-EOF
              SET LH-REGISTRY-LOADED    TO TRUE
           ELSE
              DISPLAY 'LEGLHOLD NOT LOADED IN FULL - ALL RETENTION '
                      'DELETIONS WITHHELD: ' WS-LH-STATUS
           END-IF
           CLOSE LEGAL-HOLD-FILE
           DISPLAY 'LEGAL HOLDS IN FORCE   :' WS-LH-COUNT
           .
       1700-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1710-LOAD-NEXT-LEGAL-HOLD.
      *----------------------------------------------------------------*
           READ LEGAL-HOLD-FILE
               AT END GO TO 1710-EXIT
           END-READ
           IF WS-LH-STATUS NOT = '00'
              GO TO 1710-EXIT
           END-IF
           IF NOT LGH-IN-FORCE
              GO TO 1710-EXIT
           END-IF
           ADD 1 TO WS-LH-COUNT
           IF WS-LH-COUNT > WS-LH-TABLE-MAX
              GO TO 1710-EXIT
           END-IF
           SET WS-LH-IDX                TO WS-LH-COUNT
           MOVE LGH-SUBJECT-TYPE        TO WS-LH-TYPE(WS-LH-IDX)
           MOVE LGH-SUBJECT-ID          TO WS-LH-ID(WS-LH-IDX)
           MOVE LGH-MATTER-REF          TO WS-LH-MATTER(WS-LH-IDX)
           MOVE 0                       TO WS-LH-HITS(WS-LH-IDX)
           .
       1710-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    AN ACCOUNT HOLD MATCHES THE ACCOUNT; A CUSTOMER HOLD        *
      *    MATCHES THE CUSTOMER. A ZERO ID NEVER MATCHES.              *
      *----------------------------------------------------------------*
       1720-CHECK-LEGAL-HOLD.
      *----------------------------------------------------------------*
           SET LEGAL-HOLD-NOT-FOUND     TO TRUE
           MOVE SPACES                  TO WS-LH-MATTER-REF
           IF LH-REGISTRY-UNAVAILABLE
              SET LEGAL-HOLD-FOUND      TO TRUE
              MOVE 'UNVERIFIED'         TO WS-LH-MATTER-REF
              ADD 1 TO WS-LH-UNVERIFIED-CNT
              GO TO 1720-EXIT
           END-IF
           SET WS-LH-IDX                TO 1
           SEARCH WS-LH-ENTRY
               AT END
                   CONTINUE
               WHEN WS-LH-IDX > WS-LH-COUNT
                   CONTINUE
               WHEN WS-LH-TYPE(WS-LH-IDX) = 'A'
                AND WS-LH-CHECK-ACCT-ID NOT = 0
                AND WS-LH-ID(WS-LH-IDX) = WS-LH-CHECK-ACCT-ID
                   SET LEGAL-HOLD-FOUND TO TRUE
               WHEN WS-LH-TYPE(WS-LH-IDX) = 'C'
                AND WS-LH-CHECK-CUST-ID NOT = 0
                AND WS-LH-ID(WS-LH-IDX) = WS-LH-CHECK-CUST-ID
                   SET LEGAL-HOLD-FOUND TO TRUE
           END-SEARCH
           IF LEGAL-HOLD-FOUND
              MOVE WS-LH-MATTER(WS-LH-IDX) TO WS-LH-MATTER-REF
              ADD 1 TO WS-LH-HITS(WS-LH-IDX)
           END-IF
           .
       1720-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    ONE REPORT LINE FOR THE HOLD AT WS-LH-IDX - WHAT THIS RUN   *
      *    PRESERVED UNDER IT. THE CALLER WRITES WS-LH-PRINT-LINE.     *
      *----------------------------------------------------------------*
       1730-FORMAT-HOLD-LINE.
      *----------------------------------------------------------------*
           MOVE WS-LH-HITS(WS-LH-IDX)   TO WS-LH-HITS-DIS
           MOVE SPACES                  TO WS-LH-PRINT-LINE
           IF WS-LH-TYPE(WS-LH-IDX) = 'A'
              STRING '    ACCOUNT  ' WS-LH-ID(WS-LH-IDX)
                     '  MATTER ' WS-LH-MATTER(WS-LH-IDX)
                     '  ITEMS PRESERVED: ' WS-LH-HITS-DIS
                     DELIMITED BY SIZE INTO WS-LH-PRINT-LINE
              END-STRING
           ELSE
              STRING '    CUSTOMER ' WS-LH-ID(WS-LH-IDX)(3:9)
                     '    MATTER ' WS-LH-MATTER(WS-LH-IDX)
                     '  ITEMS PRESERVED: ' WS-LH-HITS-DIS
                     DELIMITED BY SIZE INTO WS-LH-PRINT-LINE
              END-STRING
           END-IF
           .
       1730-EXIT.
           EXIT.

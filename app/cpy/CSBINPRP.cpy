      *----------------------------------------------------------------*
      *    CSBINPRP  -  CARD PRODUCT LOAD AND LOOKUP (WITH CSBINPRY)   *
      *    NEEDS CARD-PRODUCT-FILE (SELECT ... ASSIGN TO BINPROD,      *
      *    FD RECORD CVBINPRY, FILE STATUS WS-CP-STATUS). A MISSING    *
      *    MASTER IS REPORTED AND LEAVES EVERY CARD UNRESOLVED RATHER  *
      *    THAN STOPPING THE REPORT. 1630 ALSO NEEDS THE CIPAUDTY      *
      *    DETAIL SEGMENT IN STORAGE.                                  *
      *----------------------------------------------------------------*
       1600-LOAD-CARD-PRODUCTS.
      *----------------------------------------------------------------*
           OPEN INPUT CARD-PRODUCT-FILE
           IF WS-CP-STATUS = SPACES OR '00'
              PERFORM 1610-LOAD-NEXT-CARD-PRODUCT THRU 1610-EXIT
                  UNTIL CP-EOF
                     OR WS-CP-COUNT >= WS-CP-TABLE-MAX
              CLOSE CARD-PRODUCT-FILE
           ELSE
              DISPLAY 'BINPROD NOT AVAILABLE - CARD TYPES UNRESOLVED: '
                      WS-CP-STATUS
           END-IF
           DISPLAY 'CARD PRODUCT RANGES    :' WS-CP-COUNT
           .
       1600-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1610-LOAD-NEXT-CARD-PRODUCT.
      *----------------------------------------------------------------*
           READ CARD-PRODUCT-FILE
               AT END GO TO 1610-EXIT
           END-READ
           ADD 1 TO WS-CP-COUNT
           SET WS-CP-IDX                TO WS-CP-COUNT
           MOVE BINP-BIN-HIGH           TO WS-CP-BIN-HIGH(WS-CP-IDX)
           MOVE BINP-BIN-LOW            TO WS-CP-BIN-LOW(WS-CP-IDX)
           MOVE BINP-PRODUCT-NAME       TO WS-CP-NAME(WS-CP-IDX)
           MOVE BINP-NETWORK            TO WS-CP-NETWORK(WS-CP-IDX)
           MOVE BINP-CARD-TYPE          TO WS-CP-TYPE(WS-CP-IDX)
           MOVE BINP-HOME-CURRENCY      TO WS-CP-CURRENCY(WS-CP-IDX)
           MOVE BINP-INST-ID            TO WS-CP-INST-ID(WS-CP-IDX)
           .
       1610-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       1620-FIND-CARD-PRODUCT.
      *----------------------------------------------------------------*
           SET CARD-PRODUCT-NOT-FOUND   TO TRUE
           MOVE 'UN'                    TO WS-CP-CARD-TYPE
           MOVE 'UNRESOLVED BIN'        TO WS-CP-PRODUCT-NAME
           SET WS-CP-IDX                TO 1
           SEARCH WS-CP-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CP-IDX > WS-CP-COUNT
                   CONTINUE
               WHEN WS-CP-BIN-HIGH(WS-CP-IDX) >= WS-CP-LOOKUP-BIN
                   IF WS-CP-BIN-LOW(WS-CP-IDX) <= WS-CP-LOOKUP-BIN
                      SET CARD-PRODUCT-FOUND TO TRUE
                      MOVE WS-CP-TYPE(WS-CP-IDX) TO WS-CP-CARD-TYPE
                      MOVE WS-CP-NAME(WS-CP-IDX) TO WS-CP-PRODUCT-NAME
                   END-IF
           END-SEARCH
           IF CARD-PRODUCT-NOT-FOUND
              ADD 1 TO WS-CP-UNRESOLVED-CNT
           END-IF
           .
       1620-EXIT.
           EXIT.
      *----------------------------------------------------------------*
      *    CARD TYPE OF THE DETAIL SEGMENT IN STORAGE. A CLEAR CARD    *
      *    NUMBER IS LOOKED UP ON ITS BIN. A TOKEN (RESERVED '99' BIN) *
      *    HAS NO BIN TO LOOK UP - THE INTAKE HAS ALREADY HELD ITS     *
      *    AUTH TYPE TO THE PRODUCT MASTER (COPAUA0C 3060), SO THE     *
      *    STORED TYPE IS TAKEN AND ONLY A BLANK ONE IS UNRESOLVED.    *
      *----------------------------------------------------------------*
       1630-RESOLVE-CARD-TYPE.
      *----------------------------------------------------------------*
           IF PA-CARD-NUM(1:2) NOT = '99'
              MOVE PA-CARD-NUM(1:8)     TO WS-CP-LOOKUP-BIN
              PERFORM 1620-FIND-CARD-PRODUCT THRU 1620-EXIT
              GO TO 1630-EXIT
           END-IF
           SET CARD-PRODUCT-FOUND       TO TRUE
           MOVE PA-AUTH-TYPE            TO WS-CP-CARD-TYPE
           MOVE 'TOKENIZED CARD'        TO WS-CP-PRODUCT-NAME
           IF PA-AUTH-TYPE = SPACES OR LOW-VALUES
              SET CARD-PRODUCT-NOT-FOUND TO TRUE
              MOVE 'UN'                 TO WS-CP-CARD-TYPE
              MOVE 'UNRESOLVED BIN'     TO WS-CP-PRODUCT-NAME
              ADD 1 TO WS-CP-UNRESOLVED-CNT
           END-IF
           .
       1630-EXIT.
           EXIT.

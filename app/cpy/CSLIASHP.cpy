      *----------------------------------------------------------------*
      *    CSLIASHP  -  LIABILITY-SHIFT ASSESSMENT (WITH CSLIASHY).    *
      *    CARD-PRESENT: A CHIP READ LEAVES THE LOSS WITH THE ISSUER;  *
      *    A FALLBACK OR STRIPE READ OF OUR CHIP CARD SHIFTS IT TO THE *
      *    ACQUIRER. CARD-NOT-PRESENT: A 3-D SECURE AUTHENTICATED OR   *
      *    ATTEMPTED ECI SHIFTS IT TO THE ISSUER, AS DOES APPROVING A  *
      *    CVV MISMATCH; OTHERWISE THE MERCHANT CARRIES IT. ANY OTHER  *
      *    ENTRY MODE IS LEFT UNDETERMINED FOR THE ANALYST.            *
      *----------------------------------------------------------------*
       ASSESS-LIABILITY-SHIFT.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-LSA-CHIP-READ
                  SET WS-LSA-ISSUER-LIABLE       TO TRUE
                  MOVE 'CH'                      TO WS-LSA-REASON
                  MOVE 'CHIP READ'               TO WS-LSA-REASON-TEXT
               WHEN WS-LSA-CHIP-FALLBACK
                  SET WS-LSA-MERCHANT-CHARGEABLE TO TRUE
                  MOVE 'FB'                      TO WS-LSA-REASON
                  MOVE 'CHIP FALLBACK TO STRIPE'
                                                 TO WS-LSA-REASON-TEXT
               WHEN WS-LSA-STRIPE-READ
                  SET WS-LSA-MERCHANT-CHARGEABLE TO TRUE
                  MOVE 'MS'                      TO WS-LSA-REASON
                  MOVE 'STRIPE READ OF CHIP CARD'
                                                 TO WS-LSA-REASON-TEXT
               WHEN WS-LSA-CARD-NOT-PRESENT
                  PERFORM ASSESS-CNP-LIABILITY
                     THRU ASSESS-CNP-LIABILITY-EXIT
               WHEN OTHER
                  SET WS-LSA-UNDETERMINED        TO TRUE
                  MOVE 'UK'                      TO WS-LSA-REASON
                  MOVE 'ENTRY MODE NOT ASSESSABLE'
                                                 TO WS-LSA-REASON-TEXT
           END-EVALUATE
           .
       ASSESS-LIABILITY-SHIFT-EXIT.
           EXIT.
      *----------------------------------------------------------------*
       ASSESS-CNP-LIABILITY.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-LSA-3DS-AUTHENTICATED
                  SET WS-LSA-ISSUER-LIABLE       TO TRUE
                  MOVE '3A'                      TO WS-LSA-REASON
                  MOVE '3-D SECURE AUTHENTICATED'
                                                 TO WS-LSA-REASON-TEXT
               WHEN WS-LSA-3DS-ATTEMPTED
                  SET WS-LSA-ISSUER-LIABLE       TO TRUE
                  MOVE '3T'                      TO WS-LSA-REASON
                  MOVE '3-D SECURE ATTEMPTED'    TO WS-LSA-REASON-TEXT
               WHEN WS-LSA-CVV-NO-MATCH
                  SET WS-LSA-ISSUER-LIABLE       TO TRUE
                  MOVE 'CV'                      TO WS-LSA-REASON
                  MOVE 'CVV MISMATCH APPROVED'   TO WS-LSA-REASON-TEXT
               WHEN WS-LSA-AVS-NO-MATCH
                  SET WS-LSA-MERCHANT-CHARGEABLE TO TRUE
                  MOVE 'AV'                      TO WS-LSA-REASON
                  MOVE 'NO 3-D SECURE, AVS MISMATCH'
                                                 TO WS-LSA-REASON-TEXT
               WHEN OTHER
                  SET WS-LSA-MERCHANT-CHARGEABLE TO TRUE
                  MOVE 'NA'                      TO WS-LSA-REASON
                  MOVE 'NO 3-D SECURE'           TO WS-LSA-REASON-TEXT
           END-EVALUATE
           .
       ASSESS-CNP-LIABILITY-EXIT.
           EXIT.

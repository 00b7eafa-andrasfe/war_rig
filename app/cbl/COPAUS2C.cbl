000110*    REMOVAL, OR A SECOND ANALYST APPROVES THE REMOVAL. MIRRORS
000120*    AUTHFRDS ONTO A SEPARATE HISTORY TABLE AND FANS A SAME-DAY
000130*    CUSTOMER-SERVICE ALERT OUT ON A NEW FRAUD CONFIRMATION.
000131*    EVERY ROW WRITTEN OR UPDATED CARRIES THE AUTH'S LIABILITY-
000132*    SHIFT ASSESSMENT (CSLIASHP) SO CHARGEABLE LOSSES SHOW.
000140*----------------------------------------------------------------*
000150*                MODIFICATION HISTORY                            *
000160* DATE       INIT DESCRIPTION                                    *
000172*                 CUSTOMER FRAUD INQUIRY CAN REACH THE SEGMENT   *
000173* 2025-12-28  ABF CHANGE-CAPTURE 'CHANGE' RECORD JOURNALED PER   *
000174*                 FRAUD-PATH UPDATE FOR THE WAREHOUSE FEED       *
000176* 2028-02-27  RKA LIABILITY-SHIFT ASSESSMENT (LIAB_SHIFT,        *
000178*                 LIAB_REASON) STAMPED ON THE AUTHFRDS ROW       *
000180*----------------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000690 COPY CSDAT01Y.
000691 COPY CVCDCFDY.
000692 01  WS-CDC-DATE                    PIC 9(06).
000693 COPY CSLIASHY.
000700 EXEC SQL
000710     INCLUDE SQLCA
000720 END-EXEC.
000850     SET WS-FRD-NOT-RETRYABLE       TO TRUE
000860     MOVE SPACES                    TO WS-FRD-ACT-MSG
000870
000880     PERFORM BUILD-FRAUD-TIMESTAMP
000881                                THRU BUILD-FRAUD-TIMESTAMP-EXIT
000890     PERFORM BUILD-HOST-VARS        THRU BUILD-HOST-VARS-EXIT
000900     PERFORM INSERT-AUTHFRDS        THRU INSERT-AUTHFRDS-EXIT
000910
001700     MOVE WS-FRD-ACCT-ID            TO ACCT-ID
001710     MOVE WS-FRD-CUST-ID            TO CUST-ID
001711     MOVE PA-AUTH-KEY               TO AUTH-KEY-ID
001712     MOVE PA-POS-ENTRY-MODE         TO WS-LSA-POS-ENTRY-MODE
001713     MOVE PA-ECI-RESULT             TO WS-LSA-ECI-RESULT
001714     MOVE PA-AVS-RESULT             TO WS-LSA-AVS-RESULT
001715     MOVE PA-CVV-RESULT             TO WS-LSA-CVV-RESULT
001716     PERFORM ASSESS-LIABILITY-SHIFT
001717                                THRU ASSESS-LIABILITY-SHIFT-EXIT
001718     MOVE WS-LSA-RESULT             TO LIAB-SHIFT
001719     MOVE WS-LSA-REASON             TO LIAB-REASON
001720     .
001730 BUILD-HOST-VARS-EXIT.
001740     EXIT.
002070                ,FRAUD_RPT_DATE
002080                ,ACCT_ID
002090                ,CUST_ID
002091                ,AUTH_KEY
002092                ,LIAB_SHIFT
002093                ,LIAB_REASON)
002100            VALUES
002110              ( :CARD-NUM
002120               ,TIMESTAMP_FORMAT (:AUTH-TS,
002360               ,:ACCT-ID
002370               ,:CUST-ID
002371               ,:AUTH-KEY-ID
002372               ,:LIAB-SHIFT
002373               ,:LIAB-REASON
002380              )
002390     END-EXEC
002400     IF SQLCODE = ZERO
002670     EXEC SQL
002680          UPDATE CARDDEMO.AUTHFRDS
002690             SET   AUTH_FRAUD     = :AUTH-FRAUD,
002700                   FRAUD_RPT_DATE = CURRENT DATE,
002701                   LIAB_SHIFT     = :LIAB-SHIFT,
002702                   LIAB_REASON    = :LIAB-REASON
002710             WHERE CARD_NUM = :CARD-NUM
002720               AND AUTH_TS  = TIMESTAMP_FORMAT (:AUTH-TS,
002730                                     'YY-MM-DD HH24.MI.SSNNNNNN')
003890     .
003900 JOURNAL-CDC-CHANGE-EXIT.
003910     EXIT.
003911*----------------------------------------------------------------*
003912 COPY CSLIASHP.

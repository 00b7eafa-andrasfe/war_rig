000190*                MODIFICATION HISTORY                            *
000200* DATE       INIT DESCRIPTION                                    *
000210* 2026-09-20  RKA INITIAL VERSION                                *
000211* 2027-09-26  JGM STAFF, VIP AND PROTECTED CUSTOMERS JOURNALED ON*
000212*                 VIEW (CVWL); A USER IS REFUSED THEIR OWN       *
000213*                 ACCOUNT (USRCUST)                              *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000860 COPY CIPAUSMY.
000870 01  PENDING-AUTH-DETAILS.
000880 COPY CIPAUDTY.
000881*----------------------------------------------------------------*
000882*    SENSITIVE-CUSTOMER VIEW CHECK - USER MAPPING, JOURNAL
000883*----------------------------------------------------------------*
000884 COPY CVUSRCUY.
000885 COPY CVVWLOGY.
000886 COPY CSVWLOGY.
000890*----------------------------------------------------------------*
000900*    COMMON CARDDEMO WORK AREAS
000910*----------------------------------------------------------------*
002510         MOVE SPACES TO WS-ROW-AUTH-KEY(WS-LINE-SUB)
002520     END-PERFORM
002530     MOVE 0                         TO WS-LINE-SUB
002531*    A STAFF, VIP OR PROTECTED CUSTOMER'S LIST IS JOURNALED EACH
002532*    TIME IT IS BUILT; A USER'S OWN CUSTOMER IS NOT LISTED AT ALL.
002533     MOVE WS-CUST-ID                TO WS-VW-CUST-ID
002534     MOVE 0                         TO WS-VW-ACCT-ID
002535     PERFORM CHECK-SENSITIVE-VIEW   THRU CHECK-SENSITIVE-VIEW-EXIT
002536     IF WS-VW-VIEW-BLOCKED
002537        SET ERR-FLG-ON              TO TRUE
002538        MOVE WS-VW-BLOCK-MSG        TO WS-MESSAGE
002539        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU8KO
002540        MOVE WS-ROW-KEYS            TO CDEMO-CP-INFO(10:152)
002541        GO TO BUILD-CUSTOMER-LIST-EXIT
002542     END-IF
002543     PERFORM RESOLVE-ACCOUNTS       THRU RESOLVE-ACCOUNTS-EXIT
002550     IF WS-ACCT-COUNT = 0
002560        MOVE 'NO ACCOUNTS FOUND FOR THAT CUSTOMER.'
002570                                    TO WS-MESSAGE
004320     .
004330 RETURN-TO-PREV-SCREEN-EXIT.
004340     EXIT.
004350*----------------------------------------------------------------*
004360*    SHARED SENSITIVE-CUSTOMER VIEW CHECK AND JOURNAL
004370*----------------------------------------------------------------*
004380 COPY CSVWLOGP.

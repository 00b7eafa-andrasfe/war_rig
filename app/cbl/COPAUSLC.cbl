000210*                MODIFICATION HISTORY                            *
000220* DATE       INIT DESCRIPTION                                    *
000230* 2026-09-27  RKA INITIAL VERSION                                *
000231* 2027-12-26  RKA ACCTPEND ROWS OF A MASS ACCOUNT ACTION BATCH   *
000232*                 ARE DECIDED ON PAUMAB, NOT HERE                *
000240*----------------------------------------------------------------*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
002960*----------------------------------------------------------------*
002970 STAGE-LIMIT-CHANGE.
002980*----------------------------------------------------------------*
002981     IF PEND-ROW-FOUND AND APC-BATCH-ID NOT = SPACES
002982        SET ERR-FLG-ON              TO TRUE
002983        MOVE 'CHANGE BELONGS TO A MASS ACTION BATCH - USE PAUMAB.'
002984                                    TO WS-MESSAGE
002985        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU9LO
002986        GO TO STAGE-LIMIT-CHANGE-EXIT
002987     END-IF
002990     IF AMLIMITI OF COPAU9LI NOT NUMERIC
003000        SET ERR-FLG-ON              TO TRUE
003010        MOVE 'NEW LIMIT MUST BE NUMERIC (WHOLE DOLLARS).'
003500        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU9LO
003510        GO TO APPROVE-LIMIT-CHANGE-EXIT
003520     END-IF
003521     IF APC-BATCH-ID NOT = SPACES
003522        SET ERR-FLG-ON              TO TRUE
003523        MOVE 'CHANGE BELONGS TO A MASS ACTION BATCH - USE PAUMAB.'
003524                                    TO WS-MESSAGE
003525        MOVE WS-MESSAGE             TO ERRMSGO OF COPAU9LO
003526        GO TO APPROVE-LIMIT-CHANGE-EXIT
003527     END-IF
003530     IF APC-REQUESTED-BY = CDEMO-USER-ID
003540        SET ERR-FLG-ON              TO TRUE
003550        MOVE 'APPROVER MUST DIFFER FROM THE REQUESTING USER.'
004550        MOVE APC-NEW-CREDIT-LIMIT   TO WS-LIMIT-DIS
004560        MOVE WS-LIMIT-DIS           TO AMPNDLO OF COPAU9LO
004570        MOVE APC-REQUESTED-BY       TO AMPNDBO OF COPAU9LO
004571        IF APC-BATCH-ID NOT = SPACES
004572           MOVE APC-BATCH-ID        TO AMPNDBO OF COPAU9LO
004573        END-IF
004574        IF APC-STATUS-CHANGE
004575           MOVE SPACES              TO AMPNDLO OF COPAU9LO
004576           STRING 'STATUS TO ' APC-NEW-STATUS
004577                  DELIMITED BY SIZE INTO AMPNDLO OF COPAU9LO
004578           END-STRING
004579        END-IF
004580     ELSE
004590        MOVE SPACES                 TO AMPNDLO OF COPAU9LO
004600                                       AMPNDBO OF COPAU9LO

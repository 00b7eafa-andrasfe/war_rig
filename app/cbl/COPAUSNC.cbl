000120*    PRESS ENTER TO APPLY (A MISSING ROW IS ADDED). ONBOARDING
000130*    A CHANNEL BECOMES A FILE UPDATE INSTEAD OF FOLKLORE, AND
000140*    DISABLING ONE STOPS ITS TRAFFIC AT THE INTAKE WITH 9800.
000142*    THE MESSAGES-PER-MINUTE QUOTA (ZERO = NONE) IS ENFORCED BY
000144*    THE INTAKE, WHICH ANSWERS THE EXCESS 'SYSTEM BUSY' (9200).
000146*    THE TIMEOUT (SECONDS, ZERO = NONE) IS HOW OLD A REQUEST MAY
000148*    BE BEFORE THE INTAKE ANSWERS IT TIMED OUT (9210), NO HOLD.
000150*    EVERY APPLIED UPDATE IS JOURNALED (WHO, WHEN, BEFORE AND
000160*    AFTER IMAGES) TO THE CCHN TD QUEUE, HARDENED TO THE
000170*    CHNAUDIT FILE - THE SAME SHAPE COPAUSAC USES FOR CONFIG.
000190*                MODIFICATION HISTORY                            *
000200* DATE       INIT DESCRIPTION                                    *
000210* 2026-12-20  ABF INITIAL VERSION                                *
000211* 2027-06-27  ABF MESSAGES-PER-MINUTE QUOTA FIELD (CMQUOTA)      *
000212* 2028-01-23  ABF REQUEST TIMEOUT SECONDS FIELD (CMTMOUT)        *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000410         88  SEND-ERASE-NO                  VALUE 'N'.
000420     05  WS-CHN-FOUND-SW            PIC X(01) VALUE 'N'.
000430         88  CHN-ROW-FOUND                  VALUE 'Y'.
000433     05  WS-QUOTA-WORK              PIC 9(07).
000436     05  WS-TIMEOUT-WORK            PIC 9(05).
000440*----------------------------------------------------------------*
000450*    CHANNEL RECORD, ITS BEFORE-IMAGE, AND THE CHANGE JOURNAL
000460*----------------------------------------------------------------*
001580        AND (CMCONTI OF COPAU1NI = SPACES OR LOW-VALUES)
001590        AND (CMENABI OF COPAU1NI = SPACES OR LOW-VALUES)
001600        AND (CMVERSI OF COPAU1NI = SPACES OR LOW-VALUES)
001603        AND (CMQUOTAI OF COPAU1NI = SPACES OR LOW-VALUES)
001606        AND (CMTMOUTI OF COPAU1NI = SPACES OR LOW-VALUES)
001610*       INQUIRY ONLY.
001620        IF NOT CHN-ROW-FOUND
001630           SET ERR-FLG-ON           TO TRUE
002120           GO TO APPLY-CHANNEL-UPDATE-EXIT
002130        END-IF
002140     END-IF
002141     IF CMQUOTAI OF COPAU1NI NOT = SPACES AND LOW-VALUES
002142        IF CMQUOTAI OF COPAU1NI NOT NUMERIC
002143           SET ERR-FLG-ON           TO TRUE
002144           MOVE 'QUOTA MUST BE 7 DIGITS, 0000000 FOR NONE.'
002145                                    TO WS-MESSAGE
002146           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU1NO
002147           GO TO APPLY-CHANNEL-UPDATE-EXIT
002148        END-IF
002149     END-IF
002150     IF CMTMOUTI OF COPAU1NI NOT = SPACES AND LOW-VALUES
002151        IF CMTMOUTI OF COPAU1NI NOT NUMERIC
002152           SET ERR-FLG-ON           TO TRUE
002153           MOVE 'TIMEOUT MUST BE 5 DIGITS, 00000 FOR NONE.'
002154                                    TO WS-MESSAGE
002155           MOVE WS-MESSAGE          TO ERRMSGO OF COPAU1NO
002156           GO TO APPLY-CHANNEL-UPDATE-EXIT
002157        END-IF
002158     END-IF
002159     IF NOT CHN-ROW-FOUND
002160        MOVE SPACES                 TO CHANNEL-MASTER-RECORD
002170        MOVE CMSRCI OF COPAU1NI     TO CHN-SOURCE-CODE
002180        MOVE 'Y'                    TO CHN-ENABLED-SW
002190        MOVE '02'                   TO CHN-EXPECT-VERSION
002193        MOVE ZERO                   TO CHN-RATE-QUOTA
002196                                       CHN-TIMEOUT-SECS
002200     END-IF
002210     IF CMNAMEI OF COPAU1NI NOT = SPACES AND LOW-VALUES
002220        MOVE CMNAMEI OF COPAU1NI    TO CHN-NAME
002300     IF CMVERSI OF COPAU1NI NOT = SPACES AND LOW-VALUES
002310        MOVE CMVERSI OF COPAU1NI    TO CHN-EXPECT-VERSION
002320     END-IF
002321     IF CMQUOTAI OF COPAU1NI NOT = SPACES AND LOW-VALUES
002322        MOVE CMQUOTAI OF COPAU1NI   TO WS-QUOTA-WORK
002323        MOVE WS-QUOTA-WORK          TO CHN-RATE-QUOTA
002324     END-IF
002325     IF CMTMOUTI OF COPAU1NI NOT = SPACES AND LOW-VALUES
002326        MOVE CMTMOUTI OF COPAU1NI   TO WS-TIMEOUT-WORK
002327        MOVE WS-TIMEOUT-WORK        TO CHN-TIMEOUT-SECS
002328     END-IF
002330     MOVE CDEMO-USER-ID             TO CHN-UPDATED-BY
002340     MOVE WS-TODAY-CCYYMMDD         TO CHN-UPDATED-DATE
002350     IF CHN-ROW-FOUND
003040     MOVE CHN-OWNER-CONTACT         TO CMCONTO OF COPAU1NO
003050     MOVE CHN-ENABLED-SW            TO CMENABO OF COPAU1NO
003060     MOVE CHN-EXPECT-VERSION        TO CMVERSO OF COPAU1NO
003061*    ROWS ADDED BEFORE THE QUOTA EXISTED HOLD SPACES THERE.
003062     IF CHN-RATE-QUOTA NUMERIC
003063        MOVE CHN-RATE-QUOTA         TO WS-QUOTA-WORK
003064     ELSE
003065        MOVE ZERO                   TO WS-QUOTA-WORK
003066     END-IF
003067     MOVE WS-QUOTA-WORK             TO CMQUOTAO OF COPAU1NO
003068     IF CHN-TIMEOUT-SECS NUMERIC
003069        MOVE CHN-TIMEOUT-SECS       TO WS-TIMEOUT-WORK
003070     ELSE
003071        MOVE ZERO                   TO WS-TIMEOUT-WORK
003072     END-IF
003073     MOVE WS-TIMEOUT-WORK           TO CMTMOUTO OF COPAU1NO
003074     .
003080 POPULATE-CHN-FIELDS-EXIT.
003090     EXIT.
003100*----------------------------------------------------------------*

000150*    IT DRIVES THE CREDIT DECISION IN COPAUA0C. EVERY APPLIED
000160*    UPDATE IS JOURNALED (WHO, WHEN, BEFORE/AFTER IMAGES) TO
000170*    THE CCUS TD QUEUE, HARDENED TO THE CUSAUDIT FILE.
000171*    THE SENSITIVE FLAG (S STAFF, V VIP, P PROTECTED, N TO
000172*    CLEAR) IS ADMIN-ONLY LIKE FICO: IT DECIDES WHICH
000173*    CUSTOMERS' VIEWS ARE JOURNALED ON THE SERVICE SCREENS.
000180*----------------------------------------------------------------*
000190*                MODIFICATION HISTORY                            *
000200* DATE       INIT DESCRIPTION                                    *
000210* 2025-06-01  RKA INITIAL VERSION                                *
000211* 2027-03-08  RKA CUSTOMER ID PRE-FILLED FROM THE COMMAREA ON    *
000212*                 ENTRY (CUSTOMER 360 PF-KEY TRANSFERS)          *
000213* 2027-09-26  JGM ADMIN-ONLY SENSITIVE-CUSTOMER FLAG (STAFF, VIP,*
000214*                 PROTECTED)                                     *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
001670        AND (PHONEI OF COPAUBAI = SPACES OR LOW-VALUES)
001680        AND (EMAILI OF COPAUBAI = SPACES OR LOW-VALUES)
001690        AND (FICOI OF COPAUBAI = SPACES OR LOW-VALUES)
001691        AND (SENSFI OF COPAUBAI = SPACES OR LOW-VALUES)
001700*       INQUIRY ONLY.
001710        PERFORM POPULATE-CUST-FIELDS
001720                                THRU POPULATE-CUST-FIELDS-EXIT
002560           GO TO APPLY-CUST-UPDATE-EXIT
002570        END-IF
002580     END-IF
002581     IF SENSFI OF COPAUBAI NOT = SPACES AND LOW-VALUES
002582        IF NOT CDEMO-USER-TYPE-ADMIN
002583           SET ERR-FLG-ON           TO TRUE
002584           MOVE 'SENSITIVE FLAG CHANGES ARE RESTRICTED TO ADMIN.'
002585                                    TO WS-MESSAGE
002586           MOVE WS-MESSAGE          TO ERRMSGO OF COPAUBAO
002587           GO TO APPLY-CUST-UPDATE-EXIT
002588        END-IF
002589        IF SENSFI OF COPAUBAI NOT = 'S' AND 'V' AND 'P' AND 'N'
002590           SET ERR-FLG-ON           TO TRUE
002591           MOVE 'SENSITIVE FLAG MUST BE S, V, P OR N (NONE).'
002592                                    TO WS-MESSAGE
002593           MOVE WS-MESSAGE          TO ERRMSGO OF COPAUBAO
002594           GO TO APPLY-CUST-UPDATE-EXIT
002595        END-IF
002596     END-IF
002597*
002600     EXEC CICS READ
002610          DATASET   (WS-CUSTFILENAME)
002620          RIDFLD    (WS-CUST-RID)
002890     IF FICOI OF COPAUBAI NOT = SPACES AND LOW-VALUES
002900        MOVE FICOI OF COPAUBAI      TO CUST-FICO-CREDIT-SCORE
002910     END-IF
002911     IF SENSFI OF COPAUBAI = 'N'
002912        MOVE SPACE                  TO CUST-SENSITIVE-FLAG
002913     ELSE
002914        IF SENSFI OF COPAUBAI NOT = SPACES AND LOW-VALUES
002915           MOVE SENSFI OF COPAUBAI  TO CUST-SENSITIVE-FLAG
002916        END-IF
002917     END-IF
002920     EXEC CICS REWRITE
002930          DATASET   (WS-CUSTFILENAME)
002940          FROM      (CUSTOMER-RECORD)
003520     MOVE CUST-PHONE-NUM-1          TO PHONEO OF COPAUBAO
003530     MOVE CUST-EMAIL-ADDRESS        TO EMAILO OF COPAUBAO
003540     MOVE CUST-FICO-CREDIT-SCORE    TO FICOO OF COPAUBAO
003541     MOVE CUST-SENSITIVE-FLAG       TO SENSFO OF COPAUBAO
003550     .
003560 POPULATE-CUST-FIELDS-EXIT.
003570     EXIT.

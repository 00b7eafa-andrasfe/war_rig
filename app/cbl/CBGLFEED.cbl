000210* 2026-01-11  JGM INITIAL VERSION                                *
000211* 2026-11-15  ABF PER-INSTITUTION EXPOSURE SECTION ADDED TO THE *
000212*                 CONTROL REPORT FOR THE SECOND PORTFOLIO       *
000213* 2027-07-18  ABF LINE LAYOUT MOVED TO CVGLFDRY; EACH LINE NOW  *
000214*                 CARRIES ITS PAIR TYPE AND ORIGINAL FEED DATE  *
000215*                 SO CBGLRJCT CAN MATCH LEDGER REJECTS TO PAIRS *
000220*----------------------------------------------------------------*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000460 FILE SECTION.
000470 FD  GL-FEED-FILE
000480     RECORDING MODE IS F.
000490 COPY CVGLFDRY.
000570*
000580 FD  CDC-IN-FILE
000590     RECORDING MODE IS F.
002870     PERFORM VARYING WS-SUB FROM 1 BY 1
002880         UNTIL WS-SUB > WS-BK-COUNT
002890         IF WS-BK-NEW-HOLDS(WS-SUB) NOT = 0
002895            MOVE SPACES                 TO GL-FEED-RECORD
002896            SET GLF-NEW-HOLD-PAIR       TO TRUE
002900            MOVE 'PAUEXPOSUR'           TO GLF-GL-ACCOUNT
002910            MOVE 'D'                    TO GLF-DR-CR
002920            PERFORM 7100-WRITE-ONE-SIDE THRU 7100-EXIT
002950            PERFORM 7100-WRITE-ONE-SIDE THRU 7100-EXIT
002960         END-IF
002970         IF WS-BK-RELEASED(WS-SUB) NOT = 0
002975            MOVE SPACES                 TO GL-FEED-RECORD
002976            SET GLF-RELEASE-PAIR        TO TRUE
002980            MOVE 'PAUOFFSETT'           TO GLF-GL-ACCOUNT
002990            MOVE 'D'                    TO GLF-DR-CR
003000            PERFORM 7200-WRITE-ONE-REL  THRU 7200-EXIT
003130     MOVE WS-BK-CURRENCY(WS-SUB)    TO GLF-CURRENCY-CODE
003140     MOVE WS-BK-AUTH-TYPE(WS-SUB)   TO GLF-AUTH-TYPE
003150     MOVE CURRENT-DATE              TO GLF-FEED-DATE
003155     MOVE CURRENT-DATE              TO GLF-ORIG-FEED-DATE
003160     WRITE GL-FEED-RECORD
003170     ADD 1 TO WS-FEED-RECORDS
003180     .
003250     MOVE WS-BK-CURRENCY(WS-SUB)    TO GLF-CURRENCY-CODE
003260     MOVE WS-BK-AUTH-TYPE(WS-SUB)   TO GLF-AUTH-TYPE
003270     MOVE CURRENT-DATE              TO GLF-FEED-DATE
003275     MOVE CURRENT-DATE              TO GLF-ORIG-FEED-DATE
003280     WRITE GL-FEED-RECORD
003290     ADD 1 TO WS-FEED-RECORDS
003300     .

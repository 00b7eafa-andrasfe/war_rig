000150*                MODIFICATION HISTORY                            *
000160* DATE       INIT DESCRIPTION                                    *
000170* 2024-09-29  ABF INITIAL VERSION                                *
000171* 2027-11-28  JGM SANCTIONED-ENTITY NAME AND CITY HITS AND       *
000172*                 CBSNERSC LOOKBACK HITS - MATCH TYPE, STRENGTH, *
000173*                 SCORE AND ENTITY ON THE DETAIL LINE; SUMMARY BY*
000174*                 ACTION, MATCH TYPE AND STRENGTH                *
000180*----------------------------------------------------------------*
000190 ENVIRONMENT DIVISION.
000200 CONFIGURATION SECTION.
000700     05  WS-RPT-DECLINED            PIC S9(9) COMP-3 VALUE 0.
000710     05  WS-RPT-REFERRED            PIC S9(9) COMP-3 VALUE 0.
000720     05  WS-RPT-TOTAL-AMT           PIC S9(11)V99 COMP-3 VALUE 0.
000721     05  WS-RPT-LOOKBACK            PIC S9(9) COMP-3 VALUE 0.
000722     05  WS-RPT-COUNTRY-HITS        PIC S9(9) COMP-3 VALUE 0.
000723     05  WS-RPT-ENTITY-HITS         PIC S9(9) COMP-3 VALUE 0.
000724     05  WS-RPT-LOCATION-HITS       PIC S9(9) COMP-3 VALUE 0.
000725     05  WS-RPT-STRONG              PIC S9(9) COMP-3 VALUE 0.
000726     05  WS-RPT-WEAK                PIC S9(9) COMP-3 VALUE 0.
000727 01  WS-LINE-PTR                    PIC S9(4) COMP.
000730*----------------------------------------------------------------*
000740 01  WS-PRINT-LINE                 PIC X(132).
000750 01  WS-DISPLAY-FIELDS.
001380*----------------------------------------------------------------*
001390     MOVE SNCA-TRANSACTION-AMT   TO WS-AMT-DIS
001400     MOVE SPACES                 TO WS-PRINT-LINE
001401     MOVE 1                      TO WS-LINE-PTR
001410     STRING 'HIT ' SNCA-COUNTRY-CODE
001420            ' ACT:' SNCA-ACTION-TAKEN
001430            ' CARD:' SNCA-CARD-NUM
001460            ' AT:' SNCA-TIMESTAMP(1:17)
001470            DELIMITED BY SIZE
001480            INTO WS-PRINT-LINE
001481            WITH POINTER WS-LINE-PTR
001490     END-STRING
001491*    A NAME OR CITY MATCH ON THE SANCTIONED-ENTITY LIST ALSO
001492*    SHOWS WHAT MATCHED, HOW WELL, AND WHICH LISTED PARTY.
001493     IF NOT SNCA-COUNTRY-HIT
001494        STRING ' TYPE:' SNCA-HIT-TYPE
001495               ' ' SNCA-MATCH-STRENGTH
001496               ' SCORE:' SNCA-MATCH-SCORE
001497               ' ENT:' SNCA-ENTITY-ID
001498               DELIMITED BY SIZE
001499               INTO WS-PRINT-LINE
001500               WITH POINTER WS-LINE-PTR
001501        END-STRING
001502     END-IF
001503     WRITE HIT-REPORT-LINE FROM WS-PRINT-LINE
001510     .
001520 3000-EXIT.
001530     EXIT.
001540*----------------------------------------------------------------*
001550 4000-TALLY-HIT.
001560*----------------------------------------------------------------*
001562     EVALUATE SNCA-ACTION-TAKEN
001564         WHEN 'R'
001566             ADD 1 TO WS-RPT-REFERRED
001568         WHEN 'L'
001570             ADD 1 TO WS-RPT-LOOKBACK
001572         WHEN OTHER
001574             ADD 1 TO WS-RPT-DECLINED
001576     END-EVALUATE
001578     EVALUATE TRUE
001580         WHEN SNCA-ENTITY-HIT
001582             ADD 1 TO WS-RPT-ENTITY-HITS
001584         WHEN SNCA-LOCATION-HIT
001586             ADD 1 TO WS-RPT-LOCATION-HITS
001588         WHEN OTHER
001590             ADD 1 TO WS-RPT-COUNTRY-HITS
001592     END-EVALUATE
001594     IF SNCA-STRONG-MATCH
001596        ADD 1 TO WS-RPT-STRONG
001598     END-IF
001600     IF SNCA-WEAK-MATCH
001602        ADD 1 TO WS-RPT-WEAK
001604     END-IF
001620     ADD SNCA-TRANSACTION-AMT TO WS-RPT-TOTAL-AMT
001630*
001640     SET WS-CTY-IDX TO 1
002030     STRING '  REFERRED .........................: ' WS-CNT-DIS
002040            DELIMITED BY SIZE INTO WS-PRINT-LINE
002050     END-STRING
002051     WRITE HIT-REPORT-LINE FROM WS-PRINT-LINE
002052*
002053     MOVE WS-RPT-LOOKBACK TO WS-CNT-DIS
002054     MOVE SPACES TO WS-PRINT-LINE
002055     STRING '  FOUND ON LOOKBACK (ALREADY PAID) .: ' WS-CNT-DIS
002056            DELIMITED BY SIZE INTO WS-PRINT-LINE
002057     END-STRING
002058     WRITE HIT-REPORT-LINE FROM WS-PRINT-LINE
002059*
002060     MOVE WS-RPT-COUNTRY-HITS TO WS-CNT-DIS
002061     MOVE SPACES TO WS-PRINT-LINE
002062     STRING '  ACQUIRER COUNTRY MATCHES .........: ' WS-CNT-DIS
002063            DELIMITED BY SIZE INTO WS-PRINT-LINE
002064     END-STRING
002065     WRITE HIT-REPORT-LINE FROM WS-PRINT-LINE
002066*
002067     MOVE WS-RPT-ENTITY-HITS TO WS-CNT-DIS
002068     MOVE SPACES TO WS-PRINT-LINE
002069     STRING '  MERCHANT NAME MATCHES ............: ' WS-CNT-DIS
002070            DELIMITED BY SIZE INTO WS-PRINT-LINE
002071     END-STRING
002072     WRITE HIT-REPORT-LINE FROM WS-PRINT-LINE
002073*
002074     MOVE WS-RPT-LOCATION-HITS TO WS-CNT-DIS
002075     MOVE SPACES TO WS-PRINT-LINE
002076     STRING '  MERCHANT CITY MATCHES ............: ' WS-CNT-DIS
002077            DELIMITED BY SIZE INTO WS-PRINT-LINE
002078     END-STRING
002079     WRITE HIT-REPORT-LINE FROM WS-PRINT-LINE
002080*
002081     MOVE WS-RPT-STRONG TO WS-CNT-DIS
002082     MOVE SPACES TO WS-PRINT-LINE
002083     STRING '    STRONG NAME/CITY MATCHES .......: ' WS-CNT-DIS
002084            DELIMITED BY SIZE INTO WS-PRINT-LINE
002085     END-STRING
002086     WRITE HIT-REPORT-LINE FROM WS-PRINT-LINE
002087*
002088     MOVE WS-RPT-WEAK TO WS-CNT-DIS
002089     MOVE SPACES TO WS-PRINT-LINE
002090     STRING '    WEAK NAME/CITY MATCHES .........: ' WS-CNT-DIS
002091            DELIMITED BY SIZE INTO WS-PRINT-LINE
002092     END-STRING
002093     WRITE HIT-REPORT-LINE FROM WS-PRINT-LINE
002094*
002095     MOVE WS-RPT-TOTAL-AMT TO WS-AMT-DIS
002096     MOVE SPACES TO WS-PRINT-LINE
002100     STRING '  TOTAL ATTEMPTED AMOUNT ...........: ' WS-AMT-DIS
002110            DELIMITED BY SIZE INTO WS-PRINT-LINE
002120     END-STRING

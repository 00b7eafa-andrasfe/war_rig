000110*    CARDDEMO.PAUMISST STATISTICS TABLE AND PRINTS THE DAILY     *
000120*    MIS REPORT: APPROVALS, DECLINES, REJECTS AND DUPLICATES BY  *
000130*    HOUR, AVERAGE LATENCY, AND THE PEAK HOUR. EACH MONITOR      *
000140*    RECORD IS THE FIXED 268-BYTE IMAGE COPAUA0C BUILDS: THE     *
000150*    250-BYTE REPLY, A DISPOSITION FLAG, THE MESSAGE'S           *
000160*    ELAPSED MICROSECONDS AND THE LANE (STANDARD/EXPRESS).       *
000161*    HOURS ARE BUCKETED BY THE MESSAGE'S                         *
000170*    OWN MQ PUT TIME, SO THE BY-HOUR PROFILE IS RIGHT WHETHER    *
000180*    THE JOB RUNS FREQUENTLY OR AS A SINGLE NIGHTLY DRAIN.       *
000181*    PAUMISST GETS ONE ROW PER HOUR PER REQUESTING INSTITUTION   *
000182*    (CARRIED AT THE END OF THE MONITOR RECORD) SO THE MONTHLY   *
000183*    INSTITUTION BILLING (CBINSBIL) CAN COUNT EACH PARTNER'S     *
000184*    DECISIONS; A RECORD WITHOUT ONE IS THE FOUNDING             *
000185*    INSTITUTION'S.                                              *
000190*----------------------------------------------------------------*
000200*                MODIFICATION HISTORY                            *
000210* DATE       INIT DESCRIPTION                                    *
000220* 2024-10-27  ABF INITIAL VERSION                                *
000221* 2026-06-14  RKA HOUR BUCKET TAKEN FROM THE MESSAGE PUT TIME,   *
000222*                 NOT THE DRAIN TIME                             *
000224* 2028-03-12  ABF PAUMISST ROWS SPLIT BY REQUESTING INSTITUTION, *
000226*                 READ FROM THE 268-BYTE MONITOR RECORD          *
000228* 2028-03-27  ABF HEADER GIVES THE 268-BYTE RECORD LENGTH        *
000230*----------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000590     05  WS-QMGR-NAME               PIC X(48) VALUE 'MQPA'.
000600     05  W02-HCONN                  PIC S9(09) COMP.
000610     05  W02-HOBJ-MONITOR           PIC S9(09) COMP.
000620     05  W02-BUFFLEN                PIC S9(09) COMP VALUE 268.
000630     05  W02-DATALEN                PIC S9(09) COMP.
000640     05  WS-COMPCODE                PIC S9(09) COMP.
000650     05  WS-REASON                  PIC S9(09) COMP.
000780 01  MQM-GET-MESSAGE-OPTIONS.
000790     COPY CMQGMOV.
000800*----------------------------------------------------------------*
000810*    FIXED 268-BYTE MONITOR RECORD AS BUILT BY COPAUA0C 7300:    *
000820*    THE CSV REPLY IMAGE IN ITS FIXED COLUMNS, THEN DISPOSITION, *
000830*    ELAPSED MICROSECONDS, LANE AND REQUESTING INSTITUTION.      *
000840*----------------------------------------------------------------*
000850 01  MONITOR-RECORD.
000860     05  MON-CARD-NUM                PIC X(16).
001081     05  FILLER                      PIC X(01).
001082     05  MON-LANE                    PIC X(01).
001083         88  MON-EXPRESS-LANE                 VALUE 'E'.
001084     05  FILLER                      PIC X(01).
001085     05  MON-INST-ID                 PIC X(03).
001090*----------------------------------------------------------------*
001100*    PER-HOUR ACCUMULATORS (SUBSCRIPT = HOUR + 1)                *
001110*----------------------------------------------------------------*
001160         10  WS-HR-REJECTED         PIC S9(9) COMP-3 VALUE 0.
001170         10  WS-HR-DUPLICATE        PIC S9(9) COMP-3 VALUE 0.
001180         10  WS-HR-TOTAL            PIC S9(9) COMP-3 VALUE 0.
001181         10  WS-HR-ELAPSED-SUM      PIC S9(15) COMP-3 VALUE 0.
001182*----------------------------------------------------------------*
001183*    THE SAME COUNTS BY HOUR AND REQUESTING INSTITUTION - ONE    *
001184*    PAUMISST ROW PER ENTRY USED                                 *
001185*----------------------------------------------------------------*
001186 01  WS-INST-HOUR-CONTROL.
001187     05  WS-IH-COUNT                PIC S9(4) COMP VALUE 0.
001188     05  WS-IH-TABLE-MAX            PIC S9(4) COMP VALUE 480.
001189     05  WS-IH-SUB                  PIC S9(4) COMP.
001190     05  WS-IH-FOUND-SW             PIC X(01).
001191         88  IH-SLOT-FOUND                  VALUE 'Y'.
001192     05  WS-IH-INST-NOW             PIC X(03).
001193 01  WS-INST-HOUR-TABLE.
001194     05  WS-IH-ENTRY OCCURS 480 TIMES.
001195         10  WS-IH-HOUR-SUB         PIC S9(4) COMP.
001196         10  WS-IH-INST-ID          PIC X(03).
001197         10  WS-IH-APPROVED         PIC S9(9) COMP-3.
001198         10  WS-IH-DECLINED         PIC S9(9) COMP-3.
001199         10  WS-IH-REJECTED         PIC S9(9) COMP-3.
001200         10  WS-IH-DUPLICATE        PIC S9(9) COMP-3.
001201         10  WS-IH-TOTAL            PIC S9(9) COMP-3.
001202         10  WS-IH-ELAPSED-SUM      PIC S9(15) COMP-3.
001203*----------------------------------------------------------------*
001210 01  WS-REPORT-COUNTERS.
001220     05  WS-RPT-MSGS-READ           PIC S9(9) COMP-3 VALUE 0.
001230     05  WS-RPT-ROWS-WRITTEN        PIC S9(9) COMP-3 VALUE 0.
001240     05  WS-RPT-SQL-ERRORS          PIC S9(9) COMP-3 VALUE 0.
001241     05  WS-RPT-INST-OVERFLOW       PIC S9(9) COMP-3 VALUE 0.
001250*----------------------------------------------------------------*
001260 01  WS-PRINT-LINE                 PIC X(132).
001270 01  WS-DISPLAY-FIELDS.
002510         WHEN OTHER
002520             ADD 1 TO WS-HR-DECLINED(WS-HOUR-SUB)
002530     END-EVALUATE
002531     PERFORM 3100-TALLY-INSTITUTION THRU 3100-EXIT
002532     .
002533 3000-EXIT.
002534     EXIT.
002535*----------------------------------------------------------------*
002536*    THE MESSAGE AGAIN IN ITS HOUR-AND-INSTITUTION ENTRY. A      *
002537*    RECORD FROM BEFORE THE INSTITUTION WAS CARRIED BELONGS TO   *
002538*    THE FOUNDING INSTITUTION. A FULL TABLE IS COUNTED AND       *
002539*    REPORTED - THOSE MESSAGES REACH THE MIS REPORT BUT NOT      *
002540*    PAUMISST.                                                   *
002541*----------------------------------------------------------------*
002542 3100-TALLY-INSTITUTION.
002543*----------------------------------------------------------------*
002544     MOVE MON-INST-ID            TO WS-IH-INST-NOW
002545     IF WS-IH-INST-NOW = SPACES OR LOW-VALUES
002546        MOVE '001'               TO WS-IH-INST-NOW
002547     END-IF
002548     MOVE 'N'                    TO WS-IH-FOUND-SW
002549     PERFORM 3110-MATCH-INST-HOUR THRU 3110-EXIT
002550         VARYING WS-IH-SUB FROM 1 BY 1
002551         UNTIL WS-IH-SUB > WS-IH-COUNT
002552            OR IH-SLOT-FOUND
002553     IF IH-SLOT-FOUND
002554        SUBTRACT 1 FROM WS-IH-SUB
002555     ELSE
002556        IF WS-IH-COUNT >= WS-IH-TABLE-MAX
002557           ADD 1 TO WS-RPT-INST-OVERFLOW
002558           GO TO 3100-EXIT
002559        END-IF
002560        ADD 1 TO WS-IH-COUNT
002561        MOVE WS-IH-COUNT         TO WS-IH-SUB
002562        MOVE WS-HOUR-SUB         TO WS-IH-HOUR-SUB(WS-IH-SUB)
002563        MOVE WS-IH-INST-NOW      TO WS-IH-INST-ID(WS-IH-SUB)
002564        MOVE ZERO                TO WS-IH-APPROVED(WS-IH-SUB)
002565                                    WS-IH-DECLINED(WS-IH-SUB)
002566                                    WS-IH-REJECTED(WS-IH-SUB)
002567                                    WS-IH-DUPLICATE(WS-IH-SUB)
002568                                    WS-IH-TOTAL(WS-IH-SUB)
002569                                    WS-IH-ELAPSED-SUM(WS-IH-SUB)
002570     END-IF
002571*
002572     ADD 1 TO WS-IH-TOTAL(WS-IH-SUB)
002573     IF MON-ELAPSED-MICROS IS NUMERIC
002574        ADD MON-ELAPSED-MICROS
002575            TO WS-IH-ELAPSED-SUM(WS-IH-SUB)
002576     END-IF
002577     EVALUATE TRUE
002578         WHEN MON-DUPLICATE-RESEND
002579             ADD 1 TO WS-IH-DUPLICATE(WS-IH-SUB)
002580         WHEN MON-RESP-REASON = '9999'
002581             ADD 1 TO WS-IH-REJECTED(WS-IH-SUB)
002582         WHEN MON-RESP-CODE = '00'
002583             ADD 1 TO WS-IH-APPROVED(WS-IH-SUB)
002584         WHEN OTHER
002585             ADD 1 TO WS-IH-DECLINED(WS-IH-SUB)
002586     END-EVALUATE
002587     .
002588 3100-EXIT.
002589     EXIT.
002590*----------------------------------------------------------------*
002591 3110-MATCH-INST-HOUR.
002592*----------------------------------------------------------------*
002593     IF WS-IH-HOUR-SUB(WS-IH-SUB) = WS-HOUR-SUB
002594        AND WS-IH-INST-ID(WS-IH-SUB) = WS-IH-INST-NOW
002595        SET IH-SLOT-FOUND        TO TRUE
002596     END-IF
002597     .
002598 3110-EXIT.
002599     EXIT.
002600*----------------------------------------------------------------*
002601*    ONE PAUMISST ROW PER HOUR AND INSTITUTION THAT SAW TRAFFIC. *
002602*    RERUNS ON THE SAME DAY ADD FURTHER ROWS; THE REPORTING      *
002603*    QUERIES SUM BY DATE, HOUR AND INSTITUTION.                  *
002610*----------------------------------------------------------------*
002620 5000-WRITE-STAT-ROWS.
002630*----------------------------------------------------------------*
002640     PERFORM 5100-INSERT-ONE-ROW THRU 5100-EXIT
002650         VARYING WS-IH-SUB FROM 1 BY 1
002660         UNTIL WS-IH-SUB > WS-IH-COUNT
002700     .
002710 5000-EXIT.
002720     EXIT.
002730*----------------------------------------------------------------*
002740 5100-INSERT-ONE-ROW.
002750*----------------------------------------------------------------*
002760     COMPUTE MIS-STAT-HOUR = WS-IH-HOUR-SUB(WS-IH-SUB) - 1
002770     MOVE WS-IH-APPROVED(WS-IH-SUB)    TO MIS-APPROVED-CNT
002780     MOVE WS-IH-DECLINED(WS-IH-SUB)    TO MIS-DECLINED-CNT
002790     MOVE WS-IH-REJECTED(WS-IH-SUB)    TO MIS-REJECTED-CNT
002800     MOVE WS-IH-DUPLICATE(WS-IH-SUB)   TO MIS-DUPLICATE-CNT
002810     MOVE WS-IH-TOTAL(WS-IH-SUB)       TO MIS-TOTAL-CNT
002811     MOVE WS-IH-INST-ID(WS-IH-SUB)     TO MIS-INST-ID
002820     COMPUTE MIS-AVG-LATENCY =
002830             WS-IH-ELAPSED-SUM(WS-IH-SUB) /
002840             WS-IH-TOTAL(WS-IH-SUB)
002850     EXEC SQL
002860          INSERT INTO CARDDEMO.PAUMISST
002870                (STAT_DATE
002910                ,REJECTED_CNT
002920                ,DUPLICATE_CNT
002930                ,TOTAL_CNT
002940                ,AVG_LATENCY
002941                ,INST_ID)
002950            VALUES
002960              ( CURRENT DATE
002970               ,:MIS-STAT-HOUR
003010               ,:MIS-DUPLICATE-CNT
003020               ,:MIS-TOTAL-CNT
003030               ,:MIS-AVG-LATENCY
003031               ,:MIS-INST-ID
003040              )
003050     END-EXEC
003060     IF SQLCODE = ZERO
003480     END-STRING
003490     WRITE MIS-REPORT-LINE FROM WS-PRINT-LINE
003500*
003501     IF WS-RPT-INST-OVERFLOW > 0
003502        MOVE WS-RPT-INST-OVERFLOW TO WS-CNT-DIS
003503        MOVE SPACES TO WS-PRINT-LINE
003504        STRING '** NOT IN PAUMISST - INST TABLE FULL: ' WS-CNT-DIS
003505               DELIMITED BY SIZE INTO WS-PRINT-LINE
003506        END-STRING
003507        WRITE MIS-REPORT-LINE FROM WS-PRINT-LINE
003508     END-IF
003509*
003510     IF WS-PEAK-COUNT > 0
003520        MOVE WS-PEAK-HOUR  TO WS-HH-DIS
003530        MOVE WS-PEAK-COUNT TO WS-CNT-DIS

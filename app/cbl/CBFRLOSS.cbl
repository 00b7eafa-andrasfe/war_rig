000191* 2026-02-08  JGM CLOSED MONTHS READ FROM THE FRDMONTH ROLLUP    *
000192*                 TABLE; AUTHFRDS SCANNED FOR THE CURRENT MONTH  *
000193*                 ONLY, SO THE YTD REPORT STAYS FAST             *
000194* 2027-08-01  RKA RECOVERIES (CARDDEMO.FRDRECOV) NETTED OFF THE  *
000195*                 GROSS LOSS BY MONTH, WITH A BREAKDOWN BY       *
000196*                 RECOVERY SOURCE                                *
000200*----------------------------------------------------------------*
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000547     05  FRM-FRAUD-AMT              PIC S9(11)V99 COMP-3.
000548 01  WS-ROLLUP-EOF-SW               PIC X(01) VALUE 'N'.
000549     88  ROLLUP-EOF                         VALUE 'Y'.
000551*    RECOVERY TOTALS FOR ONE MONTH AND SOURCE, OFF FRDRECOV.
000552 01  WS-RECOVERY-VARS.
000553     05  RCV-MONTH                  PIC S9(09) COMP.
000554     05  RCV-SOURCE-CD              PIC X(01).
000555     05  RCV-ROW-CNT                PIC S9(09) COMP.
000556     05  RCV-SUM-AMT                PIC S9(11)V99 COMP-3.
000557 01  WS-RECOVERY-EOF-SW             PIC X(01) VALUE 'N'.
000558     88  RECOVERY-EOF                       VALUE 'Y'.
000540*----------------------------------------------------------------*
000550*    RUN-MODE CONTROL (PARM-DRIVEN - OPS MAINTAINABLE)             *
000560*----------------------------------------------------------------*
000810                              INDEXED BY WS-MN-IDX.
000820             15  WS-MN-COUNT        PIC S9(9) COMP-3 VALUE 0.
000830             15  WS-MN-AMT          PIC S9(11)V99 COMP-3 VALUE 0.
000831*            RECOVERED AGAINST THE MONTH'S LOSS - 1 CHARGEBACK,
000832*            2 MERCHANT REFUND, 3 CUSTOMER LIABILITY.
000833             15  WS-MN-RCV-AMT      PIC S9(11)V99 COMP-3 VALUE 0
000834                                    OCCURS 3 TIMES.
000835             15  WS-MN-RCV-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
000836     05  WS-RPT-RCV-ROWS            PIC S9(9) COMP-3 VALUE 0.
000837     05  WS-RPT-RCV-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
000838     05  WS-RPT-RCV-BY-SOURCE       PIC S9(11)V99 COMP-3 VALUE 0
000839                                    OCCURS 3 TIMES.
000840     05  WS-RPT-NET-AMT             PIC S9(11)V99 COMP-3 VALUE 0.
000841     05  WS-SRC-IDX                 PIC S9(04) COMP.
000842*----------------------------------------------------------------*
000850 01  WS-PRINT-LINE                 PIC X(132).
000860 01  WS-DISPLAY-FIELDS.
000870     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
000880     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
000881     05  WS-RCV-DIS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
000882     05  WS-NET-DIS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
000883     05  WS-CB-DIS                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
000884     05  WS-MR-DIS                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
000885     05  WS-CL-DIS                  PIC Z,ZZZ,ZZZ,ZZ9.99-.
000890     05  WS-MM-DIS                  PIC 99.
000900*----------------------------------------------------------------*
000910*    DB2 SQL-ERROR DISPLAY FIELDS                                 *
001447     END-IF
001448     PERFORM 1400-LOAD-ROLLUP-MONTHS THRU 1400-EXIT
001450     PERFORM 1300-OPEN-CURSOR THRU 1300-EXIT
001451     PERFORM 1500-LOAD-RECOVERIES  THRU 1500-EXIT
001460*
001470     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
001480     DISPLAY '*-------------------------------------*'
002113     .
002114 1450-EXIT.
002115     EXIT.
002116*----------------------------------------------------------------*
002117*    RECOVERIES ARE BOOKED AGAINST THE MONTH OF THE FRAUD THEY   *
002118*    RECOVER (THE AUTHFRDS AUTH_TS THE ROW CARRIES), SO A REFUND *
002119*    ARRIVING MONTHS LATER STILL REDUCES THE RIGHT MONTH. THE    *
002121*    TABLE IS SMALL AND NEVER ROLLED UP - IT IS READ WHOLE.      *
002122*----------------------------------------------------------------*
002123 1500-LOAD-RECOVERIES.
002124*----------------------------------------------------------------*
002126     EXEC SQL
002127         DECLARE FRRECOV-CURSOR CURSOR FOR
002128             SELECT MONTH(AUTH_TS), RCV_SOURCE,
002129                    COUNT(*), SUM(RCV_AMT)
002130               FROM CARDDEMO.FRDRECOV
002131              WHERE YEAR(AUTH_TS) = :WS-RUN-YEAR-4DIGIT
002132              GROUP BY MONTH(AUTH_TS), RCV_SOURCE
002133     END-EXEC
002134     EXEC SQL
002135         OPEN FRRECOV-CURSOR
002136     END-EXEC
002137     IF SQLCODE NOT = ZERO
002138        MOVE SQLCODE TO WS-SQLCODE
002139        DISPLAY 'FRDRECOV UNAVAILABLE - GROSS LOSS ONLY, SQLCODE='
002141                WS-SQLCODE
002142        GO TO 1500-EXIT
002143     END-IF
002144     PERFORM 1550-FETCH-RECOVERY THRU 1550-EXIT
002145         UNTIL RECOVERY-EOF
002146     EXEC SQL
002147         CLOSE FRRECOV-CURSOR
002148     END-EXEC
002149     .
002151 1500-EXIT.
002152     EXIT.
002153*----------------------------------------------------------------*
002154 1550-FETCH-RECOVERY.
002155*----------------------------------------------------------------*
002156     EXEC SQL
002157         FETCH FRRECOV-CURSOR
002158             INTO :RCV-MONTH, :RCV-SOURCE-CD,
002159                  :RCV-ROW-CNT, :RCV-SUM-AMT
002161     END-EXEC
002162     IF SQLCODE NOT = ZERO
002163        SET RECOVERY-EOF TO TRUE
002164        GO TO 1550-EXIT
002165     END-IF
002166     IF RCV-MONTH < 1 OR RCV-MONTH > 12
002167        GO TO 1550-EXIT
002168     END-IF
002169     EVALUATE RCV-SOURCE-CD
002171         WHEN 'C'
002172             MOVE 1 TO WS-SRC-IDX
002173         WHEN 'M'
002174             MOVE 2 TO WS-SRC-IDX
002175         WHEN 'L'
002176             MOVE 3 TO WS-SRC-IDX
002177         WHEN OTHER
002178             GO TO 1550-EXIT
002179     END-EVALUATE
002181     SET WS-MN-IDX TO RCV-MONTH
002182     ADD RCV-SUM-AMT TO WS-MN-RCV-AMT(WS-MN-IDX, WS-SRC-IDX)
002183     ADD RCV-SUM-AMT TO WS-MN-RCV-TOTAL(WS-MN-IDX)
002184     ADD RCV-SUM-AMT TO WS-RPT-RCV-BY-SOURCE(WS-SRC-IDX)
002185     ADD RCV-SUM-AMT TO WS-RPT-RCV-TOTAL
002186     ADD RCV-ROW-CNT TO WS-RPT-RCV-ROWS
002187     .
002188 1550-EXIT.
002189     EXIT.
002070*----------------------------------------------------------------*
002080 2000-PROCESS-NEXT-FRAUD-ROW.
002090*----------------------------------------------------------------*
002910         MOVE WS-MN-IDX      TO WS-MM-DIS
002920         MOVE WS-MN-COUNT(WS-MN-IDX) TO WS-CNT-DIS
002930         MOVE WS-MN-AMT(WS-MN-IDX)   TO WS-AMT-DIS
002931         MOVE WS-MN-RCV-TOTAL(WS-MN-IDX) TO WS-RCV-DIS
002932         COMPUTE WS-RPT-NET-AMT = WS-MN-AMT(WS-MN-IDX)
002933                                - WS-MN-RCV-TOTAL(WS-MN-IDX)
002934         MOVE WS-RPT-NET-AMT         TO WS-NET-DIS
002940         MOVE SPACES TO WS-PRINT-LINE
002950         STRING '  MONTH ' WS-MM-DIS
002960                ' - COUNT: '  WS-CNT-DIS
002970                ' - LOSS: '   WS-AMT-DIS
002971                ' - RECOVERED: ' WS-RCV-DIS
002972                ' - NET: '    WS-NET-DIS
002980                DELIMITED BY SIZE INTO WS-PRINT-LINE
002990         END-STRING
003000         WRITE FRLOSS-REPORT-LINE FROM WS-PRINT-LINE
003110     MOVE SPACES TO WS-PRINT-LINE
003120     STRING 'YEAR-TO-DATE CONFIRMED FRAUD LOSS ...: ' WS-AMT-DIS
003130            DELIMITED BY SIZE INTO WS-PRINT-LINE
003131     END-STRING
003132     WRITE FRLOSS-REPORT-LINE FROM WS-PRINT-LINE
003133*
003134     MOVE WS-RPT-RCV-TOTAL TO WS-AMT-DIS
003135     MOVE SPACES TO WS-PRINT-LINE
003136     STRING 'YEAR-TO-DATE RECOVERED ..............: ' WS-AMT-DIS
003137            DELIMITED BY SIZE INTO WS-PRINT-LINE
003138     END-STRING
003139     WRITE FRLOSS-REPORT-LINE FROM WS-PRINT-LINE
003140*
003141     COMPUTE WS-RPT-NET-AMT = WS-RPT-TOTAL-LOSS-AMT
003142                            - WS-RPT-RCV-TOTAL
003143     MOVE WS-RPT-NET-AMT TO WS-AMT-DIS
003144     MOVE SPACES TO WS-PRINT-LINE
003145     STRING 'YEAR-TO-DATE NET FRAUD LOSS .........: ' WS-AMT-DIS
003146            DELIMITED BY SIZE INTO WS-PRINT-LINE
003147     END-STRING
003148     WRITE FRLOSS-REPORT-LINE FROM WS-PRINT-LINE
003149*
003150     MOVE WS-RPT-RCV-ROWS TO WS-CNT-DIS
003151     MOVE SPACES TO WS-PRINT-LINE
003152     STRING 'FRDRECOV RECOVERY ROWS ..............: ' WS-CNT-DIS
003153            DELIMITED BY SIZE INTO WS-PRINT-LINE
003154     END-STRING
003155     WRITE FRLOSS-REPORT-LINE FROM WS-PRINT-LINE
003156*
003157*    RECOVERED BY SOURCE, MONTH BY MONTH, THEN FOR THE YEAR.
003158     MOVE SPACES TO WS-PRINT-LINE
003159     WRITE FRLOSS-REPORT-LINE FROM WS-PRINT-LINE
003160     MOVE SPACES TO WS-PRINT-LINE
003161     STRING 'RECOVERED BY SOURCE     CHARGEBACK   '
003162            '  MERCHANT REFUND   CUST LIABILITY'
003163            DELIMITED BY SIZE INTO WS-PRINT-LINE
003164     END-STRING
003165     WRITE FRLOSS-REPORT-LINE FROM WS-PRINT-LINE
003166     PERFORM 8100-PRINT-SOURCE-MONTH THRU 8100-EXIT
003167         VARYING WS-MN-IDX FROM 1 BY 1
003168         UNTIL WS-MN-IDX > 12
003169     MOVE WS-RPT-RCV-BY-SOURCE(1) TO WS-CB-DIS
003170     MOVE WS-RPT-RCV-BY-SOURCE(2) TO WS-MR-DIS
003171     MOVE WS-RPT-RCV-BY-SOURCE(3) TO WS-CL-DIS
003172     MOVE SPACES TO WS-PRINT-LINE
003173     STRING '  YEAR-TO-DATE    ' WS-CB-DIS ' ' WS-MR-DIS
003174            ' ' WS-CL-DIS
003175            DELIMITED BY SIZE INTO WS-PRINT-LINE
003176     END-STRING
003177     WRITE FRLOSS-REPORT-LINE FROM WS-PRINT-LINE
003178     .
003179 8000-EXIT.
003180     EXIT.
003181*----------------------------------------------------------------*
003182 8100-PRINT-SOURCE-MONTH.
003183*----------------------------------------------------------------*
003184     MOVE WS-MN-IDX                      TO WS-MM-DIS
003185     MOVE WS-MN-RCV-AMT(WS-MN-IDX, 1)    TO WS-CB-DIS
003186     MOVE WS-MN-RCV-AMT(WS-MN-IDX, 2)    TO WS-MR-DIS
003187     MOVE WS-MN-RCV-AMT(WS-MN-IDX, 3)    TO WS-CL-DIS
003188     MOVE SPACES TO WS-PRINT-LINE
003189     STRING '  MONTH ' WS-MM-DIS '        ' WS-CB-DIS
003190            ' ' WS-MR-DIS ' ' WS-CL-DIS
003191            DELIMITED BY SIZE INTO WS-PRINT-LINE
003192     END-STRING
003193     WRITE FRLOSS-REPORT-LINE FROM WS-PRINT-LINE
003194     .
003195 8100-EXIT.
003196     EXIT.
003197*----------------------------------------------------------------*
003200 9000-FILE-CLOSE.
003210*----------------------------------------------------------------*
003220     CLOSE FRLOSS-REPORT

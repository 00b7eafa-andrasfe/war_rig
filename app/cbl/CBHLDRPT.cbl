000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBHLDRPT.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-02-20.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBHLDRPT - MONTHLY MCC HOLD ESTIMATE VERSUS SETTLEMENT      *
000090*    READS THE HOLDEST FILE OF ESTIMATED HOLDS (CVHLDESY) THAT   *
000100*    COPAUA0C WRITES FOR CREDIT APPROVALS AT MERCHANT CATEGORIES *
000110*    WITH A HOLD-ESTIMATION RULE ON MCCREF, AND FOR EVERY        *
000120*    ESTIMATE CLOSED IN THE REPORT MONTH COMPARES WHAT WAS       *
000130*    APPROVED, WHAT WAS ESTIMATED AND WHAT CBSETMTC SAW ACTUALLY *
000140*    SETTLE, BY MCC - SO THE UPLIFT PERCENTAGES AND FIXED        *
000150*    AMOUNTS ON MCCREF CAN BE TUNED ON EVIDENCE. VOIDED AND      *
000160*    LAPSED ESTIMATES ARE COUNTED BESIDE THEM.                   *
000170*    THE PASS ALSO KEEPS THE FILE SHORT FOR THE INTAKE'S BROWSE: *
000180*    AN OPEN ESTIMATE PAST ITS EXPIRY IS LAPSED, AND ROWS CLOSED *
000190*    BEFORE THE REPORT MONTH (ALREADY REPORTED) ARE DELETED.     *
000200*    THE REPORT MONTH DEFAULTS TO THE MONTH BEFORE THE RUN DATE; *
000210*    'RPTMON=CCYYMM' ON HLDPARMS OVERRIDES IT FOR A RERUN.       *
000220*----------------------------------------------------------------*
000230*                MODIFICATION HISTORY                            *
000240* DATE       INIT DESCRIPTION                                    *
000250* 2028-02-20  RKA INITIAL VERSION                                *
000260*----------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-ZOS.
000300 OBJECT-COMPUTER. IBM-ZOS.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT HOLD-ESTIMATE-FILE ASSIGN TO HOLDEST
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE  IS SEQUENTIAL
000360         RECORD KEY   IS HLE-KEY
000370         FILE STATUS  IS WS-HLEST-STATUS.
000380*
000390     SELECT MCC-REFERENCE-FILE ASSIGN TO MCCREF
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE  IS SEQUENTIAL
000420         RECORD KEY   IS MCCR-MCC
000430         FILE STATUS  IS WS-MCR-STATUS.
000440*
000450     SELECT PARM-FILE      ASSIGN TO HLDPARMS
000460         ORGANIZATION IS SEQUENTIAL
000470         ACCESS MODE  IS SEQUENTIAL
000480         FILE STATUS  IS WS-PARM-STATUS.
000490*
000500     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE  IS RANDOM
000530         RECORD KEY   IS RUNC-JOB-NAME
000540         FILE STATUS  IS WS-RUNC-STATUS.
000550*
000560     SELECT HOLD-REPORT    ASSIGN TO HLDRPT
000570         ORGANIZATION IS SEQUENTIAL
000580         ACCESS MODE  IS SEQUENTIAL
000590         FILE STATUS  IS WS-RPT-STATUS.
000600*----------------------------------------------------------------*
000610 DATA DIVISION.
000620*----------------------------------------------------------------*
000630 FILE SECTION.
000640 FD  HOLD-ESTIMATE-FILE
000650     RECORDING MODE IS F.
000660 COPY CVHLDESY.
000670*
000680 FD  MCC-REFERENCE-FILE
000690     RECORDING MODE IS F.
000700 COPY CVMCCRFY.
000710*
000720 FD  PARM-FILE
000730     RECORDING MODE IS F.
000740 01  PARM-RECORD                 PIC X(80).
000750*
000760 FD  RUN-CONTROL
000770     RECORDING MODE IS F.
000780 COPY CVRUNCTY.
000790*
000800 FD  HOLD-REPORT
000810     RECORDING MODE IS F.
000820 01  HOLD-REPORT-LINE            PIC X(132).
000830*----------------------------------------------------------------*
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------*
000860 01  WS-VARIABLES.
000870     05  WS-PGMNAME                 PIC X(08) VALUE 'CBHLDRPT'.
000880     05  CURRENT-DATE               PIC 9(06).
000890     05  WS-RUN-TIME                PIC 9(08).
000900     05  WS-TODAY-CCYYMMDD          PIC X(08).
000910*    THE MONTH BEING REPORTED, CCYYMM. ROWS CLOSED BEFORE IT
000920*    WERE REPORTED LAST MONTH AND ARE DELETED.
000930     05  WS-RPT-MONTH               PIC X(06).
000940     05  WS-RPT-MONTH-N REDEFINES WS-RPT-MONTH.
000950         10  WS-RPT-YEAR            PIC 9(04).
000960         10  WS-RPT-MM              PIC 9(02).
000970*
000980 01  WS-FILE-STATUSES.
000990     05  WS-HLEST-STATUS            PIC X(02).
001000         88  HLEST-EOF                      VALUE '10'.
001010     05  WS-PARM-STATUS             PIC X(02).
001020         88  PARM-EOF                       VALUE '10'.
001030     05  WS-RUNC-STATUS             PIC X(02).
001040     05  WS-RPT-STATUS              PIC X(02).
001050 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001060     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001070 COPY CSMCCRFY.
001080*----------------------------------------------------------------*
001090*    ONE ROW PER MCC SEEN IN THE REPORT MONTH, KEPT IN MCC ORDER *
001100*    AS ROWS ARE ADDED SO THE REPORT PRINTS SORTED.              *
001110*----------------------------------------------------------------*
001120 01  WS-MCC-TOTALS.
001130     05  WS-MCT-COUNT               PIC S9(4) COMP VALUE 0.
001140     05  WS-MCT-TABLE-MAX           PIC S9(4) COMP VALUE 500.
001150     05  WS-MCT-ENTRY OCCURS 500 TIMES.
001160         10  WS-MCT-MCC             PIC X(04).
001170         10  WS-MCT-SETTLED-CNT     PIC S9(9) COMP-3.
001180         10  WS-MCT-APPROVED-AMT    PIC S9(11)V99 COMP-3.
001190         10  WS-MCT-ESTIMATE-AMT    PIC S9(11)V99 COMP-3.
001200         10  WS-MCT-ACTUAL-AMT      PIC S9(11)V99 COMP-3.
001210         10  WS-MCT-OVER-EST-CNT    PIC S9(9) COMP-3.
001220         10  WS-MCT-VOIDED-CNT      PIC S9(9) COMP-3.
001230         10  WS-MCT-LAPSED-CNT      PIC S9(9) COMP-3.
001240 01  WS-MCC-TABLE-WORK.
001250     05  WS-MCT-SUB                 PIC S9(4) COMP.
001260     05  WS-MCT-SHIFT-SUB           PIC S9(4) COMP.
001270     05  WS-MCT-SLOT-SW             PIC X(01).
001280         88  MCT-SLOT-FOUND                 VALUE 'Y'.
001290     05  WS-MCT-FULL-SW             PIC X(01) VALUE 'N'.
001300         88  MCC-TABLE-FULL                 VALUE 'Y'.
001310*----------------------------------------------------------------*
001320 01  WS-REPORT-COUNTERS.
001330     05  WS-RPT-ROWS-READ           PIC S9(9) COMP-3 VALUE 0.
001340     05  WS-RPT-STILL-OPEN          PIC S9(9) COMP-3 VALUE 0.
001350     05  WS-RPT-EXPIRED-LAPSED      PIC S9(9) COMP-3 VALUE 0.
001360     05  WS-RPT-ROWS-DELETED        PIC S9(9) COMP-3 VALUE 0.
001370     05  WS-RPT-IN-MONTH            PIC S9(9) COMP-3 VALUE 0.
001380     05  WS-RPT-TOT-SETTLED-CNT     PIC S9(9) COMP-3 VALUE 0.
001390     05  WS-RPT-TOT-APPROVED-AMT    PIC S9(11)V99 COMP-3 VALUE 0.
001400     05  WS-RPT-TOT-ESTIMATE-AMT    PIC S9(11)V99 COMP-3 VALUE 0.
001410     05  WS-RPT-TOT-ACTUAL-AMT      PIC S9(11)V99 COMP-3 VALUE 0.
001420     05  WS-RPT-TOT-OVER-EST-CNT    PIC S9(9) COMP-3 VALUE 0.
001430     05  WS-RPT-TOT-VOIDED-CNT      PIC S9(9) COMP-3 VALUE 0.
001440     05  WS-RPT-TOT-LAPSED-CNT      PIC S9(9) COMP-3 VALUE 0.
001450*----------------------------------------------------------------*
001460 01  WS-PRINT-LINE                 PIC X(132).
001470 01  WS-DISPLAY-FIELDS.
001480     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001490     05  WS-CNT-DIS2                PIC ZZZ,ZZ9.
001500     05  WS-CNT-DIS3                PIC ZZZ,ZZ9.
001510     05  WS-CNT-DIS4                PIC ZZZ,ZZ9.
001520     05  WS-CNT-DIS5                PIC ZZZ,ZZ9.
001530     05  WS-AMT-DIS                 PIC ZZZ,ZZZ,ZZ9.99-.
001540     05  WS-AMT-DIS2                PIC ZZZ,ZZZ,ZZ9.99-.
001550     05  WS-AMT-DIS3                PIC ZZZ,ZZZ,ZZ9.99-.
001560     05  WS-AMT-DIS4                PIC ZZZ,ZZZ,ZZ9.99-.
001570*    SETTLED AS A PERCENTAGE OF THE ESTIMATE - 100.0 IS A PERFECT
001580*    ESTIMATE, UNDER 100 AN ESTIMATE SET TOO HIGH.
001590     05  WS-PCT-WORK                PIC S9(5)V9 COMP-3.
001600     05  WS-PCT-DIS                 PIC ZZZZ9.9.
001610*    ESTIMATE LESS ACTUAL - POSITIVE WHERE OPEN-TO-BUY WAS HELD
001620*    BACK FOR MORE THAN EVER SETTLED.
001630     05  WS-VARIANCE-AMT            PIC S9(11)V99 COMP-3.
001640*----------------------------------------------------------------*
001650 PROCEDURE DIVISION.
001660*----------------------------------------------------------------*
001670 MAIN-PARA.
001680*----------------------------------------------------------------*
001690     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
001700*
001710     PERFORM 2000-PROCESS-NEXT-ESTIMATE THRU 2000-EXIT
001720         UNTIL HLEST-EOF
001730*
001740     PERFORM 8000-PRINT-REPORT       THRU 8000-EXIT
001750*
001760     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
001770*
001780     GOBACK.
001790*----------------------------------------------------------------*
001800 1000-INITIALIZE.
001810*----------------------------------------------------------------*
001820     ACCEPT CURRENT-DATE     FROM DATE
001830     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001840     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001850*    DEFAULT: THE CALENDAR MONTH BEFORE THE RUN DATE.
001860     MOVE WS-TODAY-CCYYMMDD(1:6) TO WS-RPT-MONTH
001870     IF WS-RPT-MM = 1
001880        MOVE 12              TO WS-RPT-MM
001890        SUBTRACT 1           FROM WS-RPT-YEAR
001900     ELSE
001910        SUBTRACT 1           FROM WS-RPT-MM
001920     END-IF
001930*
001940     OPEN INPUT  PARM-FILE
001950     IF WS-PARM-STATUS = '00'
001960        PERFORM 1100-READ-PARMS THRU 1100-EXIT
001970            UNTIL PARM-EOF
001980        CLOSE PARM-FILE
001990     ELSE
002000        DISPLAY 'HLDPARMS NOT AVAILABLE - USING DEFAULTS'
002010     END-IF
002020*
002030     OPEN I-O    HOLD-ESTIMATE-FILE
002040     IF WS-HLEST-STATUS = SPACES OR '00'
002050        CONTINUE
002060     ELSE
002070        DISPLAY 'ERROR IN OPENING HOLDEST:' WS-HLEST-STATUS
002080        PERFORM 9999-ABEND THRU 9999-EXIT
002090     END-IF
002100     PERFORM 1700-LOAD-MCC-REFERENCE THRU 1700-EXIT
002110     OPEN OUTPUT HOLD-REPORT
002120*
002130     OPEN I-O RUN-CONTROL
002140     IF WS-RUNC-STATUS = SPACES OR '00'
002150        SET RUN-CONTROL-AVAILABLE TO TRUE
002160        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002170     ELSE
002180        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002190     END-IF
002200*
002210     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002220     DISPLAY '*-------------------------------------*'
002230     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002240     DISPLAY 'REPORT MONTH           :' WS-RPT-MONTH
002250     .
002260 1000-EXIT.
002270     EXIT.
002280*----------------------------------------------------------------*
002290 1100-READ-PARMS.
002300*----------------------------------------------------------------*
002310     READ PARM-FILE
002320         AT END GO TO 1100-EXIT
002330     END-READ
002340     IF PARM-RECORD(1:7) = 'RPTMON='
002350        AND PARM-RECORD(8:6) IS NUMERIC
002360        AND PARM-RECORD(12:2) >= '01'
002370        AND PARM-RECORD(12:2) <= '12'
002380        MOVE PARM-RECORD(8:6)   TO WS-RPT-MONTH
002390     END-IF
002400     .
002410 1100-EXIT.
002420     EXIT.
002430*----------------------------------------------------------------*
002440*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START AND COMPLETE   *
002450*    AT END.                                                     *
002460*----------------------------------------------------------------*
002470 1300-MARK-RUN-START.
002480*----------------------------------------------------------------*
002490     ACCEPT WS-RUN-TIME      FROM TIME
002500     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
002510     READ RUN-CONTROL
002520     IF WS-RUNC-STATUS NOT = '00'
002530        MOVE SPACES          TO RUN-CONTROL-RECORD
002540        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002550     END-IF
002560     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
002570     MOVE WS-RUN-TIME        TO RUNC-START-TIME
002580     MOVE SPACES             TO RUNC-END-TIME
002590     SET  RUNC-RUNNING       TO TRUE
002600     MOVE ZEROES             TO RUNC-RECORD-COUNT
002610     IF WS-RUNC-STATUS = '00'
002620        REWRITE RUN-CONTROL-RECORD
002630     ELSE
002640        WRITE RUN-CONTROL-RECORD
002650     END-IF
002660     .
002670 1300-EXIT.
002680     EXIT.
002690*----------------------------------------------------------------*
002700 1400-MARK-RUN-END.
002710*----------------------------------------------------------------*
002720     IF RUN-CONTROL-AVAILABLE
002730        ACCEPT WS-RUN-TIME   FROM TIME
002740        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002750        READ RUN-CONTROL
002760        MOVE WS-RUN-TIME     TO RUNC-END-TIME
002770        SET  RUNC-COMPLETE   TO TRUE
002780        MOVE WS-RPT-ROWS-READ TO RUNC-RECORD-COUNT
002790        REWRITE RUN-CONTROL-RECORD
002800        IF WS-RUNC-STATUS NOT = '00'
002810           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002820        END-IF
002830     END-IF
002840     .
002850 1400-EXIT.
002860     EXIT.
002870 COPY CSMCCRFP.
002880*----------------------------------------------------------------*
002890 2000-PROCESS-NEXT-ESTIMATE.
002900*----------------------------------------------------------------*
002910*    AN OPEN ROW IS EITHER STILL HOLDING OR HAS OUTLIVED ITS     *
002920*    EXPIRY UNSETTLED; A CLOSED ROW IS REPORTED IN THE MONTH IT  *
002930*    CLOSED AND DELETED ON THE FIRST RUN AFTER THAT.             *
002940*----------------------------------------------------------------*
002950     READ HOLD-ESTIMATE-FILE NEXT RECORD
002960         AT END GO TO 2000-EXIT
002970     END-READ
002980     ADD 1 TO WS-RPT-ROWS-READ
002990*
003000     IF HLE-OPEN
003010        IF HLE-EXPIRY-DATE < WS-TODAY-CCYYMMDD
003020           SET HLE-LAPSED         TO TRUE
003030           MOVE WS-TODAY-CCYYMMDD TO HLE-CLOSED-DATE
003040           REWRITE HOLD-ESTIMATE-RECORD
003050           ADD 1 TO WS-RPT-EXPIRED-LAPSED
003060        ELSE
003070           ADD 1 TO WS-RPT-STILL-OPEN
003080        END-IF
003090        GO TO 2000-EXIT
003100     END-IF
003110*
003120     IF HLE-CLOSED-DATE(1:6) < WS-RPT-MONTH
003130        DELETE HOLD-ESTIMATE-FILE RECORD
003140        IF WS-HLEST-STATUS = '00'
003150           ADD 1 TO WS-RPT-ROWS-DELETED
003160        ELSE
003170           DISPLAY 'ERROR DELETING HOLDEST ROW:' WS-HLEST-STATUS
003180        END-IF
003190        GO TO 2000-EXIT
003200     END-IF
003210     IF HLE-CLOSED-DATE(1:6) NOT = WS-RPT-MONTH
003220        GO TO 2000-EXIT
003230     END-IF
003240*
003250     ADD 1 TO WS-RPT-IN-MONTH
003260     PERFORM 3000-FIND-MCC-ROW    THRU 3000-EXIT
003270     IF MCC-TABLE-FULL
003280        AND NOT MCT-SLOT-FOUND
003290        GO TO 2000-EXIT
003300     END-IF
003310     EVALUATE TRUE
003320         WHEN HLE-SETTLED
003330             ADD 1            TO WS-MCT-SETTLED-CNT(WS-MCT-SUB)
003340             ADD HLE-APPROVED-AMT
003350                              TO WS-MCT-APPROVED-AMT(WS-MCT-SUB)
003360             ADD HLE-EST-HOLD-AMT
003370                              TO WS-MCT-ESTIMATE-AMT(WS-MCT-SUB)
003380             ADD HLE-SETTLED-AMT
003390                              TO WS-MCT-ACTUAL-AMT(WS-MCT-SUB)
003400             IF HLE-SETTLED-AMT > HLE-EST-HOLD-AMT
003410                ADD 1         TO WS-MCT-OVER-EST-CNT(WS-MCT-SUB)
003420             END-IF
003430         WHEN HLE-VOIDED
003440             ADD 1                TO WS-MCT-VOIDED-CNT(WS-MCT-SUB)
003450         WHEN OTHER
003460             ADD 1                TO WS-MCT-LAPSED-CNT(WS-MCT-SUB)
003470     END-EVALUATE
003480     .
003490 2000-EXIT.
003500     EXIT.
003510*----------------------------------------------------------------*
003520 3000-FIND-MCC-ROW.
003530*----------------------------------------------------------------*
003540*    FINDS THE MCC'S ROW, OR OPENS ONE IN ITS SORTED PLACE BY    *
003550*    MOVING THE HIGHER CODES UP ONE SLOT.                        *
003560*----------------------------------------------------------------*
003570     MOVE 'N'                    TO WS-MCT-SLOT-SW
003580     PERFORM 3100-TEST-MCC-SLOT  THRU 3100-EXIT
003590         VARYING WS-MCT-SUB FROM 1 BY 1
003600         UNTIL WS-MCT-SUB > WS-MCT-COUNT
003610            OR MCT-SLOT-FOUND
003620     IF MCT-SLOT-FOUND
003630        SUBTRACT 1 FROM WS-MCT-SUB
003640        IF WS-MCT-MCC(WS-MCT-SUB) = HLE-MCC
003650           GO TO 3000-EXIT
003660        END-IF
003670     END-IF
003680     IF WS-MCT-COUNT >= WS-MCT-TABLE-MAX
003690        SET MCC-TABLE-FULL       TO TRUE
003700        MOVE 'N'                 TO WS-MCT-SLOT-SW
003710        GO TO 3000-EXIT
003720     END-IF
003730     PERFORM 3200-SHIFT-MCC-ROW  THRU 3200-EXIT
003740         VARYING WS-MCT-SHIFT-SUB FROM WS-MCT-COUNT BY -1
003750         UNTIL WS-MCT-SHIFT-SUB < WS-MCT-SUB
003760     ADD 1                       TO WS-MCT-COUNT
003770     INITIALIZE WS-MCT-ENTRY(WS-MCT-SUB)
003780     MOVE HLE-MCC                TO WS-MCT-MCC(WS-MCT-SUB)
003790     SET MCT-SLOT-FOUND          TO TRUE
003800     .
003810 3000-EXIT.
003820     EXIT.
003830*----------------------------------------------------------------*
003840 3100-TEST-MCC-SLOT.
003850*----------------------------------------------------------------*
003860     IF WS-MCT-MCC(WS-MCT-SUB) >= HLE-MCC
003870        SET MCT-SLOT-FOUND       TO TRUE
003880     END-IF
003890     .
003900 3100-EXIT.
003910     EXIT.
003920*----------------------------------------------------------------*
003930 3200-SHIFT-MCC-ROW.
003940*----------------------------------------------------------------*
003950     MOVE WS-MCT-ENTRY(WS-MCT-SHIFT-SUB)
003960                        TO WS-MCT-ENTRY(WS-MCT-SHIFT-SUB + 1)
003970     .
003980 3200-EXIT.
003990     EXIT.
004000*----------------------------------------------------------------*
004010 8000-PRINT-REPORT.
004020*----------------------------------------------------------------*
004030     MOVE SPACES TO WS-PRINT-LINE
004040     STRING 'CBHLDRPT MCC HOLD ESTIMATES VERSUS SETTLEMENT - '
004050            'MONTH '
004060            WS-RPT-MONTH ' - RUN DATE ' CURRENT-DATE
004070            DELIMITED BY SIZE INTO WS-PRINT-LINE
004080     END-STRING
004090     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
004100     MOVE SPACES TO WS-PRINT-LINE
004110     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
004120     MOVE SPACES                  TO WS-PRINT-LINE
004130     MOVE 'MCC'                   TO WS-PRINT-LINE(1:3)
004140     MOVE 'DESCRIPTION'           TO WS-PRINT-LINE(6:11)
004150     MOVE 'SETTLED'               TO WS-PRINT-LINE(29:7)
004160     MOVE 'APPROVED'              TO WS-PRINT-LINE(44:8)
004170     MOVE 'ESTIMATED'             TO WS-PRINT-LINE(59:9)
004180     MOVE 'SETTLED AMT'           TO WS-PRINT-LINE(73:11)
004190     MOVE 'EST LESS SET'          TO WS-PRINT-LINE(88:12)
004200     MOVE 'SET/EST%'              TO WS-PRINT-LINE(101:8)
004210     MOVE 'OVER'                  TO WS-PRINT-LINE(111:4)
004220     MOVE 'VOID'                  TO WS-PRINT-LINE(117:4)
004230     MOVE 'LAPSE'                 TO WS-PRINT-LINE(122:5)
004240     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
004250     PERFORM 8100-PRINT-MCC-ROW THRU 8100-EXIT
004260         VARYING WS-MCT-SUB FROM 1 BY 1
004270         UNTIL WS-MCT-SUB > WS-MCT-COUNT
004280*
004290     MOVE SPACES TO WS-PRINT-LINE
004300     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
004310     MOVE WS-RPT-TOT-SETTLED-CNT  TO WS-CNT-DIS2
004320     MOVE WS-RPT-TOT-APPROVED-AMT TO WS-AMT-DIS
004330     MOVE WS-RPT-TOT-ESTIMATE-AMT TO WS-AMT-DIS2
004340     MOVE WS-RPT-TOT-ACTUAL-AMT   TO WS-AMT-DIS3
004350     COMPUTE WS-VARIANCE-AMT = WS-RPT-TOT-ESTIMATE-AMT
004360                             - WS-RPT-TOT-ACTUAL-AMT
004370     MOVE WS-VARIANCE-AMT         TO WS-AMT-DIS4
004380     MOVE ZERO                    TO WS-PCT-WORK
004390     IF WS-RPT-TOT-ESTIMATE-AMT > 0
004400        COMPUTE WS-PCT-WORK ROUNDED = WS-RPT-TOT-ACTUAL-AMT * 100
004410                                    / WS-RPT-TOT-ESTIMATE-AMT
004420     END-IF
004430     MOVE WS-PCT-WORK             TO WS-PCT-DIS
004440     MOVE WS-RPT-TOT-OVER-EST-CNT TO WS-CNT-DIS3
004450     MOVE WS-RPT-TOT-VOIDED-CNT   TO WS-CNT-DIS4
004460     MOVE WS-RPT-TOT-LAPSED-CNT   TO WS-CNT-DIS5
004470     MOVE SPACES TO WS-PRINT-LINE
004480     MOVE 'ALL CATEGORIES'        TO WS-MCR-DESC
004490     STRING 'ALL ' ' ' WS-MCR-DESC(1:22)
004500            ' ' WS-CNT-DIS2
004510            ' ' WS-AMT-DIS ' ' WS-AMT-DIS2 ' ' WS-AMT-DIS3
004520            ' ' WS-AMT-DIS4 '  ' WS-PCT-DIS
004530            WS-CNT-DIS3(2:) WS-CNT-DIS4(2:) WS-CNT-DIS5(2:)
004540            DELIMITED BY SIZE INTO WS-PRINT-LINE
004550     END-STRING
004560     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
004570     IF MCC-TABLE-FULL
004580        MOVE SPACES TO WS-PRINT-LINE
004590        STRING '  ** MCC TABLE FULL - SOME CODES NOT REPORTED'
004600               DELIMITED BY SIZE INTO WS-PRINT-LINE
004610        END-STRING
004620        WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
004630     END-IF
004640*
004650     MOVE SPACES TO WS-PRINT-LINE
004660     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
004670     MOVE WS-RPT-ROWS-READ TO WS-CNT-DIS
004680     MOVE SPACES TO WS-PRINT-LINE
004690     STRING 'HOLDEST ROWS READ ..................: ' WS-CNT-DIS
004700            DELIMITED BY SIZE INTO WS-PRINT-LINE
004710     END-STRING
004720     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
004730*
004740     MOVE WS-RPT-IN-MONTH TO WS-CNT-DIS
004750     MOVE SPACES TO WS-PRINT-LINE
004760     STRING '  CLOSED IN THE REPORT MONTH .......: ' WS-CNT-DIS
004770            DELIMITED BY SIZE INTO WS-PRINT-LINE
004780     END-STRING
004790     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
004800*
004810     MOVE WS-RPT-STILL-OPEN TO WS-CNT-DIS
004820     MOVE SPACES TO WS-PRINT-LINE
004830     STRING '  STILL OPEN AND HOLDING ...........: ' WS-CNT-DIS
004840            DELIMITED BY SIZE INTO WS-PRINT-LINE
004850     END-STRING
004860     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
004870*
004880     MOVE WS-RPT-EXPIRED-LAPSED TO WS-CNT-DIS
004890     MOVE SPACES TO WS-PRINT-LINE
004900     STRING '  LAPSED TODAY PAST THEIR EXPIRY ...: ' WS-CNT-DIS
004910            DELIMITED BY SIZE INTO WS-PRINT-LINE
004920     END-STRING
004930     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
004940*
004950     MOVE WS-RPT-ROWS-DELETED TO WS-CNT-DIS
004960     MOVE SPACES TO WS-PRINT-LINE
004970     STRING '  REPORTED EARLIER AND DELETED .....: ' WS-CNT-DIS
004980            DELIMITED BY SIZE INTO WS-PRINT-LINE
004990     END-STRING
005000     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
005010     .
005020 8000-EXIT.
005030     EXIT.
005040*----------------------------------------------------------------*
005050 8100-PRINT-MCC-ROW.
005060*----------------------------------------------------------------*
005070     MOVE WS-MCT-MCC(WS-MCT-SUB)  TO WS-MCR-LOOKUP-MCC
005080     PERFORM 1720-FIND-MCC-REFERENCE THRU 1720-EXIT
005090     ADD WS-MCT-SETTLED-CNT(WS-MCT-SUB)  TO WS-RPT-TOT-SETTLED-CNT
005100     ADD WS-MCT-APPROVED-AMT(WS-MCT-SUB)
005110                                  TO WS-RPT-TOT-APPROVED-AMT
005120     ADD WS-MCT-ESTIMATE-AMT(WS-MCT-SUB)
005130                                  TO WS-RPT-TOT-ESTIMATE-AMT
005140     ADD WS-MCT-ACTUAL-AMT(WS-MCT-SUB)   TO WS-RPT-TOT-ACTUAL-AMT
005150     ADD WS-MCT-OVER-EST-CNT(WS-MCT-SUB)
005160                                  TO WS-RPT-TOT-OVER-EST-CNT
005170     ADD WS-MCT-VOIDED-CNT(WS-MCT-SUB)   TO WS-RPT-TOT-VOIDED-CNT
005180     ADD WS-MCT-LAPSED-CNT(WS-MCT-SUB)   TO WS-RPT-TOT-LAPSED-CNT
005190     MOVE WS-MCT-SETTLED-CNT(WS-MCT-SUB)  TO WS-CNT-DIS2
005200     MOVE WS-MCT-APPROVED-AMT(WS-MCT-SUB) TO WS-AMT-DIS
005210     MOVE WS-MCT-ESTIMATE-AMT(WS-MCT-SUB) TO WS-AMT-DIS2
005220     MOVE WS-MCT-ACTUAL-AMT(WS-MCT-SUB)   TO WS-AMT-DIS3
005230     COMPUTE WS-VARIANCE-AMT = WS-MCT-ESTIMATE-AMT(WS-MCT-SUB)
005240                             - WS-MCT-ACTUAL-AMT(WS-MCT-SUB)
005250     MOVE WS-VARIANCE-AMT                 TO WS-AMT-DIS4
005260     MOVE ZERO                            TO WS-PCT-WORK
005270     IF WS-MCT-ESTIMATE-AMT(WS-MCT-SUB) > 0
005280        COMPUTE WS-PCT-WORK ROUNDED =
005290                WS-MCT-ACTUAL-AMT(WS-MCT-SUB) * 100
005300                / WS-MCT-ESTIMATE-AMT(WS-MCT-SUB)
005310     END-IF
005320     MOVE WS-PCT-WORK                     TO WS-PCT-DIS
005330     MOVE WS-MCT-OVER-EST-CNT(WS-MCT-SUB) TO WS-CNT-DIS3
005340     MOVE WS-MCT-VOIDED-CNT(WS-MCT-SUB)   TO WS-CNT-DIS4
005350     MOVE WS-MCT-LAPSED-CNT(WS-MCT-SUB)   TO WS-CNT-DIS5
005360     MOVE SPACES TO WS-PRINT-LINE
005370     STRING WS-MCT-MCC(WS-MCT-SUB) ' ' WS-MCR-DESC(1:22)
005380            ' ' WS-CNT-DIS2
005390            ' ' WS-AMT-DIS ' ' WS-AMT-DIS2 ' ' WS-AMT-DIS3
005400            ' ' WS-AMT-DIS4 '  ' WS-PCT-DIS
005410            WS-CNT-DIS3(2:) WS-CNT-DIS4(2:) WS-CNT-DIS5(2:)
005420            DELIMITED BY SIZE INTO WS-PRINT-LINE
005430     END-STRING
005440     WRITE HOLD-REPORT-LINE FROM WS-PRINT-LINE
005450     .
005460 8100-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------*
005490 9000-FILE-CLOSE.
005500*----------------------------------------------------------------*
005510     PERFORM 1400-MARK-RUN-END THRU 1400-EXIT
005520     IF RUN-CONTROL-AVAILABLE
005530        CLOSE RUN-CONTROL
005540     END-IF
005550     CLOSE HOLD-ESTIMATE-FILE
005560     CLOSE HOLD-REPORT
005570     .
005580 9000-EXIT.
005590     EXIT.
005600*----------------------------------------------------------------*
005610 9999-ABEND.
005620*----------------------------------------------------------------*
005630     DISPLAY 'CBHLDRPT ABENDING DUE TO FILE OPEN ERROR'
005640     MOVE 16 TO RETURN-CODE
005650     GOBACK
005660     .
005670 9999-EXIT.
005680     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBRUNTRD.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-10-31.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBRUNTRD - WEEKLY BATCH ELAPSED-TIME TREND AND BATCH-WINDOW *
000090*    FORECAST                                                    *
000100*    READS THE RUN HISTORY CBRUNCAP KEEPS ON RUNHIST (CVRUNHSY)  *
000110*    AND REPORTS, FOR THE LAST RUNTPARM WEEKS=NN WEEKS (DEFAULT  *
000120*    8, AT MOST 13):                                             *
000130*      - EACH JOB'S AVERAGE ELAPSED TIME PER WEEK AND ITS TREND  *
000140*        IN SECONDS PER WEEK,                                    *
000150*      - THE NIGHT CYCLE'S CRITICAL PATH: THE RUNC-PREREQ-JOB    *
000160*        CHAIN WHOSE AVERAGE RUN TIMES ADD UP TO THE LONGEST     *
000170*        ELAPSED, WEEK BY WEEK,                                  *
000180*      - A PROJECTION OF WHEN THAT PATH, STARTED AT THE CYCLE    *
000190*        START (CYCSTRT=HHMM, DEFAULT 2200), WILL RUN PAST THE   *
000200*        ONLINE-START DEADLINE (ONLINE =HHMM, DEFAULT 0600), ON  *
000210*        THE PATH'S AVERAGE WEEKLY GROWTH IN THE WAY CBDBGROW    *
000220*        PROJECTS ITS REORG THRESHOLDS,                          *
000230*      - EVERY COMPLETED RUN IN THE LAST WEEK WHOSE ELAPSED TIME *
000240*        IS MORE THAN OUTLPCT=NNN PERCENT (DEFAULT 50) ABOVE OR  *
000250*        BELOW THE JOB'S AVERAGE OVER THE EARLIER WEEKS, WHERE   *
000260*        THAT AVERAGE RESTS ON AT LEAST MINRUNS=NN RUNS (DEFAULT *
000270*        5).                                                     *
000280*    THE LAST WEEK IS THE SEVEN DAYS ENDING ENDDATE=CCYYMMDD     *
000290*    (DEFAULT THE RUN DATE). RETURN CODE 4 WHEN THE PATH IS PAST *
000300*    THE DEADLINE OR PROJECTED TO PASS IT WITHIN WARNWKS=NN      *
000310*    WEEKS (DEFAULT 4), OR WHEN ANY RUN IS FLAGGED.              *
000320*----------------------------------------------------------------*
000330*                MODIFICATION HISTORY                            *
000340* DATE       INIT DESCRIPTION                                    *
000350* 2027-10-31  ABF INITIAL VERSION                                *
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-ZOS.
000400 OBJECT-COMPUTER. IBM-ZOS.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PARM-FILE      ASSIGN TO RUNTPARM
000440         ORGANIZATION IS SEQUENTIAL
000450         ACCESS MODE  IS SEQUENTIAL
000460         FILE STATUS  IS WS-PARM-STATUS.
000470*
000480     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE  IS DYNAMIC
000510         RECORD KEY   IS RUNC-JOB-NAME
000520         FILE STATUS  IS WS-RUNC-STATUS.
000530*
000540     SELECT RUN-HISTORY    ASSIGN TO RUNHIST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE  IS DYNAMIC
000570         RECORD KEY   IS RNH-KEY
000580         FILE STATUS  IS WS-RNH-STATUS.
000590*
000600     SELECT TREND-REPORT   ASSIGN TO RUNTRPT
000610         ORGANIZATION IS SEQUENTIAL
000620         ACCESS MODE  IS SEQUENTIAL
000630         FILE STATUS  IS WS-RPT-STATUS.
000640*----------------------------------------------------------------*
000650 DATA DIVISION.
000660*----------------------------------------------------------------*
000670 FILE SECTION.
000680 FD  PARM-FILE
000690     RECORDING MODE IS F.
000700 01  PARM-RECORD                 PIC X(80).
000710*
000720 FD  RUN-CONTROL
000730     RECORDING MODE IS F.
000740 COPY CVRUNCTY.
000750*
000760 FD  RUN-HISTORY
000770     RECORDING MODE IS F.
000780 COPY CVRUNHSY.
000790*
000800 FD  TREND-REPORT
000810     RECORDING MODE IS F.
000820 01  TREND-REPORT-LINE           PIC X(132).
000830*----------------------------------------------------------------*
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------*
000860 01  WS-VARIABLES.
000870     05  WS-PGMNAME                 PIC X(08) VALUE 'CBRUNTRD'.
000880     05  CURRENT-DATE               PIC 9(06).
000890     05  WS-TODAY-CCYYMMDD          PIC X(08).
000900     05  WS-RUN-TIME                PIC 9(08).
000910*
000920 01  WS-FILE-STATUSES.
000930     05  WS-PARM-STATUS             PIC X(02).
000940         88  PARM-EOF                       VALUE '10'.
000950     05  WS-RUNC-STATUS             PIC X(02).
000960     05  WS-RNH-STATUS              PIC X(02).
000970     05  WS-RPT-STATUS              PIC X(02).
000980 01  WS-SCAN-SW                     PIC X(01).
000990     88  SCAN-DONE                          VALUE 'Y'.
001000*----------------------------------------------------------------*
001010*    RUN PARAMETERS (PARM-DRIVEN - OPS MAINTAINABLE)             *
001020*----------------------------------------------------------------*
001030 01  WS-RUN-PARMS.
001040     05  WS-WEEKS                   PIC S9(4) COMP VALUE 8.
001050     05  WS-CYCLE-START             PIC 9(04) VALUE 2200.
001060     05  WS-CYCLE-START-R REDEFINES WS-CYCLE-START.
001070         10  WS-CS-HH               PIC 9(02).
001080         10  WS-CS-MI               PIC 9(02).
001090     05  WS-ONLINE-START            PIC 9(04) VALUE 0600.
001100     05  WS-ONLINE-START-R REDEFINES WS-ONLINE-START.
001110         10  WS-OS-HH               PIC 9(02).
001120         10  WS-OS-MI               PIC 9(02).
001130     05  WS-OUTLIER-PCT             PIC 9(03) VALUE 50.
001140     05  WS-MIN-RUNS                PIC 9(02) VALUE 5.
001150     05  WS-WARN-WEEKS              PIC 9(02) VALUE 4.
001160     05  WS-END-DATE                PIC X(08).
001170*----------------------------------------------------------------*
001180*    DAY NUMBERS FOR THE WEEK BUCKETS: YY*365 PLUS THE LEAP DAYS *
001190*    BEFORE THE YEAR PLUS THE DAY OF THE YEAR (CSDAT03P), EXACT  *
001200*    FOR 2000-2099.                                              *
001210*----------------------------------------------------------------*
001220 COPY CSDAT03Y.
001230 01  WS-DAY-WORK.
001240     05  WS-DAYNUM                  PIC S9(7) COMP-3.
001250     05  WS-END-DAYNUM              PIC S9(7) COMP-3.
001260     05  WS-LEAP-DAYS               PIC S9(4) COMP.
001270     05  WS-DAYS-BACK               PIC S9(7) COMP-3.
001280     05  WS-WEEKS-BACK              PIC S9(4) COMP.
001290     05  WS-RUN-WEEK                PIC S9(4) COMP.
001300*----------------------------------------------------------------*
001310*    JOB TABLE: ONE ENTRY PER JOB ON PAURUNCT OR RUNHIST, WITH   *
001320*    ITS WEEKLY RUNS AND THE BASELINE OVER THE EARLIER WEEKS     *
001330*----------------------------------------------------------------*
001340 01  WS-JOB-CONTROL.
001350     05  WS-JB-COUNT                PIC S9(4) COMP VALUE 0.
001360     05  WS-JB-MAX                  PIC S9(4) COMP VALUE 80.
001370     05  WS-JB-SUB                  PIC S9(4) COMP.
001380     05  WS-JB-FOUND                PIC S9(4) COMP.
001390     05  WS-WK-SUB                  PIC S9(4) COMP.
001400     05  WS-FIND-JOB                PIC X(08).
001410 01  WS-JOB-TABLE.
001420     05  WS-JB-ENTRY OCCURS 80 TIMES
001430                     INDEXED BY WS-JB-IDX.
001440         10  WS-JB-NAME             PIC X(08).
001450         10  WS-JB-PREREQ           PIC X(08).
001460         10  WS-JB-PREREQ-SUB       PIC S9(4) COMP.
001470         10  WS-JB-FAILS            PIC S9(5) COMP-3.
001480         10  WS-JB-BASE-RUNS        PIC S9(5) COMP-3.
001490         10  WS-JB-BASE-SECS        PIC S9(9) COMP-3.
001500         10  WS-JB-BASE-AVG         PIC S9(7) COMP-3.
001510         10  WS-JB-TREND            PIC S9(7) COMP-3.
001520         10  WS-JB-WEEK OCCURS 13 TIMES.
001530             15  WS-JB-WK-RUNS      PIC S9(5) COMP-3.
001540             15  WS-JB-WK-SECS      PIC S9(9) COMP-3.
001550             15  WS-JB-WK-AVG       PIC S9(7) COMP-3.
001560*----------------------------------------------------------------*
001570*    CRITICAL PATH PER WEEK AND THE PROJECTION                   *
001580*----------------------------------------------------------------*
001590 01  WS-PATH-WORK.
001600     05  WS-PATH-SUB                PIC S9(4) COMP.
001610     05  WS-PATH-HOPS               PIC S9(4) COMP.
001620     05  WS-PATH-SECS               PIC S9(7) COMP-3.
001630     05  WS-WK-PATH OCCURS 13 TIMES.
001640         10  WS-WK-PATH-SECS        PIC S9(7) COMP-3.
001650         10  WS-WK-PATH-END         PIC S9(4) COMP.
001660     05  WS-FIRST-WEEK              PIC S9(4) COMP.
001670     05  WS-FIRST-SUB               PIC S9(4) COMP.
001680     05  WS-WINDOW-SECS             PIC S9(7) COMP-3.
001690     05  WS-HEADROOM-SECS           PIC S9(7) COMP-3.
001700     05  WS-WEEKLY-GROWTH           PIC S9(7) COMP-3.
001710     05  WS-WEEKS-TO-BREACH         PIC S9(7) COMP-3.
001720     05  WS-FINISH-SECS             PIC S9(7) COMP-3.
001730     05  WS-FINISH-DAYS             PIC S9(3) COMP-3.
001740     05  WS-FINISH-TOD              PIC S9(7) COMP-3.
001750     05  WS-FINISH-HH               PIC 9(02).
001760     05  WS-FINISH-MI               PIC 9(02).
001770     05  WS-FINISH-REM              PIC S9(7) COMP-3.
001780*----------------------------------------------------------------*
001790*    OUTLIER CHECK                                               *
001800*----------------------------------------------------------------*
001810 01  WS-OUTLIER-WORK.
001820     05  WS-DEVIATION-PCT           PIC S9(5)V9 COMP-3.
001830     05  WS-ABS-DEV-PCT             PIC S9(5)V9 COMP-3.
001840     05  WS-OUTLIERS                PIC S9(5) COMP-3 VALUE 0.
001850*
001860 01  WS-COUNTERS.
001870     05  WS-HIST-READ               PIC S9(7) COMP-3 VALUE 0.
001880     05  WS-HIST-IN-WINDOW          PIC S9(7) COMP-3 VALUE 0.
001890     05  WS-JOBS-DROPPED            PIC S9(5) COMP-3 VALUE 0.
001900*----------------------------------------------------------------*
001910*    REPORT LINES                                                *
001920*----------------------------------------------------------------*
001930 01  WS-PRINT-LINE                 PIC X(132).
001940 01  WS-WEEK-LINE.
001950     05  WL-JOB                     PIC X(08).
001960     05  FILLER                     PIC X(01).
001970     05  WL-PREREQ                  PIC X(08).
001980     05  WL-CELL                    PIC X(08) OCCURS 13 TIMES.
001990     05  FILLER                     PIC X(01).
002000     05  WL-TREND                   PIC X(10).
002010 01  WS-CELL-EDITS.
002020     05  WS-ED-MIN                  PIC ZZZZZ9.9.
002030     05  WS-MIN-WORK                PIC S9(5)V9 COMP-3.
002040     05  WS-ED-TREND                PIC -(6)9.
002050     05  WS-ED-WEEK                 PIC 99.
002060 01  WS-DISPLAY-FIELDS.
002070     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002080     05  WS-SECS-DIS                PIC Z,ZZZ,ZZ9.
002090     05  WS-SGN-DIS                 PIC -,---,--9.
002100     05  WS-PCT-DIS                 PIC -ZZZZ9.9.
002110     05  WS-HHMM-DIS                PIC X(05).
002120*----------------------------------------------------------------*
002130 PROCEDURE DIVISION.
002140*----------------------------------------------------------------*
002150 MAIN-PARA.
002160*
002170     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002180*
002190     MOVE 'N'                        TO WS-SCAN-SW
002200     MOVE LOW-VALUES                 TO RUNC-JOB-NAME
002210     START RUN-CONTROL KEY >= RUNC-JOB-NAME
002220     IF WS-RUNC-STATUS NOT = '00'
002230        SET SCAN-DONE                TO TRUE
002240     END-IF
002250     PERFORM 2000-LOAD-NEXT-CONTROL  THRU 2000-EXIT
002260         UNTIL SCAN-DONE
002270*
002280     MOVE 'N'                        TO WS-SCAN-SW
002290     MOVE LOW-VALUES                 TO RNH-KEY
002300     START RUN-HISTORY KEY >= RNH-KEY
002310     IF WS-RNH-STATUS NOT = '00'
002320        SET SCAN-DONE                TO TRUE
002330     END-IF
002340     PERFORM 2100-LOAD-NEXT-HISTORY  THRU 2100-EXIT
002350         UNTIL SCAN-DONE
002360*
002370     PERFORM 3000-JOB-AVERAGES       THRU 3000-EXIT
002380         VARYING WS-JB-SUB FROM 1 BY 1
002390         UNTIL WS-JB-SUB > WS-JB-COUNT
002400     PERFORM 4000-PATH-FOR-WEEK      THRU 4000-EXIT
002410         VARYING WS-WK-SUB FROM 1 BY 1
002420         UNTIL WS-WK-SUB > WS-WEEKS
002430*
002440     PERFORM 7000-PRINT-HEADINGS     THRU 7000-EXIT
002450     PERFORM 7100-PRINT-JOB-TREND    THRU 7100-EXIT
002460         VARYING WS-JB-SUB FROM 1 BY 1
002470         UNTIL WS-JB-SUB > WS-JB-COUNT
002480     PERFORM 7300-PRINT-CRITICAL-PATH THRU 7300-EXIT
002490     PERFORM 7500-PRINT-PROJECTION   THRU 7500-EXIT
002500     PERFORM 7700-PRINT-OUTLIERS     THRU 7700-EXIT
002510     PERFORM 7900-PRINT-TOTALS       THRU 7900-EXIT
002520     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002530*
002540     CLOSE RUN-CONTROL
002550     CLOSE RUN-HISTORY
002560     CLOSE TREND-REPORT
002570*
002580     GOBACK.
002590*----------------------------------------------------------------*
002600 1000-INITIALIZE.
002610*----------------------------------------------------------------*
002620     ACCEPT CURRENT-DATE     FROM DATE
002630     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
002640     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
002650     MOVE WS-TODAY-CCYYMMDD  TO WS-END-DATE
002660*
002670     OPEN INPUT  PARM-FILE
002680     IF WS-PARM-STATUS = '00'
002690        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
002700            UNTIL PARM-EOF
002710        CLOSE PARM-FILE
002720     ELSE
002730        DISPLAY 'RUNTPARM NOT AVAILABLE - DEFAULTS USED'
002740     END-IF
002750     MOVE WS-END-DATE        TO WS-BUS-DATE
002760     PERFORM 1200-DAY-NUMBER THRU 1200-EXIT
002770     MOVE WS-DAYNUM          TO WS-END-DAYNUM
002780     INITIALIZE WS-JOB-TABLE
002790                WS-PATH-WORK
002800*
002810     OPEN I-O RUN-HISTORY
002820     IF WS-RNH-STATUS NOT = SPACES AND '00'
002830        DISPLAY 'ERROR OPENING RUNHIST:' WS-RNH-STATUS
002840        PERFORM 9999-ABEND
002850     END-IF
002860     OPEN I-O RUN-CONTROL
002870     IF WS-RUNC-STATUS NOT = SPACES AND '00'
002880        DISPLAY 'ERROR OPENING PAURUNCT:' WS-RUNC-STATUS
002890        PERFORM 9999-ABEND
002900     END-IF
002910     PERFORM 1300-MARK-RUN-START     THRU 1300-EXIT
002920     OPEN OUTPUT TREND-REPORT
002930*
002940     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002950     DISPLAY '*-------------------------------------*'
002960     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002970     DISPLAY 'LAST WEEK ENDS         :' WS-END-DATE
002980     .
002990 1000-EXIT.
003000     EXIT.
003010*----------------------------------------------------------------*
003020 1100-READ-NEXT-PARM.
003030*----------------------------------------------------------------*
003040     READ PARM-FILE
003050         AT END GO TO 1100-EXIT
003060     END-READ
003070     EVALUATE PARM-RECORD(1:8)
003080         WHEN 'WEEKS  ='
003090             IF PARM-RECORD(9:2) IS NUMERIC
003100                AND PARM-RECORD(9:2) > '01'
003110                AND PARM-RECORD(9:2) < '14'
003120                MOVE PARM-RECORD(9:2) TO WS-ED-WEEK
003130                MOVE WS-ED-WEEK       TO WS-WEEKS
003140             END-IF
003150         WHEN 'CYCSTRT='
003160             IF PARM-RECORD(9:4) IS NUMERIC
003170                MOVE PARM-RECORD(9:4) TO WS-CYCLE-START
003180             END-IF
003190         WHEN 'ONLINE ='
003200             IF PARM-RECORD(9:4) IS NUMERIC
003210                MOVE PARM-RECORD(9:4) TO WS-ONLINE-START
003220             END-IF
003230         WHEN 'OUTLPCT='
003240             IF PARM-RECORD(9:3) IS NUMERIC
003250                MOVE PARM-RECORD(9:3) TO WS-OUTLIER-PCT
003260             END-IF
003270         WHEN 'MINRUNS='
003280             IF PARM-RECORD(9:2) IS NUMERIC
003290                MOVE PARM-RECORD(9:2) TO WS-MIN-RUNS
003300             END-IF
003310         WHEN 'WARNWKS='
003320             IF PARM-RECORD(9:2) IS NUMERIC
003330                MOVE PARM-RECORD(9:2) TO WS-WARN-WEEKS
003340             END-IF
003350         WHEN 'ENDDATE='
003360             IF PARM-RECORD(9:8) IS NUMERIC
003370                MOVE PARM-RECORD(9:8) TO WS-END-DATE
003380             END-IF
003390         WHEN OTHER
003400             CONTINUE
003410     END-EVALUATE
003420     .
003430 1100-EXIT.
003440     EXIT.
003450*----------------------------------------------------------------*
003460*    WS-BUS-DATE (CCYYMMDD) TO A DAY NUMBER IN WS-DAYNUM.        *
003470*----------------------------------------------------------------*
003480 1200-DAY-NUMBER.
003490*----------------------------------------------------------------*
003500     PERFORM 1370-COMPUTE-BUS-YYDDD THRU 1370-BUS-EXIT
003510     COMPUTE WS-LEAP-DAYS = (WS-BUS-YY + 3) / 4
003520     COMPUTE WS-DAYNUM = WS-BUS-YY * 365 + WS-LEAP-DAYS
003530                       + WS-BUS-DDD
003540     .
003550 1200-EXIT.
003560     EXIT.
003570*----------------------------------------------------------------*
003580 1300-MARK-RUN-START.
003590*----------------------------------------------------------------*
003600     ACCEPT WS-RUN-TIME      FROM TIME
003610     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
003620     READ RUN-CONTROL
003630     IF WS-RUNC-STATUS NOT = '00'
003640        MOVE SPACES          TO RUN-CONTROL-RECORD
003650        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003660     END-IF
003670     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
003680     MOVE WS-RUN-TIME        TO RUNC-START-TIME
003690     MOVE SPACES             TO RUNC-END-TIME
003700     SET  RUNC-RUNNING       TO TRUE
003710     MOVE ZEROES             TO RUNC-RECORD-COUNT
003720     IF WS-RUNC-STATUS = '00'
003730        REWRITE RUN-CONTROL-RECORD
003740     ELSE
003750        WRITE RUN-CONTROL-RECORD
003760     END-IF
003770     .
003780 1300-EXIT.
003790     EXIT.
003800*----------------------------------------------------------------*
003810 1400-MARK-RUN-END.
003820*----------------------------------------------------------------*
003830     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
003840     READ RUN-CONTROL
003850     ACCEPT WS-RUN-TIME      FROM TIME
003860     MOVE WS-RUN-TIME        TO RUNC-END-TIME
003870     SET  RUNC-COMPLETE      TO TRUE
003880     MOVE WS-HIST-IN-WINDOW  TO RUNC-RECORD-COUNT
003890     REWRITE RUN-CONTROL-RECORD
003900     IF WS-RUNC-STATUS NOT = '00'
003910        DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
003920     END-IF
003930     .
003940 1400-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------*
003970*    EVERY JOB ON PAURUNCT, WITH ITS CURRENT PREREQUISITE.       *
003980*----------------------------------------------------------------*
003990 2000-LOAD-NEXT-CONTROL.
004000*----------------------------------------------------------------*
004010     READ RUN-CONTROL NEXT
004020         AT END
004030             SET SCAN-DONE TO TRUE
004040             GO TO 2000-EXIT
004050     END-READ
004060     IF WS-RUNC-STATUS NOT = '00'
004070        SET SCAN-DONE TO TRUE
004080        GO TO 2000-EXIT
004090     END-IF
004100     MOVE RUNC-JOB-NAME          TO WS-FIND-JOB
004110     PERFORM 2500-FIND-OR-ADD-JOB THRU 2500-EXIT
004120     IF WS-JB-FOUND > 0
004130        MOVE RUNC-PREREQ-JOB     TO WS-JB-PREREQ(WS-JB-FOUND)
004140     END-IF
004150     .
004160 2000-EXIT.
004170     EXIT.
004180*----------------------------------------------------------------*
004190*    A RUN IN THE WINDOW: COMPLETED RUNS GO TO THEIR WEEK AND,   *
004200*    BEFORE THE LAST WEEK, TO THE JOB'S BASELINE; FAILED RUNS    *
004210*    ARE COUNTED ONLY.                                           *
004220*----------------------------------------------------------------*
004230 2100-LOAD-NEXT-HISTORY.
004240*----------------------------------------------------------------*
004250     READ RUN-HISTORY NEXT
004260         AT END
004270             SET SCAN-DONE TO TRUE
004280             GO TO 2100-EXIT
004290     END-READ
004300     IF WS-RNH-STATUS NOT = '00'
004310        SET SCAN-DONE TO TRUE
004320        GO TO 2100-EXIT
004330     END-IF
004340     ADD 1 TO WS-HIST-READ
004350     PERFORM 2200-SET-RUN-WEEK   THRU 2200-EXIT
004360     IF WS-RUN-WEEK < 1
004370        GO TO 2100-EXIT
004380     END-IF
004390     ADD 1 TO WS-HIST-IN-WINDOW
004400     MOVE RNH-JOB-NAME           TO WS-FIND-JOB
004410     PERFORM 2500-FIND-OR-ADD-JOB THRU 2500-EXIT
004420     IF WS-JB-FOUND = 0
004430        GO TO 2100-EXIT
004440     END-IF
004450     IF WS-JB-PREREQ(WS-JB-FOUND) = SPACES
004460        MOVE RNH-PREREQ-JOB      TO WS-JB-PREREQ(WS-JB-FOUND)
004470     END-IF
004480     IF NOT RNH-COMPLETE
004490        ADD 1 TO WS-JB-FAILS(WS-JB-FOUND)
004500        GO TO 2100-EXIT
004510     END-IF
004520     ADD 1 TO WS-JB-WK-RUNS(WS-JB-FOUND, WS-RUN-WEEK)
004530     ADD RNH-ELAPSED-SECS
004540         TO WS-JB-WK-SECS(WS-JB-FOUND, WS-RUN-WEEK)
004550     IF WS-RUN-WEEK < WS-WEEKS
004560        ADD 1                TO WS-JB-BASE-RUNS(WS-JB-FOUND)
004570        ADD RNH-ELAPSED-SECS TO WS-JB-BASE-SECS(WS-JB-FOUND)
004580     END-IF
004590     .
004600 2100-EXIT.
004610     EXIT.
004620*----------------------------------------------------------------*
004630*    WEEK OF THE RUN: WS-WEEKS IS THE SEVEN DAYS ENDING THE END  *
004640*    DATE, COUNTING BACK; ZERO WHEN OUTSIDE THE WINDOW.          *
004650*----------------------------------------------------------------*
004660 2200-SET-RUN-WEEK.
004670*----------------------------------------------------------------*
004680     MOVE 0                      TO WS-RUN-WEEK
004690     IF RNH-RUN-DATE IS NOT NUMERIC
004700        GO TO 2200-EXIT
004710     END-IF
004720     MOVE RNH-RUN-DATE           TO WS-BUS-DATE
004730     PERFORM 1200-DAY-NUMBER     THRU 1200-EXIT
004740     COMPUTE WS-DAYS-BACK = WS-END-DAYNUM - WS-DAYNUM
004750     IF WS-DAYS-BACK < 0
004760        GO TO 2200-EXIT
004770     END-IF
004780     DIVIDE WS-DAYS-BACK BY 7 GIVING WS-WEEKS-BACK
004790     IF WS-WEEKS-BACK < WS-WEEKS
004800        COMPUTE WS-RUN-WEEK = WS-WEEKS - WS-WEEKS-BACK
004810     END-IF
004820     .
004830 2200-EXIT.
004840     EXIT.
004850*----------------------------------------------------------------*
004860*    WS-JB-FOUND IS THE ENTRY FOR WS-FIND-JOB, ADDED IF NEW;     *
004870*    ZERO WHEN THE TABLE IS FULL (THE JOB IS COUNTED AS DROPPED).*
004880*----------------------------------------------------------------*
004890 2500-FIND-OR-ADD-JOB.
004900*----------------------------------------------------------------*
004910     MOVE 0                      TO WS-JB-FOUND
004920     SET WS-JB-IDX               TO 1
004930     SEARCH WS-JB-ENTRY
004940         AT END
004950             CONTINUE
004960         WHEN WS-JB-IDX > WS-JB-COUNT
004970             IF WS-JB-COUNT < WS-JB-MAX
004980                ADD 1 TO WS-JB-COUNT
004990                MOVE WS-FIND-JOB TO WS-JB-NAME(WS-JB-IDX)
005000                SET WS-JB-FOUND  TO WS-JB-IDX
005010             ELSE
005020                ADD 1 TO WS-JOBS-DROPPED
005030             END-IF
005040         WHEN WS-JB-NAME(WS-JB-IDX) = WS-FIND-JOB
005050             SET WS-JB-FOUND     TO WS-JB-IDX
005060     END-SEARCH
005070     .
005080 2500-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------*
005110*    WEEKLY AND BASELINE AVERAGES, THE TREND (FIRST WEEK WITH    *
005120*    RUNS TO THE LAST, PER WEEK) AND THE PREREQUISITE'S ENTRY.   *
005130*----------------------------------------------------------------*
005140 3000-JOB-AVERAGES.
005150*----------------------------------------------------------------*
005160     MOVE 0                      TO WS-FIRST-WEEK
005170     PERFORM 3100-WEEK-AVERAGE   THRU 3100-EXIT
005180         VARYING WS-WK-SUB FROM 1 BY 1
005190         UNTIL WS-WK-SUB > WS-WEEKS
005200     IF WS-JB-BASE-RUNS(WS-JB-SUB) > 0
005210        COMPUTE WS-JB-BASE-AVG(WS-JB-SUB) ROUNDED =
005220                WS-JB-BASE-SECS(WS-JB-SUB)
005230              / WS-JB-BASE-RUNS(WS-JB-SUB)
005240     END-IF
005250     IF WS-FIRST-WEEK > 0
005260        AND WS-FIRST-WEEK < WS-WEEKS
005270        AND WS-JB-WK-RUNS(WS-JB-SUB, WS-WEEKS) > 0
005280        COMPUTE WS-JB-TREND(WS-JB-SUB) ROUNDED =
005290               (WS-JB-WK-AVG(WS-JB-SUB, WS-WEEKS)
005300              - WS-JB-WK-AVG(WS-JB-SUB, WS-FIRST-WEEK))
005310              / (WS-WEEKS - WS-FIRST-WEEK)
005320     END-IF
005330*
005340     MOVE 0                      TO WS-JB-PREREQ-SUB(WS-JB-SUB)
005350     IF WS-JB-PREREQ(WS-JB-SUB) NOT = SPACES
005360        SET WS-JB-IDX            TO 1
005370        SEARCH WS-JB-ENTRY
005380            AT END
005390                CONTINUE
005400            WHEN WS-JB-IDX > WS-JB-COUNT
005410                CONTINUE
005420            WHEN WS-JB-NAME(WS-JB-IDX) = WS-JB-PREREQ(WS-JB-SUB)
005430                SET WS-JB-PREREQ-SUB(WS-JB-SUB) TO WS-JB-IDX
005440        END-SEARCH
005450     END-IF
005460     .
005470 3000-EXIT.
005480     EXIT.
005490*----------------------------------------------------------------*
005500 3100-WEEK-AVERAGE.
005510*----------------------------------------------------------------*
005520     IF WS-JB-WK-RUNS(WS-JB-SUB, WS-WK-SUB) = 0
005530        GO TO 3100-EXIT
005540     END-IF
005550     COMPUTE WS-JB-WK-AVG(WS-JB-SUB, WS-WK-SUB) ROUNDED =
005560             WS-JB-WK-SECS(WS-JB-SUB, WS-WK-SUB)
005570           / WS-JB-WK-RUNS(WS-JB-SUB, WS-WK-SUB)
005580     IF WS-FIRST-WEEK = 0
005590        MOVE WS-WK-SUB           TO WS-FIRST-WEEK
005600     END-IF
005610     .
005620 3100-EXIT.
005630     EXIT.
005640*----------------------------------------------------------------*
005650*    THE WEEK'S CRITICAL PATH: FOR EACH JOB, ITS AVERAGE PLUS    *
005660*    THOSE OF ITS PREREQUISITE CHAIN; THE LONGEST CHAIN WINS.    *
005670*    THE WALK STOPS AFTER AS MANY LINKS AS THERE ARE JOBS, SO A  *
005680*    MIS-KEYED CIRCULAR CHAIN CANNOT LOOP.                       *
005690*----------------------------------------------------------------*
005700 4000-PATH-FOR-WEEK.
005710*----------------------------------------------------------------*
005720     PERFORM 4100-PATH-FOR-JOB   THRU 4100-EXIT
005730         VARYING WS-JB-SUB FROM 1 BY 1
005740         UNTIL WS-JB-SUB > WS-JB-COUNT
005750     .
005760 4000-EXIT.
005770     EXIT.
005780*----------------------------------------------------------------*
005790 4100-PATH-FOR-JOB.
005800*----------------------------------------------------------------*
005810     MOVE 0                      TO WS-PATH-SECS
005820                                    WS-PATH-HOPS
005830     MOVE WS-JB-SUB              TO WS-PATH-SUB
005840     PERFORM 4200-ADD-CHAIN-LINK THRU 4200-EXIT
005850         UNTIL WS-PATH-SUB = 0
005860            OR WS-PATH-HOPS > WS-JB-COUNT
005870     IF WS-PATH-SECS > WS-WK-PATH-SECS(WS-WK-SUB)
005880        MOVE WS-PATH-SECS        TO WS-WK-PATH-SECS(WS-WK-SUB)
005890        MOVE WS-JB-SUB           TO WS-WK-PATH-END(WS-WK-SUB)
005900     END-IF
005910     .
005920 4100-EXIT.
005930     EXIT.
005940*----------------------------------------------------------------*
005950 4200-ADD-CHAIN-LINK.
005960*----------------------------------------------------------------*
005970     ADD WS-JB-WK-AVG(WS-PATH-SUB, WS-WK-SUB) TO WS-PATH-SECS
005980     ADD 1                       TO WS-PATH-HOPS
005990     MOVE WS-JB-PREREQ-SUB(WS-PATH-SUB) TO WS-PATH-SUB
006000     .
006010 4200-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------*
006040 7000-PRINT-HEADINGS.
006050*----------------------------------------------------------------*
006060     MOVE SPACES TO WS-PRINT-LINE
006070     STRING 'CBRUNTRD BATCH ELAPSED-TIME TREND - RUN '
006080            WS-TODAY-CCYYMMDD
006090            DELIMITED BY SIZE INTO WS-PRINT-LINE
006100     END-STRING
006110     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
006120     MOVE WS-WEEKS TO WS-ED-WEEK
006130     MOVE SPACES TO WS-PRINT-LINE
006140     STRING 'AVERAGE ELAPSED MINUTES PER WEEK; WEEK ' WS-ED-WEEK
006150            ' IS THE SEVEN DAYS ENDING ' WS-END-DATE
006160            '; TREND IS SECONDS PER WEEK'
006170            DELIMITED BY SIZE INTO WS-PRINT-LINE
006180     END-STRING
006190     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
006200     MOVE SPACES TO WS-PRINT-LINE
006210     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
006220*
006230     MOVE SPACES                 TO WS-WEEK-LINE
006240     MOVE 'JOB'                  TO WL-JOB
006250     MOVE 'PREREQ'               TO WL-PREREQ
006260     PERFORM 7050-FILL-WEEK-HEAD THRU 7050-EXIT
006270         VARYING WS-WK-SUB FROM 1 BY 1
006280         UNTIL WS-WK-SUB > WS-WEEKS
006290     MOVE '     TREND'           TO WL-TREND
006300     WRITE TREND-REPORT-LINE FROM WS-WEEK-LINE
006310     .
006320 7000-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------*
006350 7050-FILL-WEEK-HEAD.
006360*----------------------------------------------------------------*
006370     MOVE WS-WK-SUB              TO WS-ED-WEEK
006380     STRING '    WK' WS-ED-WEEK
006390            DELIMITED BY SIZE INTO WL-CELL(WS-WK-SUB)
006400     END-STRING
006410     .
006420 7050-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------*
006450 7100-PRINT-JOB-TREND.
006460*----------------------------------------------------------------*
006470     MOVE SPACES                 TO WS-WEEK-LINE
006480     MOVE WS-JB-NAME(WS-JB-SUB)  TO WL-JOB
006490     MOVE WS-JB-PREREQ(WS-JB-SUB) TO WL-PREREQ
006500     PERFORM 7150-FILL-JOB-CELL  THRU 7150-EXIT
006510         VARYING WS-WK-SUB FROM 1 BY 1
006520         UNTIL WS-WK-SUB > WS-WEEKS
006530     MOVE WS-JB-TREND(WS-JB-SUB) TO WS-ED-TREND
006540     MOVE WS-ED-TREND            TO WL-TREND
006550     WRITE TREND-REPORT-LINE FROM WS-WEEK-LINE
006560     .
006570 7100-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------*
006600 7150-FILL-JOB-CELL.
006610*----------------------------------------------------------------*
006620     IF WS-JB-WK-RUNS(WS-JB-SUB, WS-WK-SUB) = 0
006630        MOVE '       -'          TO WL-CELL(WS-WK-SUB)
006640        GO TO 7150-EXIT
006650     END-IF
006660     COMPUTE WS-MIN-WORK ROUNDED =
006670             WS-JB-WK-AVG(WS-JB-SUB, WS-WK-SUB) / 60
006680     MOVE WS-MIN-WORK            TO WS-ED-MIN
006690     MOVE WS-ED-MIN              TO WL-CELL(WS-WK-SUB)
006700     .
006710 7150-EXIT.
006720     EXIT.
006730*----------------------------------------------------------------*
006740*    THE PATH LENGTH BY WEEK, THEN THE LAST WEEK'S CHAIN FROM    *
006750*    ITS FINAL JOB BACK TO THE FIRST.                            *
006760*----------------------------------------------------------------*
006770 7300-PRINT-CRITICAL-PATH.
006780*----------------------------------------------------------------*
006790     MOVE SPACES TO WS-PRINT-LINE
006800     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
006810     MOVE SPACES                 TO WS-WEEK-LINE
006820     MOVE 'CRITICAL'             TO WL-JOB
006830     MOVE 'PATH'                 TO WL-PREREQ
006840     PERFORM 7350-FILL-PATH-CELL THRU 7350-EXIT
006850         VARYING WS-WK-SUB FROM 1 BY 1
006860         UNTIL WS-WK-SUB > WS-WEEKS
006870     WRITE TREND-REPORT-LINE FROM WS-WEEK-LINE
006880*
006890     MOVE SPACES TO WS-PRINT-LINE
006900     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
006910     IF WS-WK-PATH-END(WS-WEEKS) = 0
006920        MOVE 'NO COMPLETED RUNS IN THE LAST WEEK - NO PATH'
006930            TO WS-PRINT-LINE
006940        WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
006950        GO TO 7300-EXIT
006960     END-IF
006970     MOVE 'CRITICAL PATH IN THE LAST WEEK (LAST JOB FIRST):'
006980         TO WS-PRINT-LINE
006990     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
007000     MOVE WS-WEEKS               TO WS-WK-SUB
007010     MOVE WS-WK-PATH-END(WS-WEEKS) TO WS-PATH-SUB
007020     MOVE 0                      TO WS-PATH-HOPS
007030     PERFORM 7400-PRINT-PATH-JOB THRU 7400-EXIT
007040         UNTIL WS-PATH-SUB = 0
007050            OR WS-PATH-HOPS > WS-JB-COUNT
007060     .
007070 7300-EXIT.
007080     EXIT.
007090*----------------------------------------------------------------*
007100 7350-FILL-PATH-CELL.
007110*----------------------------------------------------------------*
007120     IF WS-WK-PATH-END(WS-WK-SUB) = 0
007130        MOVE '       -'          TO WL-CELL(WS-WK-SUB)
007140        GO TO 7350-EXIT
007150     END-IF
007160     COMPUTE WS-MIN-WORK ROUNDED =
007170             WS-WK-PATH-SECS(WS-WK-SUB) / 60
007180     MOVE WS-MIN-WORK            TO WS-ED-MIN
007190     MOVE WS-ED-MIN              TO WL-CELL(WS-WK-SUB)
007200     .
007210 7350-EXIT.
007220     EXIT.
007230*----------------------------------------------------------------*
007240 7400-PRINT-PATH-JOB.
007250*----------------------------------------------------------------*
007260     MOVE WS-JB-WK-AVG(WS-PATH-SUB, WS-WK-SUB) TO WS-SECS-DIS
007270     MOVE SPACES TO WS-PRINT-LINE
007280     STRING '  ' WS-JB-NAME(WS-PATH-SUB)
007290            '  AVERAGE SECONDS ' WS-SECS-DIS
007300            '  AFTER ' WS-JB-PREREQ(WS-PATH-SUB)
007310            DELIMITED BY SIZE INTO WS-PRINT-LINE
007320     END-STRING
007330     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
007340     ADD 1                       TO WS-PATH-HOPS
007350     MOVE WS-JB-PREREQ-SUB(WS-PATH-SUB) TO WS-PATH-SUB
007360     .
007370 7400-EXIT.
007380     EXIT.
007390*----------------------------------------------------------------*
007400*    THE PATH STARTS AT THE CYCLE START; THE WINDOW RUNS FROM    *
007410*    THERE TO THE ONLINE START (OVER MIDNIGHT IF NEED BE). THE   *
007420*    GROWTH IS THE CHANGE FROM THE FIRST WEEK WITH A PATH TO THE *
007430*    LAST, PER WEEK.                                             *
007440*----------------------------------------------------------------*
007450 7500-PRINT-PROJECTION.
007460*----------------------------------------------------------------*
007470     MOVE SPACES TO WS-PRINT-LINE
007480     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
007490     IF WS-WK-PATH-END(WS-WEEKS) = 0
007500        GO TO 7500-EXIT
007510     END-IF
007520     COMPUTE WS-WINDOW-SECS =
007530             (WS-OS-HH * 3600 + WS-OS-MI * 60)
007540           - (WS-CS-HH * 3600 + WS-CS-MI * 60)
007550     IF WS-WINDOW-SECS <= 0
007560        ADD 86400                TO WS-WINDOW-SECS
007570     END-IF
007580     COMPUTE WS-HEADROOM-SECS =
007590             WS-WINDOW-SECS - WS-WK-PATH-SECS(WS-WEEKS)
007600*
007610     COMPUTE WS-FINISH-SECS =
007620             WS-CS-HH * 3600 + WS-CS-MI * 60
007630           + WS-WK-PATH-SECS(WS-WEEKS)
007640     DIVIDE WS-FINISH-SECS BY 86400 GIVING WS-FINISH-DAYS
007650         REMAINDER WS-FINISH-TOD
007660     DIVIDE WS-FINISH-TOD BY 3600 GIVING WS-FINISH-HH
007670         REMAINDER WS-FINISH-REM
007680     DIVIDE WS-FINISH-REM BY 60 GIVING WS-FINISH-MI
007690     STRING WS-FINISH-HH ':' WS-FINISH-MI
007700            DELIMITED BY SIZE INTO WS-HHMM-DIS
007710     END-STRING
007720     MOVE SPACES TO WS-PRINT-LINE
007730     STRING 'CYCLE START / ONLINE START ..........: '
007740            WS-CYCLE-START ' / ' WS-ONLINE-START
007750            DELIMITED BY SIZE INTO WS-PRINT-LINE
007760     END-STRING
007770     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
007780     MOVE SPACES TO WS-PRINT-LINE
007790     STRING 'CRITICAL PATH FINISHES AT ..........: ' WS-HHMM-DIS
007800            DELIMITED BY SIZE INTO WS-PRINT-LINE
007810     END-STRING
007820     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
007830     MOVE WS-HEADROOM-SECS TO WS-SGN-DIS
007840     MOVE SPACES TO WS-PRINT-LINE
007850     STRING 'HEADROOM TO ONLINE START (SECONDS) .: ' WS-SGN-DIS
007860            DELIMITED BY SIZE INTO WS-PRINT-LINE
007870     END-STRING
007880     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
007890*
007900     IF WS-HEADROOM-SECS <= 0
007910        MOVE SPACES TO WS-PRINT-LINE
007920        MOVE '** CRITICAL PATH ALREADY PAST THE ONLINE START **'
007930            TO WS-PRINT-LINE
007940        WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
007950        MOVE 4 TO RETURN-CODE
007960        GO TO 7500-EXIT
007970     END-IF
007980*
007990     MOVE 0                      TO WS-FIRST-SUB
008000     PERFORM 7550-FIND-FIRST-PATH THRU 7550-EXIT
008010         VARYING WS-WK-SUB FROM 1 BY 1
008020         UNTIL WS-WK-SUB >= WS-WEEKS
008030            OR WS-FIRST-SUB > 0
008040     IF WS-FIRST-SUB = 0
008050        MOVE 'ONE WEEK OF HISTORY ONLY - NO PROJECTION YET'
008060            TO WS-PRINT-LINE
008070        WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
008080        GO TO 7500-EXIT
008090     END-IF
008100     COMPUTE WS-WEEKLY-GROWTH ROUNDED =
008110             (WS-WK-PATH-SECS(WS-WEEKS)
008120            - WS-WK-PATH-SECS(WS-FIRST-SUB))
008130            / (WS-WEEKS - WS-FIRST-SUB)
008140     MOVE WS-WEEKLY-GROWTH TO WS-SGN-DIS
008150     MOVE SPACES TO WS-PRINT-LINE
008160     STRING 'AVERAGE WEEKLY PATH GROWTH (SECONDS): ' WS-SGN-DIS
008170            DELIMITED BY SIZE INTO WS-PRINT-LINE
008180     END-STRING
008190     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
008200     IF WS-WEEKLY-GROWTH > 0
008210        COMPUTE WS-WEEKS-TO-BREACH =
008220                WS-HEADROOM-SECS / WS-WEEKLY-GROWTH
008230        MOVE WS-WEEKS-TO-BREACH TO WS-CNT-DIS
008240        MOVE SPACES TO WS-PRINT-LINE
008250        STRING 'WEEKS TO ONLINE-START BREACH .......: ' WS-CNT-DIS
008260               DELIMITED BY SIZE INTO WS-PRINT-LINE
008270        END-STRING
008280        WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
008290        IF WS-WEEKS-TO-BREACH <= WS-WARN-WEEKS
008300           MOVE SPACES TO WS-PRINT-LINE
008310           MOVE '** BATCH WINDOW BREACH PROJECTED **'
008320               TO WS-PRINT-LINE
008330           WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
008340           MOVE 4 TO RETURN-CODE
008350        END-IF
008360     ELSE
008370        MOVE SPACES TO WS-PRINT-LINE
008380        MOVE 'CRITICAL PATH IS NOT GROWING - NO BREACH PROJECTED'
008390            TO WS-PRINT-LINE
008400        WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
008410     END-IF
008420     .
008430 7500-EXIT.
008440     EXIT.
008450*----------------------------------------------------------------*
008460 7550-FIND-FIRST-PATH.
008470*----------------------------------------------------------------*
008480     IF WS-WK-PATH-END(WS-WK-SUB) > 0
008490        MOVE WS-WK-SUB           TO WS-FIRST-SUB
008500     END-IF
008510     .
008520 7550-EXIT.
008530     EXIT.
008540*----------------------------------------------------------------*
008550*    SECOND PASS OF RUNHIST FOR THE LAST WEEK'S COMPLETED RUNS   *
008560*    FAR FROM THEIR JOB'S BASELINE.                              *
008570*----------------------------------------------------------------*
008580 7700-PRINT-OUTLIERS.
008590*----------------------------------------------------------------*
008600     MOVE SPACES TO WS-PRINT-LINE
008610     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
008620     MOVE WS-OUTLIER-PCT TO WS-CNT-DIS
008630     MOVE SPACES TO WS-PRINT-LINE
008640     STRING 'LAST WEEK RUNS MORE THAN' WS-CNT-DIS
008650            ' PERCENT FROM THE JOB''S EARLIER AVERAGE:'
008660            DELIMITED BY SIZE INTO WS-PRINT-LINE
008670     END-STRING
008680     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
008690     MOVE 'N'                    TO WS-SCAN-SW
008700     MOVE LOW-VALUES             TO RNH-KEY
008710     START RUN-HISTORY KEY >= RNH-KEY
008720     IF WS-RNH-STATUS NOT = '00'
008730        SET SCAN-DONE            TO TRUE
008740     END-IF
008750     PERFORM 7750-CHECK-NEXT-RUN THRU 7750-EXIT
008760         UNTIL SCAN-DONE
008770     IF WS-OUTLIERS = 0
008780        MOVE '  NONE' TO WS-PRINT-LINE
008790        WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
008800     ELSE
008810        MOVE 4 TO RETURN-CODE
008820     END-IF
008830     .
008840 7700-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------*
008870 7750-CHECK-NEXT-RUN.
008880*----------------------------------------------------------------*
008890     READ RUN-HISTORY NEXT
008900         AT END
008910             SET SCAN-DONE TO TRUE
008920             GO TO 7750-EXIT
008930     END-READ
008940     IF WS-RNH-STATUS NOT = '00'
008950        SET SCAN-DONE TO TRUE
008960        GO TO 7750-EXIT
008970     END-IF
008980     IF NOT RNH-COMPLETE
008990        GO TO 7750-EXIT
009000     END-IF
009010     PERFORM 2200-SET-RUN-WEEK   THRU 2200-EXIT
009020     IF WS-RUN-WEEK NOT = WS-WEEKS
009030        GO TO 7750-EXIT
009040     END-IF
009050     MOVE RNH-JOB-NAME           TO WS-FIND-JOB
009060     PERFORM 2500-FIND-OR-ADD-JOB THRU 2500-EXIT
009070     IF WS-JB-FOUND = 0
009080        GO TO 7750-EXIT
009090     END-IF
009100     IF WS-JB-BASE-RUNS(WS-JB-FOUND) < WS-MIN-RUNS
009110        OR WS-JB-BASE-AVG(WS-JB-FOUND) = 0
009120        GO TO 7750-EXIT
009130     END-IF
009140     COMPUTE WS-DEVIATION-PCT ROUNDED =
009150             (RNH-ELAPSED-SECS - WS-JB-BASE-AVG(WS-JB-FOUND))
009160           * 100
009170           / WS-JB-BASE-AVG(WS-JB-FOUND)
009180     MOVE WS-DEVIATION-PCT       TO WS-ABS-DEV-PCT
009190     IF WS-ABS-DEV-PCT < 0
009200        MULTIPLY -1 BY WS-ABS-DEV-PCT
009210     END-IF
009220     IF WS-ABS-DEV-PCT <= WS-OUTLIER-PCT
009230        GO TO 7750-EXIT
009240     END-IF
009250     ADD 1                       TO WS-OUTLIERS
009260     MOVE RNH-ELAPSED-SECS       TO WS-SECS-DIS
009270     MOVE WS-JB-BASE-AVG(WS-JB-FOUND) TO WS-CNT-DIS
009280     MOVE WS-DEVIATION-PCT       TO WS-PCT-DIS
009290     MOVE SPACES TO WS-PRINT-LINE
009300     STRING '  ' RNH-JOB-NAME
009310            ' RUN ' RNH-RUN-DATE ' ' RNH-START-TIME(1:6)
009320            '  SECONDS ' WS-SECS-DIS
009330            '  USUAL ' WS-CNT-DIS
009340            '  DEVIATION % ' WS-PCT-DIS
009350            DELIMITED BY SIZE INTO WS-PRINT-LINE
009360     END-STRING
009370     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
009380     .
009390 7750-EXIT.
009400     EXIT.
009410*----------------------------------------------------------------*
009420 7900-PRINT-TOTALS.
009430*----------------------------------------------------------------*
009440     MOVE SPACES TO WS-PRINT-LINE
009450     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
009460     MOVE WS-HIST-READ TO WS-CNT-DIS
009470     MOVE SPACES TO WS-PRINT-LINE
009480     STRING 'RUNHIST ROWS READ ..................: ' WS-CNT-DIS
009490            DELIMITED BY SIZE INTO WS-PRINT-LINE
009500     END-STRING
009510     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
009520     MOVE WS-HIST-IN-WINDOW TO WS-CNT-DIS
009530     MOVE SPACES TO WS-PRINT-LINE
009540     STRING 'RUNS IN THE REPORTED WEEKS .........: ' WS-CNT-DIS
009550            DELIMITED BY SIZE INTO WS-PRINT-LINE
009560     END-STRING
009570     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
009580     MOVE WS-OUTLIERS TO WS-CNT-DIS
009590     MOVE SPACES TO WS-PRINT-LINE
009600     STRING 'RUNS FLAGGED OUTSIDE NORMAL DURATION: ' WS-CNT-DIS
009610            DELIMITED BY SIZE INTO WS-PRINT-LINE
009620     END-STRING
009630     WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
009640     IF WS-JOBS-DROPPED > 0
009650        MOVE WS-JOBS-DROPPED TO WS-CNT-DIS
009660        MOVE SPACES TO WS-PRINT-LINE
009670        STRING '** JOB TABLE FULL - ROWS NOT REPORTED: '
009680               WS-CNT-DIS
009690               DELIMITED BY SIZE INTO WS-PRINT-LINE
009700        END-STRING
009710        WRITE TREND-REPORT-LINE FROM WS-PRINT-LINE
009720     END-IF
009730     .
009740 7900-EXIT.
009750     EXIT.
009760*----------------------------------------------------------------*
009770 9999-ABEND.
009780*----------------------------------------------------------------*
009790     DISPLAY 'CBRUNTRD ABENDING'
009800     MOVE 16 TO RETURN-CODE
009810     GOBACK
009820     .
009830 9999-EXIT.
009840     EXIT.
009850*----------------------------------------------------------------*
009860*    BUSINESS-DATE-TO-JULIAN ROUTINE                             *
009870*----------------------------------------------------------------*
009880 COPY CSDAT03P.

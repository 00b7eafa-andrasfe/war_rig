000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBWQPROD.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-03-05.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBWQPROD - DAILY WORK-QUEUE ANALYST PRODUCTIVITY REPORT     *
000090*    READS WQACTLOG (THE HARDENED CWQA TD QUEUE OF CVWQACTY      *
000100*    RECORDS THE FRAUD WORKLIST AND DISPUTE CASE SCREENS WRITE   *
000110*    ON EVERY ASSIGNMENT, PULL, RELEASE AND STATE CHANGE) AND    *
000120*    TOTALS BY ANALYST: FRAUD ITEMS WORKED, DISPUTE CASES MOVED  *
000130*    AND CLOSED, ASSIGNMENTS, PULLS AND RELEASES, AND THE        *
000140*    AVERAGE HANDLE TIME FROM CLAIM TO WORKED OR CLOSED. THE     *
000150*    OPEN BACKLOG FOLLOWS - FRDWORKQ ITEMS STILL OPEN AND        *
000160*    PAUDISPT CASES NOT CLOSED - BY THE ANALYST HOLDING THEM     *
000170*    (*NONE* FOR THE UNASSIGNED), WITH ITS AVERAGE AND OLDEST    *
000180*    AGE IN DAYS. THE PAURUNCT ROW IS STAMPED.                   *
000190*----------------------------------------------------------------*
000200*                MODIFICATION HISTORY                            *
000210* DATE       INIT DESCRIPTION                                    *
000220* 2028-03-05  JGM INITIAL VERSION                                *
000230*----------------------------------------------------------------*
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-ZOS.
000270 OBJECT-COMPUTER. IBM-ZOS.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT WQACTLOG-FILE  ASSIGN TO WQACTLOG
000310         ORGANIZATION IS SEQUENTIAL
000320         ACCESS MODE  IS SEQUENTIAL
000330         FILE STATUS  IS WS-WQA-STATUS.
000340*
000350     SELECT WORKQ-FILE     ASSIGN TO FRDWORKQ
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE  IS SEQUENTIAL
000380         RECORD KEY   IS FWQ-KEY
000390         FILE STATUS  IS WS-FWQ-STATUS.
000400*
000410     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE  IS RANDOM
000440         RECORD KEY   IS RUNC-JOB-NAME
000450         FILE STATUS  IS WS-RUNC-STATUS.
000460*
000470     SELECT PROD-REPORT    ASSIGN TO WQPRDRPT
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE  IS SEQUENTIAL
000500         FILE STATUS  IS WS-RPT-STATUS.
000510*----------------------------------------------------------------*
000520 DATA DIVISION.
000530*----------------------------------------------------------------*
000540 FILE SECTION.
000550 FD  WQACTLOG-FILE
000560     RECORDING MODE IS F.
000570 COPY CVWQACTY.
000580*
000590 FD  WORKQ-FILE
000600     RECORDING MODE IS F.
000610 COPY CVFRWKQY.
000620*
000630 FD  RUN-CONTROL
000640     RECORDING MODE IS F.
000650 COPY CVRUNCTY.
000660*
000670 FD  PROD-REPORT
000680     RECORDING MODE IS F.
000690 01  PROD-REPORT-LINE            PIC X(132).
000700*----------------------------------------------------------------*
000710 WORKING-STORAGE SECTION.
000720*----------------------------------------------------------------*
000730 01  WS-VARIABLES.
000740     05  WS-PGMNAME                 PIC X(08) VALUE 'CBWQPROD'.
000750     05  CURRENT-DATE               PIC 9(06).
000760     05  WS-TODAY-CCYYMMDD          PIC X(08).
000770     05  WS-RUN-TIME                PIC 9(08).
000780*    THE ANALYST AN EVENT OR BACKLOG ITEM IS TOTALLED UNDER.
000790     05  WS-ANALYST                 PIC X(08).
000800*
000810 01  WS-FILE-STATUSES.
000820     05  WS-WQA-STATUS              PIC X(02).
000830         88  WQA-EOF                        VALUE '10'.
000840     05  WS-FWQ-STATUS              PIC X(02).
000850         88  FWQ-EOF                        VALUE '10'.
000860     05  WS-RUNC-STATUS             PIC X(02).
000870     05  WS-RPT-STATUS              PIC X(02).
000880 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
000890     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
000900 01  WS-FWQ-AVAIL-SW                PIC X(01) VALUE 'N'.
000910     88  WORKQ-AVAILABLE                    VALUE 'Y'.
000920 01  WS-CASE-EOF-SW                 PIC X(01) VALUE 'N'.
000930     88  CASE-CURSOR-EOF                    VALUE 'Y'.
000940*----------------------------------------------------------------*
000950*    PER-ANALYST ACCUMULATORS                                    *
000960*----------------------------------------------------------------*
000970 01  WS-ANALYST-TOTALS.
000980     05  WS-ANL-COUNT               PIC S9(4) COMP VALUE 0.
000990     05  WS-ANL-TABLE-MAX           PIC S9(4) COMP VALUE 500.
001000     05  WS-ANL-ENTRY OCCURS 500 TIMES
001010                      INDEXED BY WS-ANL-IDX.
001020         10  WS-ANL-ID              PIC X(08).
001030         10  WS-ANL-FRD-WORKED      PIC S9(9) COMP-3.
001040         10  WS-ANL-DSP-MOVED       PIC S9(9) COMP-3.
001050         10  WS-ANL-DSP-CLOSED      PIC S9(9) COMP-3.
001060         10  WS-ANL-ASSIGNED        PIC S9(9) COMP-3.
001070         10  WS-ANL-PULLED          PIC S9(9) COMP-3.
001080         10  WS-ANL-RELEASED        PIC S9(9) COMP-3.
001090*    WORKED AND CLOSED ITEMS CARRYING A CLAIM TIME, AND THE
001100*    MINUTES FROM CLAIM TO FINISH ACROSS THEM.
001110         10  WS-ANL-TIMED           PIC S9(9) COMP-3.
001120         10  WS-ANL-MINUTES         PIC S9(11) COMP-3.
001130         10  WS-ANL-BACKLOG         PIC S9(9) COMP-3.
001140         10  WS-ANL-AGE-DAYS        PIC S9(11) COMP-3.
001150         10  WS-ANL-OLDEST          PIC S9(5) COMP-3.
001160*----------------------------------------------------------------*
001170*    HANDLE-TIME AND AGE WORK FIELDS. A DATE BECOMES A DAY       *
001180*    ORDINAL (YY * 365 PLUS LEAP DAYS PLUS THE DAY OF THE YEAR   *
001190*    FROM CSDAT03P) SO DIFFERENCES RUN ACROSS MONTH AND YEAR     *
001200*    ENDS.                                                       *
001210*----------------------------------------------------------------*
001220 01  WS-TIME-FIELDS.
001230     05  WS-DATE-IN                 PIC X(08).
001240     05  WS-TIME-IN                 PIC X(06).
001250     05  WS-TIME-IN-R REDEFINES WS-TIME-IN.
001260         10  WS-TIME-HH             PIC 9(02).
001270         10  WS-TIME-MM             PIC 9(02).
001280         10  WS-TIME-SS             PIC 9(02).
001290     05  WS-LEAP-DAYS               PIC 9(03).
001300     05  WS-ORDINAL                 PIC S9(7) COMP-3.
001310     05  WS-TODAY-ORDINAL           PIC S9(7) COMP-3.
001320     05  WS-STAMP-MINUTES           PIC S9(11) COMP-3.
001330     05  WS-CLAIM-MINUTES           PIC S9(11) COMP-3.
001340     05  WS-HANDLE-MINUTES          PIC S9(11) COMP-3.
001350     05  WS-ITEM-AGE                PIC S9(5) COMP-3.
001360     05  WS-DATE-VALID-SW           PIC X(01).
001370         88  DATE-IS-VALID                  VALUE 'Y'.
001380         88  DATE-NOT-VALID                 VALUE 'N'.
001390 COPY CSDAT03Y.
001400*----------------------------------------------------------------*
001410 01  WS-REPORT-COUNTERS.
001420     05  WS-RPT-READ                PIC S9(9) COMP-3 VALUE 0.
001430     05  WS-RPT-FWQ-READ            PIC S9(9) COMP-3 VALUE 0.
001440     05  WS-RPT-CASES-READ          PIC S9(9) COMP-3 VALUE 0.
001450     05  WS-RPT-ANL-OVERFLOW        PIC S9(9) COMP-3 VALUE 0.
001460     05  WS-SQL-ERRORS              PIC S9(9) COMP-3 VALUE 0.
001470     05  WS-TOT-FRD-WORKED          PIC S9(9) COMP-3 VALUE 0.
001480     05  WS-TOT-DSP-CLOSED          PIC S9(9) COMP-3 VALUE 0.
001490     05  WS-TOT-FRD-BACKLOG         PIC S9(9) COMP-3 VALUE 0.
001500     05  WS-TOT-DSP-BACKLOG         PIC S9(9) COMP-3 VALUE 0.
001510     05  WS-AVG-WORK                PIC S9(9) COMP-3.
001520*----------------------------------------------------------------*
001530 01  WS-PRINT-LINE                 PIC X(132).
001540 01  WS-DISPLAY-FIELDS.
001550     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001560     05  WS-FRD-DIS                 PIC ZZ,ZZ9.
001570     05  WS-MOV-DIS                 PIC ZZ,ZZ9.
001580     05  WS-CLS-DIS                 PIC ZZ,ZZ9.
001590     05  WS-ASG-DIS                 PIC ZZ,ZZ9.
001600     05  WS-PUL-DIS                 PIC ZZ,ZZ9.
001610     05  WS-REL-DIS                 PIC ZZ,ZZ9.
001620     05  WS-AHT-DIS                 PIC ZZ,ZZ9.
001630     05  WS-BKL-DIS                 PIC ZZ,ZZ9.
001640     05  WS-AVA-DIS                 PIC ZZ,ZZ9.
001650     05  WS-OLD-DIS                 PIC ZZ,ZZ9.
001660*----------------------------------------------------------------*
001670*    DB2 SQL-ERROR DISPLAY FIELDS                                *
001680*----------------------------------------------------------------*
001690 01  WS-SQL-FIELDS.
001700     05  WS-SQLCODE                 PIC -9(8).
001710     05  WS-SQLSTATE                PIC X(05).
001720*----------------------------------------------------------------*
001730*    DB2 HOST VARIABLES                                          *
001740*----------------------------------------------------------------*
001750 01  PAUDISPT-HOST-VARS.
001760 COPY CVDISPTY.
001770*    DAYS SINCE THE CASE WAS OPENED.
001780 01  WS-CASE-EXTRA-VARS.
001790     05  WS-CASE-AGE-H              PIC S9(09) COMP.
001800*----------------------------------------------------------------*
001810 EXEC SQL
001820     INCLUDE SQLCA
001830 END-EXEC.
001840*----------------------------------------------------------------*
001850 PROCEDURE DIVISION.
001860*----------------------------------------------------------------*
001870 MAIN-PARA.
001880*----------------------------------------------------------------*
001890     PERFORM 1000-INITIALIZE             THRU 1000-EXIT
001900*
001910     PERFORM 2000-PROCESS-NEXT-EVENT     THRU 2000-EXIT
001920         UNTIL WQA-EOF
001930*
001940     PERFORM 5000-FRAUD-BACKLOG          THRU 5000-EXIT
001950     PERFORM 6000-DISPUTE-BACKLOG        THRU 6000-EXIT
001960*
001970     PERFORM 8000-PRINT-PRODUCTIVITY     THRU 8000-EXIT
001980     PERFORM 1400-MARK-RUN-END           THRU 1400-EXIT
001990*
002000     PERFORM 9000-FILE-CLOSE             THRU 9000-EXIT
002010*
002020     IF WS-SQL-ERRORS > ZERO
002030        MOVE 4                  TO RETURN-CODE
002040     END-IF
002050     GOBACK.
002060*----------------------------------------------------------------*
002070 1000-INITIALIZE.
002080*----------------------------------------------------------------*
002090     ACCEPT CURRENT-DATE     FROM DATE
002100     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
002110     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
002120     MOVE WS-TODAY-CCYYMMDD  TO WS-DATE-IN
002130     PERFORM 4900-COMPUTE-ORDINAL THRU 4900-EXIT
002140     MOVE WS-ORDINAL         TO WS-TODAY-ORDINAL
002150*
002160     OPEN INPUT  WQACTLOG-FILE
002170     IF WS-WQA-STATUS = SPACES OR '00'
002180        CONTINUE
002190     ELSE
002200        DISPLAY 'ERROR IN OPENING WQACTLOG:' WS-WQA-STATUS
002210        PERFORM 9999-ABEND THRU 9999-EXIT
002220     END-IF
002230     OPEN INPUT  WORKQ-FILE
002240     IF WS-FWQ-STATUS = SPACES OR '00'
002250        SET WORKQ-AVAILABLE TO TRUE
002260     ELSE
002270        DISPLAY 'FRDWORKQ NOT AVAILABLE - NO FRAUD BACKLOG:'
002280                WS-FWQ-STATUS
002290     END-IF
002300     OPEN OUTPUT PROD-REPORT
002310*
002320     OPEN I-O RUN-CONTROL
002330     IF WS-RUNC-STATUS = SPACES OR '00'
002340        SET RUN-CONTROL-AVAILABLE TO TRUE
002350        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002360     ELSE
002370        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002380     END-IF
002390*
002400     MOVE SPACES TO WS-PRINT-LINE
002410     STRING 'CBWQPROD WORK-QUEUE ANALYST PRODUCTIVITY - RUN DATE '
002420            CURRENT-DATE
002430            DELIMITED BY SIZE INTO WS-PRINT-LINE
002440     END-STRING
002450     WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
002460     MOVE SPACES TO WS-PRINT-LINE
002470     WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
002480*
002490     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002500     DISPLAY '*-------------------------------------*'
002510     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002520     .
002530 1000-EXIT.
002540     EXIT.
002550*----------------------------------------------------------------*
002560 1300-MARK-RUN-START.
002570*----------------------------------------------------------------*
002580     ACCEPT WS-RUN-TIME      FROM TIME
002590     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
002600     READ RUN-CONTROL
002610     IF WS-RUNC-STATUS NOT = '00'
002620        MOVE SPACES          TO RUN-CONTROL-RECORD
002630        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002640     END-IF
002650     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
002660     MOVE WS-RUN-TIME        TO RUNC-START-TIME
002670     MOVE SPACES             TO RUNC-END-TIME
002680     SET  RUNC-RUNNING       TO TRUE
002690     MOVE ZEROES             TO RUNC-RECORD-COUNT
002700     IF WS-RUNC-STATUS = '00'
002710        REWRITE RUN-CONTROL-RECORD
002720     ELSE
002730        WRITE RUN-CONTROL-RECORD
002740     END-IF
002750     .
002760 1300-EXIT.
002770     EXIT.
002780*----------------------------------------------------------------*
002790 1400-MARK-RUN-END.
002800*----------------------------------------------------------------*
002810     IF RUN-CONTROL-AVAILABLE
002820        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
002830        READ RUN-CONTROL
002840        ACCEPT WS-RUN-TIME   FROM TIME
002850        MOVE WS-RUN-TIME     TO RUNC-END-TIME
002860        SET  RUNC-COMPLETE   TO TRUE
002870        MOVE WS-RPT-READ     TO RUNC-RECORD-COUNT
002880        REWRITE RUN-CONTROL-RECORD
002890        IF WS-RUNC-STATUS NOT = '00'
002900           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
002910        END-IF
002920     END-IF
002930     .
002940 1400-EXIT.
002950     EXIT.
002960*----------------------------------------------------------------*
002970*    EACH JOURNALED EVENT COUNTS FOR THE ANALYST IT NAMES - THE  *
002980*    ASSIGNEE, NOT THE SUPERVISOR WHO MADE AN ASSIGNMENT.        *
002990*----------------------------------------------------------------*
003000 2000-PROCESS-NEXT-EVENT.
003010*----------------------------------------------------------------*
003020     READ WQACTLOG-FILE
003030         AT END GO TO 2000-EXIT
003040     END-READ
003050     ADD 1 TO WS-RPT-READ
003060     MOVE WQA-USER-ID             TO WS-ANALYST
003070     IF WS-ANALYST = SPACES
003080        MOVE WQA-BY-USER          TO WS-ANALYST
003090     END-IF
003100     PERFORM 3000-FIND-ANALYST    THRU 3000-EXIT
003110     IF WS-ANL-IDX > WS-ANL-COUNT
003120        GO TO 2000-EXIT
003130     END-IF
003140     PERFORM 4000-TALLY-EVENT     THRU 4000-EXIT
003150     .
003160 2000-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------*
003190*    LEAVES WS-ANL-IDX ON WS-ANALYST'S ENTRY, ADDING ONE IF NEW. *
003200*    PAST THE TABLE IT IS LEFT BEYOND WS-ANL-COUNT AND COUNTED.  *
003210*----------------------------------------------------------------*
003220 3000-FIND-ANALYST.
003230*----------------------------------------------------------------*
003240     SET WS-ANL-IDX TO 1
003250     SEARCH WS-ANL-ENTRY
003260         AT END
003270             ADD 1 TO WS-RPT-ANL-OVERFLOW
003280             SET WS-ANL-IDX TO WS-ANL-TABLE-MAX
003290             SET WS-ANL-IDX UP BY 1
003300         WHEN WS-ANL-IDX > WS-ANL-COUNT
003310             IF WS-ANL-COUNT < WS-ANL-TABLE-MAX
003320                ADD 1 TO WS-ANL-COUNT
003330                MOVE WS-ANALYST  TO WS-ANL-ID(WS-ANL-IDX)
003340                MOVE 0           TO WS-ANL-FRD-WORKED(WS-ANL-IDX)
003350                                    WS-ANL-DSP-MOVED(WS-ANL-IDX)
003360                                    WS-ANL-DSP-CLOSED(WS-ANL-IDX)
003370                                    WS-ANL-ASSIGNED(WS-ANL-IDX)
003380                                    WS-ANL-PULLED(WS-ANL-IDX)
003390                                    WS-ANL-RELEASED(WS-ANL-IDX)
003400                                    WS-ANL-TIMED(WS-ANL-IDX)
003410                                    WS-ANL-MINUTES(WS-ANL-IDX)
003420                                    WS-ANL-BACKLOG(WS-ANL-IDX)
003430                                    WS-ANL-AGE-DAYS(WS-ANL-IDX)
003440                                    WS-ANL-OLDEST(WS-ANL-IDX)
003450             ELSE
003460                ADD 1 TO WS-RPT-ANL-OVERFLOW
003470             END-IF
003480         WHEN WS-ANL-ID(WS-ANL-IDX) = WS-ANALYST
003490             CONTINUE
003500     END-SEARCH
003510     .
003520 3000-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------*
003550*    A FRAUD ITEM WORKED, OR A DISPUTE CASE MOVED TO CLOSED, IS  *
003560*    A FINISHED ITEM; ITS HANDLE TIME RUNS FROM THE CLAIM TIME   *
003570*    THE EVENT CARRIES.                                          *
003580*----------------------------------------------------------------*
003590 4000-TALLY-EVENT.
003600*----------------------------------------------------------------*
003610     EVALUATE TRUE
003620         WHEN WQA-ASSIGNED
003630            ADD 1 TO WS-ANL-ASSIGNED(WS-ANL-IDX)
003640         WHEN WQA-PULLED
003650            ADD 1 TO WS-ANL-PULLED(WS-ANL-IDX)
003660         WHEN WQA-RELEASED
003670            ADD 1 TO WS-ANL-RELEASED(WS-ANL-IDX)
003680         WHEN WQA-WORKED
003690            ADD 1 TO WS-ANL-FRD-WORKED(WS-ANL-IDX)
003700                     WS-TOT-FRD-WORKED
003710            PERFORM 4100-ADD-HANDLE-TIME THRU 4100-EXIT
003720         WHEN WQA-STATUS-MOVED
003730            ADD 1 TO WS-ANL-DSP-MOVED(WS-ANL-IDX)
003740            IF WQA-CASE-CLOSED
003750               ADD 1 TO WS-ANL-DSP-CLOSED(WS-ANL-IDX)
003760                        WS-TOT-DSP-CLOSED
003770               PERFORM 4100-ADD-HANDLE-TIME THRU 4100-EXIT
003780            END-IF
003790         WHEN OTHER
003800            CONTINUE
003810     END-EVALUATE
003820     .
003830 4000-EXIT.
003840     EXIT.
003850*----------------------------------------------------------------*
003860 4100-ADD-HANDLE-TIME.
003870*----------------------------------------------------------------*
003880     MOVE WQA-CLAIM-DATE          TO WS-DATE-IN
003890     MOVE WQA-CLAIM-TIME          TO WS-TIME-IN
003900     PERFORM 4800-COMPUTE-MINUTES THRU 4800-EXIT
003910     IF DATE-NOT-VALID
003920        GO TO 4100-EXIT
003930     END-IF
003940     MOVE WS-STAMP-MINUTES        TO WS-CLAIM-MINUTES
003950     MOVE WQA-EVENT-DATE          TO WS-DATE-IN
003960     MOVE WQA-EVENT-TIME          TO WS-TIME-IN
003970     PERFORM 4800-COMPUTE-MINUTES THRU 4800-EXIT
003980     IF DATE-NOT-VALID
003990        GO TO 4100-EXIT
004000     END-IF
004010     COMPUTE WS-HANDLE-MINUTES = WS-STAMP-MINUTES
004020                               - WS-CLAIM-MINUTES
004030     IF WS-HANDLE-MINUTES < 0
004040        GO TO 4100-EXIT
004050     END-IF
004060     ADD 1                        TO WS-ANL-TIMED(WS-ANL-IDX)
004070     ADD WS-HANDLE-MINUTES        TO WS-ANL-MINUTES(WS-ANL-IDX)
004080     .
004090 4100-EXIT.
004100     EXIT.
004110*----------------------------------------------------------------*
004120*    MINUTES SINCE THE ORDINAL EPOCH FOR WS-DATE-IN (CCYYMMDD)   *
004130*    AND WS-TIME-IN (HHMMSS).                                    *
004140*----------------------------------------------------------------*
004150 4800-COMPUTE-MINUTES.
004160*----------------------------------------------------------------*
004170     PERFORM 4900-COMPUTE-ORDINAL THRU 4900-EXIT
004180     IF DATE-NOT-VALID
004190        GO TO 4800-EXIT
004200     END-IF
004210     IF WS-TIME-IN IS NOT NUMERIC
004220        SET DATE-NOT-VALID        TO TRUE
004230        GO TO 4800-EXIT
004240     END-IF
004250     COMPUTE WS-STAMP-MINUTES = WS-ORDINAL * 1440
004260                              + WS-TIME-HH * 60
004270                              + WS-TIME-MM
004280     .
004290 4800-EXIT.
004300     EXIT.
004310*----------------------------------------------------------------*
004320 4900-COMPUTE-ORDINAL.
004330*----------------------------------------------------------------*
004340     SET DATE-NOT-VALID           TO TRUE
004350     MOVE 0                       TO WS-ORDINAL
004360     IF WS-DATE-IN IS NOT NUMERIC
004370        GO TO 4900-EXIT
004380     END-IF
004390     MOVE WS-DATE-IN              TO WS-BUS-DATE
004400     IF WS-BUS-MM < 1 OR WS-BUS-MM > 12
004410        GO TO 4900-EXIT
004420     END-IF
004430     PERFORM 1370-COMPUTE-BUS-YYDDD THRU 1370-BUS-EXIT
004440     COMPUTE WS-LEAP-DAYS = (WS-BUS-YY + 3) / 4
004450     COMPUTE WS-ORDINAL = WS-BUS-YY * 365
004460                        + WS-LEAP-DAYS
004470                        + WS-BUS-DDD
004480     SET DATE-IS-VALID            TO TRUE
004490     .
004500 4900-EXIT.
004510     EXIT.
004520*
004530 COPY CSDAT03P.
004540*----------------------------------------------------------------*
004550*    FRAUD BACKLOG - EVERY FRDWORKQ ITEM STILL OPEN, UNDER ITS   *
004560*    ASSIGNEE, AGED FROM THE DAY THE SCORER QUEUED IT.           *
004570*----------------------------------------------------------------*
004580 5000-FRAUD-BACKLOG.
004590*----------------------------------------------------------------*
004600     IF NOT WORKQ-AVAILABLE
004610        GO TO 5000-EXIT
004620     END-IF
004630     PERFORM 5100-READ-NEXT-ITEM  THRU 5100-EXIT
004640         UNTIL FWQ-EOF
004650     .
004660 5000-EXIT.
004670     EXIT.
004680*----------------------------------------------------------------*
004690 5100-READ-NEXT-ITEM.
004700*----------------------------------------------------------------*
004710     READ WORKQ-FILE NEXT
004720         AT END GO TO 5100-EXIT
004730     END-READ
004740     IF WS-FWQ-STATUS NOT = '00'
004750        DISPLAY 'ERROR READING FRDWORKQ:' WS-FWQ-STATUS
004760        MOVE '10'                 TO WS-FWQ-STATUS
004770        GO TO 5100-EXIT
004780     END-IF
004790     ADD 1 TO WS-RPT-FWQ-READ
004800     IF NOT FWQ-OPEN
004810        GO TO 5100-EXIT
004820     END-IF
004830     ADD 1 TO WS-TOT-FRD-BACKLOG
004840     MOVE FWQ-SCORED-DATE         TO WS-DATE-IN
004850     PERFORM 4900-COMPUTE-ORDINAL THRU 4900-EXIT
004860     IF DATE-IS-VALID
004870        COMPUTE WS-ITEM-AGE = WS-TODAY-ORDINAL - WS-ORDINAL
004880     ELSE
004890        MOVE 0                    TO WS-ITEM-AGE
004900     END-IF
004910     MOVE FWQ-ASSIGNED-TO         TO WS-ANALYST
004920     PERFORM 5900-ADD-TO-BACKLOG  THRU 5900-EXIT
004930     .
004940 5100-EXIT.
004950     EXIT.
004960*----------------------------------------------------------------*
004970 5900-ADD-TO-BACKLOG.
004980*----------------------------------------------------------------*
004990     IF WS-ANALYST = SPACES
005000        MOVE '*NONE*'             TO WS-ANALYST
005010     END-IF
005020     IF WS-ITEM-AGE < 0
005030        MOVE 0                    TO WS-ITEM-AGE
005040     END-IF
005050     PERFORM 3000-FIND-ANALYST    THRU 3000-EXIT
005060     IF WS-ANL-IDX > WS-ANL-COUNT
005070        GO TO 5900-EXIT
005080     END-IF
005090     ADD 1                        TO WS-ANL-BACKLOG(WS-ANL-IDX)
005100     ADD WS-ITEM-AGE              TO WS-ANL-AGE-DAYS(WS-ANL-IDX)
005110     IF WS-ITEM-AGE > WS-ANL-OLDEST(WS-ANL-IDX)
005120        MOVE WS-ITEM-AGE          TO WS-ANL-OLDEST(WS-ANL-IDX)
005130     END-IF
005140     .
005150 5900-EXIT.
005160     EXIT.
005170*----------------------------------------------------------------*
005180*    DISPUTE BACKLOG - EVERY CASE NOT CLOSED, UNDER ITS ASSIGNEE,*
005190*    AGED FROM THE DAY IT WAS OPENED.                            *
005200*----------------------------------------------------------------*
005210 6000-DISPUTE-BACKLOG.
005220*----------------------------------------------------------------*
005230     EXEC SQL
005240         DECLARE WQBKLG-CURSOR CURSOR FOR
005250             SELECT COALESCE(ASSIGNED_TO, ' '),
005260                    DAYS(CURRENT DATE) - DAYS(OPENED_DATE)
005270               FROM CARDDEMO.PAUDISPT
005280              WHERE CASE_STATUS <> 'X'
005290     END-EXEC
005300     EXEC SQL
005310         OPEN WQBKLG-CURSOR
005320     END-EXEC
005330     IF SQLCODE NOT = ZERO
005340        MOVE SQLCODE TO WS-SQLCODE
005350        DISPLAY 'ERROR OPENING WQBKLG-CURSOR, SQLCODE='
005360                WS-SQLCODE
005370        ADD 1 TO WS-SQL-ERRORS
005380        GO TO 6000-EXIT
005390     END-IF
005400     PERFORM 6100-FETCH-NEXT-CASE THRU 6100-EXIT
005410         UNTIL CASE-CURSOR-EOF
005420     EXEC SQL
005430         CLOSE WQBKLG-CURSOR
005440     END-EXEC
005450     .
005460 6000-EXIT.
005470     EXIT.
005480*----------------------------------------------------------------*
005490 6100-FETCH-NEXT-CASE.
005500*----------------------------------------------------------------*
005510     EXEC SQL
005520         FETCH WQBKLG-CURSOR
005530          INTO :DSP-ASSIGNED-TO, :WS-CASE-AGE-H
005540     END-EXEC
005550     EVALUATE TRUE
005560         WHEN SQLCODE = ZERO
005570             ADD 1 TO WS-RPT-CASES-READ
005580                      WS-TOT-DSP-BACKLOG
005590             MOVE WS-CASE-AGE-H      TO WS-ITEM-AGE
005600             MOVE DSP-ASSIGNED-TO    TO WS-ANALYST
005610             PERFORM 5900-ADD-TO-BACKLOG THRU 5900-EXIT
005620         WHEN SQLCODE = 100
005630             SET CASE-CURSOR-EOF TO TRUE
005640         WHEN OTHER
005650             ADD 1 TO WS-SQL-ERRORS
005660             MOVE SQLCODE  TO WS-SQLCODE
005670             MOVE SQLSTATE TO WS-SQLSTATE
005680             DISPLAY 'SQL ERROR ON PAUDISPT FETCH - SQLCODE='
005690                     WS-SQLCODE ', STATE: ' WS-SQLSTATE
005700             SET CASE-CURSOR-EOF TO TRUE
005710     END-EVALUATE
005720     .
005730 6100-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------*
005760 8000-PRINT-PRODUCTIVITY.
005770*----------------------------------------------------------------*
005780     MOVE SPACES TO WS-PRINT-LINE
005790     STRING 'ANALYST   FRAUD  CASES CLOSED ASSIGN   PULL  RELSE'
005800            '  AVG-MIN BACKLOG AVG-AGE OLDEST'
005810            DELIMITED BY SIZE INTO WS-PRINT-LINE
005820     END-STRING
005830     WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
005840     MOVE SPACES TO WS-PRINT-LINE
005850     STRING '          WORKED  MOVED'
005860            DELIMITED BY SIZE INTO WS-PRINT-LINE
005870     END-STRING
005880     WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
005890     PERFORM 8100-PRINT-ANALYST-LINE THRU 8100-EXIT
005900         VARYING WS-ANL-IDX FROM 1 BY 1
005910         UNTIL WS-ANL-IDX > WS-ANL-COUNT
005920*
005930     MOVE SPACES TO WS-PRINT-LINE
005940     WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
005950     MOVE WS-RPT-READ TO WS-CNT-DIS
005960     MOVE SPACES TO WS-PRINT-LINE
005970     STRING 'JOURNALED QUEUE EVENTS READ ........: ' WS-CNT-DIS
005980            DELIMITED BY SIZE INTO WS-PRINT-LINE
005990     END-STRING
006000     WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
006010*
006020     MOVE WS-TOT-FRD-WORKED TO WS-CNT-DIS
006030     MOVE SPACES TO WS-PRINT-LINE
006040     STRING '  FRAUD ITEMS WORKED ...............: ' WS-CNT-DIS
006050            DELIMITED BY SIZE INTO WS-PRINT-LINE
006060     END-STRING
006070     WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
006080*
006090     MOVE WS-TOT-DSP-CLOSED TO WS-CNT-DIS
006100     MOVE SPACES TO WS-PRINT-LINE
006110     STRING '  DISPUTE CASES CLOSED .............: ' WS-CNT-DIS
006120            DELIMITED BY SIZE INTO WS-PRINT-LINE
006130     END-STRING
006140     WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
006150*
006160     MOVE WS-TOT-FRD-BACKLOG TO WS-CNT-DIS
006170     MOVE SPACES TO WS-PRINT-LINE
006180     STRING 'OPEN FRAUD WORKLIST ITEMS ..........: ' WS-CNT-DIS
006190            DELIMITED BY SIZE INTO WS-PRINT-LINE
006200     END-STRING
006210     WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
006220*
006230     MOVE WS-TOT-DSP-BACKLOG TO WS-CNT-DIS
006240     MOVE SPACES TO WS-PRINT-LINE
006250     STRING 'OPEN DISPUTE CASES .................: ' WS-CNT-DIS
006260            DELIMITED BY SIZE INTO WS-PRINT-LINE
006270     END-STRING
006280     WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
006290*
006300     IF WS-RPT-ANL-OVERFLOW > 0
006310        MOVE WS-RPT-ANL-OVERFLOW TO WS-CNT-DIS
006320        MOVE SPACES TO WS-PRINT-LINE
006330        STRING '  ITEMS FOR ANALYSTS BEYOND TABLE ..: ' WS-CNT-DIS
006340               DELIMITED BY SIZE INTO WS-PRINT-LINE
006350        END-STRING
006360        WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
006370     END-IF
006380     IF WS-SQL-ERRORS > 0
006390        MOVE SPACES TO WS-PRINT-LINE
006400        STRING '  *** DB2 ERRORS - DISPUTE BACKLOG INCOMPLETE ***'
006410               DELIMITED BY SIZE INTO WS-PRINT-LINE
006420        END-STRING
006430        WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
006440     END-IF
006450     .
006460 8000-EXIT.
006470     EXIT.
006480*----------------------------------------------------------------*
006490 8100-PRINT-ANALYST-LINE.
006500*----------------------------------------------------------------*
006510     MOVE WS-ANL-FRD-WORKED(WS-ANL-IDX) TO WS-FRD-DIS
006520     MOVE WS-ANL-DSP-MOVED(WS-ANL-IDX)  TO WS-MOV-DIS
006530     MOVE WS-ANL-DSP-CLOSED(WS-ANL-IDX) TO WS-CLS-DIS
006540     MOVE WS-ANL-ASSIGNED(WS-ANL-IDX)   TO WS-ASG-DIS
006550     MOVE WS-ANL-PULLED(WS-ANL-IDX)     TO WS-PUL-DIS
006560     MOVE WS-ANL-RELEASED(WS-ANL-IDX)   TO WS-REL-DIS
006570     MOVE WS-ANL-BACKLOG(WS-ANL-IDX)    TO WS-BKL-DIS
006580     MOVE WS-ANL-OLDEST(WS-ANL-IDX)     TO WS-OLD-DIS
006590     MOVE 0                             TO WS-AVG-WORK
006600     IF WS-ANL-TIMED(WS-ANL-IDX) > 0
006610        COMPUTE WS-AVG-WORK ROUNDED = WS-ANL-MINUTES(WS-ANL-IDX)
006620                                    / WS-ANL-TIMED(WS-ANL-IDX)
006630     END-IF
006640     MOVE WS-AVG-WORK                   TO WS-AHT-DIS
006650     MOVE 0                             TO WS-AVG-WORK
006660     IF WS-ANL-BACKLOG(WS-ANL-IDX) > 0
006670        COMPUTE WS-AVG-WORK ROUNDED = WS-ANL-AGE-DAYS(WS-ANL-IDX)
006680                                    / WS-ANL-BACKLOG(WS-ANL-IDX)
006690     END-IF
006700     MOVE WS-AVG-WORK                   TO WS-AVA-DIS
006710     MOVE SPACES TO WS-PRINT-LINE
006720     STRING WS-ANL-ID(WS-ANL-IDX) ' '
006730            WS-FRD-DIS ' ' WS-MOV-DIS ' ' WS-CLS-DIS ' '
006740            WS-ASG-DIS ' ' WS-PUL-DIS ' ' WS-REL-DIS '   '
006750            WS-AHT-DIS '  ' WS-BKL-DIS '  ' WS-AVA-DIS ' '
006760            WS-OLD-DIS
006770            DELIMITED BY SIZE INTO WS-PRINT-LINE
006780     END-STRING
006790     WRITE PROD-REPORT-LINE FROM WS-PRINT-LINE
006800     .
006810 8100-EXIT.
006820     EXIT.
006830*----------------------------------------------------------------*
006840 9000-FILE-CLOSE.
006850*----------------------------------------------------------------*
006860     CLOSE WQACTLOG-FILE
006870     IF WORKQ-AVAILABLE
006880        CLOSE WORKQ-FILE
006890     END-IF
006900     IF RUN-CONTROL-AVAILABLE
006910        CLOSE RUN-CONTROL
006920     END-IF
006930     CLOSE PROD-REPORT
006940     .
006950 9000-EXIT.
006960     EXIT.
006970*----------------------------------------------------------------*
006980 9999-ABEND.
006990*----------------------------------------------------------------*
007000     DISPLAY 'CBWQPROD ABENDING DUE TO FILE OPEN ERROR'
007010     MOVE 16 TO RETURN-CODE
007020     GOBACK
007030     .
007040 9999-EXIT.
007050     EXIT.

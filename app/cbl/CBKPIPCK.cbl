000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBKPIPCK.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-10-24.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBKPIPCK - MONTHLY EXECUTIVE KPI PACK                       *
000090*    ONE PAGE OF HEADLINE FIGURES FOR THE AUTHORIZATION BUSINESS *
000100*    WITH A THIRTEEN-MONTH TREND, PLUS THE SAME FIGURES AS A CSV *
000110*    EXTRACT (KPICSV) FOR THE FINANCE DASHBOARD:                 *
000120*      - APPROVALS, DECLINES, TOTAL DECISIONS AND APPROVAL RATE  *
000130*        FROM THE PAUMISST MIS TABLE, AND THE AVERAGE INTAKE     *
000140*        LATENCY WEIGHTED BY EACH HOUR'S DECISIONS,              *
000150*      - APPROVED AMOUNT, STAND-IN SHARE (NETWORK ADVICES,       *
000160*        SOURCE NW, AS A SHARE OF APPROVALS) AND THE DECLINE     *
000170*        REASON MIX FROM THE PAUTB DETAILS DATED IN THE MONTH,   *
000180*        LIVE PLUS THE PURGE ARCHIVE (PAUARCHV CONCATENATED),    *
000190*      - FRAUD LOSS FROM THE FRDMONTH ROLLUP, IN BASIS POINTS OF *
000200*        THE APPROVED AMOUNT,                                    *
000210*      - DISPUTES OPENED IN THE MONTH (PAUDISPT) PER 10,000      *
000220*        APPROVALS,                                              *
000230*      - DLQ MESSAGES CLEARED (REQUEUED OR PURGED) FROM THE DAY  *
000240*        ROWS CBDLQRPL KEEPS ON STATHIST.                        *
000250*    THE MONTH'S FIGURES ARE KEPT ON STATHIST AS THREE ROWS      *
000260*    (CBKPIVOL, CBKPIAMT, CBKPIOPS - SEE CVSTHSTY) DATED THE     *
000270*    FIRST OF THE MONTH; THE TREND IS READ BACK FROM THEM, AND   *
000280*    ROWS OLDER THAN THE TREND, AND CBDLQRPL DAY ROWS AS OLD,    *
000290*    ARE TRIMMED. A RERUN REPLACES THE MONTH'S ROWS.             *
000300*    KPIPARMS MONTH  =CCYYMM SELECTS THE MONTH; WITHOUT IT THE   *
000310*    CALENDAR MONTH BEFORE THE RUN DATE IS REPORTED. RUN AFTER   *
000320*    CBFRROLL HAS ROLLED THE MONTH UP.                           *
000330*----------------------------------------------------------------*
000340*                MODIFICATION HISTORY                            *
000350* DATE       INIT DESCRIPTION                                    *
000360* 2027-10-24  RKA INITIAL VERSION                                *
000370*----------------------------------------------------------------*
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. IBM-ZOS.
000410 OBJECT-COMPUTER. IBM-ZOS.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PARM-FILE      ASSIGN TO KPIPARMS
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS MODE  IS SEQUENTIAL
000470         FILE STATUS  IS WS-PARM-STATUS.
000480*
000490     SELECT ARCHIVE-FILE   ASSIGN TO PAUARCHV
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE  IS SEQUENTIAL
000520         FILE STATUS  IS WS-ARCHV-STATUS.
000530*
000540     SELECT STAT-HISTORY   ASSIGN TO STATHIST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE  IS DYNAMIC
000570         RECORD KEY   IS STH-KEY
000580         FILE STATUS  IS WS-STH-STATUS.
000590*
000600     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE  IS RANDOM
000630         RECORD KEY   IS RUNC-JOB-NAME
000640         FILE STATUS  IS WS-RUNC-STATUS.
000650*
000660     SELECT KPI-REPORT     ASSIGN TO KPIRPT
000670         ORGANIZATION IS SEQUENTIAL
000680         ACCESS MODE  IS SEQUENTIAL
000690         FILE STATUS  IS WS-RPT-STATUS.
000700*
000710     SELECT KPI-EXTRACT    ASSIGN TO KPICSV
000720         ORGANIZATION IS SEQUENTIAL
000730         ACCESS MODE  IS SEQUENTIAL
000740         FILE STATUS  IS WS-CSV-STATUS.
000750*----------------------------------------------------------------*
000760 DATA DIVISION.
000770*----------------------------------------------------------------*
000780 FILE SECTION.
000790 FD  PARM-FILE
000800     RECORDING MODE IS F.
000810 01  PARM-RECORD                 PIC X(80).
000820*
000830 FD  ARCHIVE-FILE
000840     RECORDING MODE IS F.
000850 01  ARCHIVE-RECORD.
000860     05  ARCH-RECORD-TYPE        PIC X(01).
000870         88  ARCH-IS-SUMMARY              VALUE 'S'.
000880         88  ARCH-IS-DETAIL                VALUE 'D'.
000890     05  ARCH-ACCOUNT-ID         PIC 9(11).
000900     05  ARCH-SUMMARY-SEGMENT.
000910         10 ARCH-SUMMARY-DATA    PIC X(40).
000920     05  ARCH-DETAIL-SEGMENT.
000930         10 ARCH-DETAIL-DATA     PIC X(335).
000940     05  ARCH-PURGE-DATE         PIC X(08).
000950*
000960 FD  STAT-HISTORY
000970     RECORDING MODE IS F.
000980 COPY CVSTHSTY.
000990*
001000 FD  RUN-CONTROL
001010     RECORDING MODE IS F.
001020 COPY CVRUNCTY.
001030*
001040 FD  KPI-REPORT
001050     RECORDING MODE IS F.
001060 01  KPI-REPORT-LINE             PIC X(132).
001070*
001080 FD  KPI-EXTRACT
001090     RECORDING MODE IS F.
001100 01  KPI-EXTRACT-RECORD          PIC X(200).
001110*----------------------------------------------------------------*
001120 WORKING-STORAGE SECTION.
001130*----------------------------------------------------------------*
001140 01  WS-VARIABLES.
001150     05  WS-PGMNAME                 PIC X(08) VALUE 'CBKPIPCK'.
001160     05  CURRENT-DATE               PIC 9(06).
001170     05  WS-TODAY-CCYYMMDD          PIC X(08).
001180     05  WS-RUN-TIME                PIC 9(08).
001190     05  WS-LEAP-REM                PIC 9(04).
001200     05  WS-LEAP-QUOT               PIC 9(04).
001210*
001220 01  WS-FILE-STATUSES.
001230     05  WS-PARM-STATUS             PIC X(02).
001240         88  PARM-EOF                       VALUE '10'.
001250     05  WS-ARCHV-STATUS            PIC X(02).
001260         88  ARCHV-EOF                      VALUE '10'.
001270     05  WS-STH-STATUS              PIC X(02).
001280         88  STH-ROW-FOUND                  VALUE '00'.
001290         88  STH-DUP                        VALUE '22'.
001300     05  WS-RUNC-STATUS             PIC X(02).
001310     05  WS-RPT-STATUS              PIC X(02).
001320     05  WS-CSV-STATUS              PIC X(02).
001330 01  WS-ARCHV-AVAIL-SW              PIC X(01) VALUE 'N'.
001340     88  ARCHIVE-AVAILABLE                  VALUE 'Y'.
001350 01  WS-STH-AVAIL-SW                PIC X(01) VALUE 'N'.
001360     88  STAT-HISTORY-AVAILABLE             VALUE 'Y'.
001370 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001380     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001390 01  WS-SCAN-SW                     PIC X(01).
001400     88  SCAN-DONE                          VALUE 'Y'.
001410*----------------------------------------------------------------*
001420*    REPORT MONTH (PARM-DRIVEN). DATES CCYYMMDD AND ISO.         *
001430*----------------------------------------------------------------*
001440 01  WS-MONTH-WINDOW.
001450     05  WS-RPT-MONTH               PIC X(06).
001460     05  WS-RPT-MONTH-N REDEFINES WS-RPT-MONTH.
001470         10  WS-RPT-YEAR            PIC 9(04).
001480         10  WS-RPT-MM              PIC 9(02).
001490     05  WS-MTH-FROM                PIC X(08).
001500     05  WS-MTH-TO                  PIC X(08).
001510     05  WS-MTH-FROM-ISO            PIC X(10).
001520     05  WS-MTH-TO-ISO              PIC X(10).
001530     05  WS-MTH-LAST-DAY            PIC 9(02).
001540     05  WS-WK-YEAR                 PIC 9(04).
001550     05  WS-WK-MM                   PIC 9(02).
001560 01  WS-MONTH-END-VALUES            PIC X(24)
001570                 VALUE '312831303130313130313031'.
001580 01  WS-MONTH-ENDS REDEFINES WS-MONTH-END-VALUES.
001590     05  WS-MONTH-END-DAY           PIC 9(02) OCCURS 12 TIMES.
001600*----------------------------------------------------------------*
001610*    THIS MONTH'S FIGURES AS GATHERED                            *
001620*----------------------------------------------------------------*
001630 01  WS-MONTH-FIGURES.
001640     05  WS-PT-DETAILS              PIC S9(9) COMP-3 VALUE 0.
001650     05  WS-PT-APPROVED             PIC S9(9) COMP-3 VALUE 0.
001660     05  WS-PT-DECLINED             PIC S9(9) COMP-3 VALUE 0.
001670     05  WS-PT-STANDIN              PIC S9(9) COMP-3 VALUE 0.
001680     05  WS-PT-APPROVED-AMT         PIC S9(13)V99 COMP-3 VALUE 0.
001690     05  WS-DLQ-CLEARED             PIC S9(9) COMP-3 VALUE 0.
001700*----------------------------------------------------------------*
001710*    DB2 HOST VARIABLES                                          *
001720*----------------------------------------------------------------*
001730 01  WS-KPI-HOST-VARS.
001740     05  WS-MIS-APPROVED            PIC S9(09) COMP.
001750     05  WS-MIS-DECLINED            PIC S9(09) COMP.
001760     05  WS-MIS-TOTAL               PIC S9(09) COMP.
001770     05  WS-MIS-LAT-WEIGHTED        PIC S9(18) COMP.
001780     05  WS-MIS-AVG-LATENCY         PIC S9(09) COMP.
001790     05  WS-FRM-YEAR                PIC S9(4) COMP.
001800     05  WS-FRM-MONTH               PIC S9(4) COMP.
001810     05  WS-FRM-FRAUD-CNT           PIC S9(9) COMP.
001820     05  WS-FRM-FRAUD-AMT           PIC S9(09)V99 COMP-3.
001830     05  WS-DSP-OPENED-CNT          PIC S9(9) COMP.
001840 01  WS-SQL-FIELDS.
001850     05  WS-SQLCODE                 PIC -9(8).
001860*----------------------------------------------------------------*
001870*    THIRTEEN-MONTH TREND, OLDEST FIRST; ENTRY 13 IS THE REPORT  *
001880*    MONTH.                                                      *
001890*----------------------------------------------------------------*
001900 01  WS-TREND-CONTROL.
001910     05  WS-TR-MAX                  PIC S9(4) COMP VALUE 13.
001920     05  WS-TR-SUB                  PIC S9(4) COMP.
001930     05  WS-TR-OLDEST-DATE          PIC X(08).
001940     05  WS-TRIM-JOB                PIC X(08).
001950 01  WS-TREND-TABLE.
001960     05  WS-TR-ENTRY                OCCURS 13 TIMES.
001970         10  WS-TR-MONTH            PIC X(06).
001980         10  WS-TR-FOUND-SW         PIC X(01).
001990             88  TR-HAS-FIGURES             VALUE 'Y'.
002000         10  WS-TR-APPROVED         PIC S9(9) COMP-3.
002010         10  WS-TR-DECLINED         PIC S9(9) COMP-3.
002020         10  WS-TR-TOTAL            PIC S9(9) COMP-3.
002030         10  WS-TR-DISPUTES         PIC S9(9) COMP-3.
002040         10  WS-TR-APPR-AMT         PIC S9(9) COMP-3.
002050         10  WS-TR-FRAUD-AMT        PIC S9(9) COMP-3.
002060         10  WS-TR-FRAUD-CNT        PIC S9(9) COMP-3.
002070         10  WS-TR-PT-APPROVED      PIC S9(9) COMP-3.
002080         10  WS-TR-STANDIN          PIC S9(9) COMP-3.
002090         10  WS-TR-DLQ              PIC S9(9) COMP-3.
002100         10  WS-TR-LATENCY          PIC S9(9) COMP-3.
002110         10  WS-TR-APPR-RATE        PIC S9(3)V99 COMP-3.
002120         10  WS-TR-FRAUD-BPS        PIC S9(5)V99 COMP-3.
002130         10  WS-TR-DISPUTE-BPS      PIC S9(5)V99 COMP-3.
002140         10  WS-TR-STANDIN-PCT      PIC S9(3)V99 COMP-3.
002150         10  WS-TR-LATENCY-MS       PIC S9(7)V99 COMP-3.
002160*----------------------------------------------------------------*
002170*    DECLINE REASON MIX FOR THE REPORT MONTH                     *
002180*----------------------------------------------------------------*
002190 01  WS-REASON-TOTALS.
002200     05  WS-RS-COUNT                PIC S9(4) COMP VALUE 0.
002210     05  WS-RS-TABLE-MAX            PIC S9(4) COMP VALUE 50.
002220     05  WS-RS-SUB                  PIC S9(4) COMP.
002230     05  WS-RS-ENTRY OCCURS 50 TIMES
002240                     INDEXED BY WS-RS-IDX.
002250         10  WS-RS-REASON           PIC X(04).
002260         10  WS-RS-CNT              PIC S9(9) COMP-3.
002270     05  WS-RS-SHARE                PIC S9(3)V99 COMP-3.
002280     05  WS-RS-DESC                 PIC X(16).
002290 COPY CSPDCLRY.
002300*----------------------------------------------------------------*
002310*    ONE-PAGE LAYOUT: A LABEL AND THIRTEEN MONTH COLUMNS         *
002320*----------------------------------------------------------------*
002330 01  WS-ROW-LABEL-VALUES.
002340     05  FILLER  PIC X(22) VALUE 'APPROVALS'.
002350     05  FILLER  PIC X(22) VALUE 'DECLINES'.
002360     05  FILLER  PIC X(22) VALUE 'TOTAL DECISIONS'.
002370     05  FILLER  PIC X(22) VALUE 'APPROVAL RATE %'.
002380     05  FILLER  PIC X(22) VALUE 'APPROVED AMT (000S)'.
002390     05  FILLER  PIC X(22) VALUE 'FRAUD LOSS AMOUNT'.
002400     05  FILLER  PIC X(22) VALUE 'FRAUD LOSS BPS'.
002410     05  FILLER  PIC X(22) VALUE 'DISPUTES OPENED'.
002420     05  FILLER  PIC X(22) VALUE 'DISPUTES PER 10K APPR'.
002430     05  FILLER  PIC X(22) VALUE 'STAND-IN APPROVALS'.
002440     05  FILLER  PIC X(22) VALUE 'STAND-IN SHARE %'.
002450     05  FILLER  PIC X(22) VALUE 'DLQ MESSAGES CLEARED'.
002460     05  FILLER  PIC X(22) VALUE 'AVG INTAKE LATENCY MS'.
002470 01  WS-ROW-LABELS REDEFINES WS-ROW-LABEL-VALUES.
002480     05  WS-ROW-LABEL               PIC X(22) OCCURS 13 TIMES.
002490 01  WS-ROW-KIND                    PIC S9(4) COMP.
002500 01  WS-ROW-MAX                     PIC S9(4) COMP VALUE 13.
002510 01  WS-TREND-LINE.
002520     05  TL-LABEL                   PIC X(22).
002530     05  TL-CELL                    PIC X(08) OCCURS 13 TIMES.
002540 01  WS-CELL-EDITS.
002550     05  WS-ED-CNT                  PIC Z(7)9.
002560     05  WS-ED-DEC                  PIC ZZZZ9.99.
002570     05  WS-ED-THOU                 PIC S9(9) COMP-3.
002580*
002590 01  WS-PRINT-LINE                 PIC X(132).
002600 01  WS-DISPLAY-FIELDS.
002610     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002620     05  WS-AMT-DIS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002630     05  WS-PCT-DIS                 PIC ZZ9.99.
002640*----------------------------------------------------------------*
002650*    CSV EXTRACT WORK: NUMBERS ARE EDITED, THEN APPENDED WITHOUT *
002660*    THEIR LEADING SPACES.                                       *
002670*----------------------------------------------------------------*
002680 01  WS-CSV-WORK.
002690     05  WS-CSV-LINE                PIC X(200).
002700     05  WS-CSV-PTR                 PIC S9(4) COMP.
002710     05  WS-CSV-LEAD                PIC S9(4) COMP.
002720     05  WS-CSV-INT-IN              PIC S9(15) COMP-3.
002730     05  WS-CSV-DEC-IN              PIC S9(9)V99 COMP-3.
002740     05  WS-CSV-INT-ED              PIC -(15)9.
002750     05  WS-CSV-DEC-ED              PIC -(12)9.99.
002760     05  WS-CSV-FIELD               PIC X(16).
002770*----------------------------------------------------------------*
002780*    DLI / PCB CONTROL INFORMATION                               *
002790*----------------------------------------------------------------*
002800 01  WS-IMS-CONTROL.
002810     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTM'.
002820     05  PCB-OFFSET.
002830         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
002840     05  IMS-RETURN-CODE                 PIC X(02).
002850         88  STATUS-OK                    VALUE '  ', 'FW'.
002860         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
002870         88  END-OF-DB                    VALUE 'GB'.
002880     05  WS-END-OF-ROOT-SEG              PIC X(01) VALUE 'N'.
002890         88  ROOT-SEG-EOF                 VALUE 'Y'.
002900     05  WS-DETAIL-EOF-SW                PIC X(01).
002910         88  DETAIL-SEG-EOF               VALUE 'Y'.
002920     05  DIBSTAT                         PIC X(02).
002930*----------------------------------------------------------------*
002940*    IMS SEGMENT LAYOUT                                          *
002950*----------------------------------------------------------------*
002960*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
002970 01 PENDING-AUTH-SUMMARY.
002980 COPY CIPAUSMY.
002990*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
003000 01 PENDING-AUTH-DETAILS.
003010 COPY CIPAUDTY.
003020     EXEC SQL
003030         INCLUDE SQLCA
003040     END-EXEC.
003050*----------------------------------------------------------------*
003060 LINKAGE SECTION.
003070 01  PAUTBPCB                       PIC X(100).
003080*----------------------------------------------------------------*
003090 PROCEDURE DIVISION                  USING PAUTBPCB.
003100*----------------------------------------------------------------*
003110 MAIN-PARA.
003120     ENTRY 'DLITCBL'                 USING PAUTBPCB.
003130*
003140     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
003150*
003160     PERFORM 2000-TALLY-NEXT-ROOT    THRU 2000-EXIT
003170         UNTIL ROOT-SEG-EOF
003180     IF ARCHIVE-AVAILABLE
003190        PERFORM 2500-TALLY-NEXT-ARCHIVE THRU 2500-EXIT
003200            UNTIL ARCHV-EOF
003210     END-IF
003220*
003230     PERFORM 3000-FETCH-DB2-FIGURES  THRU 3000-EXIT
003240     PERFORM 4000-SUM-DLQ-CLEARED    THRU 4000-EXIT
003250     PERFORM 5000-STORE-AND-TREND    THRU 5000-EXIT
003260     PERFORM 6000-DERIVE-RATIOS      THRU 6000-EXIT
003270         VARYING WS-TR-SUB FROM 1 BY 1
003280         UNTIL WS-TR-SUB > WS-TR-MAX
003290*
003300     PERFORM 7000-PRINT-KPI-PACK     THRU 7000-EXIT
003310     PERFORM 7500-WRITE-CSV-EXTRACT  THRU 7500-EXIT
003320     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
003330*
003340     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
003350*
003360     GOBACK.
003370*----------------------------------------------------------------*
003380 1000-INITIALIZE.
003390*----------------------------------------------------------------*
003400     ACCEPT CURRENT-DATE     FROM DATE
003410     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
003420     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
003430*    DEFAULT: THE CALENDAR MONTH BEFORE THE RUN DATE.
003440     MOVE WS-TODAY-CCYYMMDD(1:6) TO WS-RPT-MONTH
003450     IF WS-RPT-MM = 1
003460        MOVE 12              TO WS-RPT-MM
003470        SUBTRACT 1         FROM WS-RPT-YEAR
003480     ELSE
003490        SUBTRACT 1         FROM WS-RPT-MM
003500     END-IF
003510*
003520     OPEN INPUT  PARM-FILE
003530     IF WS-PARM-STATUS = '00'
003540        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
003550            UNTIL PARM-EOF
003560        CLOSE PARM-FILE
003570     ELSE
003580        DISPLAY 'KPIPARMS NOT AVAILABLE - PREVIOUS MONTH USED'
003590     END-IF
003600     PERFORM 1200-SET-MONTH-WINDOW THRU 1200-EXIT
003610     INITIALIZE WS-TREND-TABLE
003620*
003630     OPEN INPUT  ARCHIVE-FILE
003640     IF WS-ARCHV-STATUS = SPACES OR '00'
003650        SET ARCHIVE-AVAILABLE TO TRUE
003660     ELSE
003670        DISPLAY 'PAUARCHV NOT AVAILABLE - LIVE DETAILS ONLY'
003680     END-IF
003690     OPEN OUTPUT KPI-REPORT
003700     OPEN OUTPUT KPI-EXTRACT
003710*
003720     OPEN I-O STAT-HISTORY
003730     IF WS-STH-STATUS = SPACES OR '00' OR '05'
003740        SET STAT-HISTORY-AVAILABLE TO TRUE
003750     ELSE
003760        DISPLAY 'STATHIST NOT AVAILABLE - NO TREND OR DLQ FIGURES'
003770     END-IF
003780*
003790     OPEN I-O RUN-CONTROL
003800     IF WS-RUNC-STATUS = SPACES OR '00'
003810        SET RUN-CONTROL-AVAILABLE TO TRUE
003820        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
003830     ELSE
003840        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
003850     END-IF
003860*
003870     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
003880     DISPLAY '*-------------------------------------*'
003890     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
003900     DISPLAY 'REPORT MONTH           :' WS-MTH-FROM-ISO ' - '
003910             WS-MTH-TO-ISO
003920     .
003930 1000-EXIT.
003940     EXIT.
003950*----------------------------------------------------------------*
003960 1100-READ-NEXT-PARM.
003970*----------------------------------------------------------------*
003980     READ PARM-FILE
003990         AT END GO TO 1100-EXIT
004000     END-READ
004010     IF PARM-RECORD(1:8) = 'MONTH  ='
004020        AND PARM-RECORD(9:6) IS NUMERIC
004030        AND PARM-RECORD(13:2) > '00'
004040        AND PARM-RECORD(13:2) < '13'
004050        MOVE PARM-RECORD(9:6)       TO WS-RPT-MONTH
004060     END-IF
004070     .
004080 1100-EXIT.
004090     EXIT.
004100*----------------------------------------------------------------*
004110*    FIRST AND LAST DAY OF THE REPORT MONTH. FEBRUARY HAS 29     *
004120*    DAYS IN A YEAR DIVISIBLE BY 4 (BY 400 FOR A CENTURY).       *
004130*----------------------------------------------------------------*
004140 1200-SET-MONTH-WINDOW.
004150*----------------------------------------------------------------*
004160     MOVE WS-MONTH-END-DAY(WS-RPT-MM) TO WS-MTH-LAST-DAY
004170     IF WS-RPT-MM = 2
004180        DIVIDE WS-RPT-YEAR BY 4 GIVING WS-LEAP-QUOT
004190            REMAINDER WS-LEAP-REM
004200        IF WS-LEAP-REM = 0
004210           MOVE 29                  TO WS-MTH-LAST-DAY
004220           DIVIDE WS-RPT-YEAR BY 100 GIVING WS-LEAP-QUOT
004230               REMAINDER WS-LEAP-REM
004240           IF WS-LEAP-REM = 0
004250              DIVIDE WS-RPT-YEAR BY 400 GIVING WS-LEAP-QUOT
004260                  REMAINDER WS-LEAP-REM
004270              IF WS-LEAP-REM NOT = 0
004280                 MOVE 28            TO WS-MTH-LAST-DAY
004290              END-IF
004300           END-IF
004310        END-IF
004320     END-IF
004330     MOVE WS-RPT-MONTH              TO WS-MTH-FROM(1:6)
004340                                       WS-MTH-TO(1:6)
004350     MOVE '01'                      TO WS-MTH-FROM(7:2)
004360     MOVE WS-MTH-LAST-DAY           TO WS-MTH-TO(7:2)
004370     STRING WS-MTH-FROM(1:4) '-' WS-MTH-FROM(5:2) '-'
004380            WS-MTH-FROM(7:2)
004390            DELIMITED BY SIZE INTO WS-MTH-FROM-ISO
004400     END-STRING
004410     STRING WS-MTH-TO(1:4) '-' WS-MTH-TO(5:2) '-'
004420            WS-MTH-TO(7:2)
004430            DELIMITED BY SIZE INTO WS-MTH-TO-ISO
004440     END-STRING
004450     .
004460 1200-EXIT.
004470     EXIT.
004480*----------------------------------------------------------------*
004490 1300-MARK-RUN-START.
004500*----------------------------------------------------------------*
004510     ACCEPT WS-RUN-TIME      FROM TIME
004520     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
004530     READ RUN-CONTROL
004540     IF WS-RUNC-STATUS NOT = '00'
004550        MOVE SPACES          TO RUN-CONTROL-RECORD
004560        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004570     END-IF
004580     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
004590     MOVE WS-RUN-TIME        TO RUNC-START-TIME
004600     MOVE SPACES             TO RUNC-END-TIME
004610     SET  RUNC-RUNNING       TO TRUE
004620     MOVE ZEROES             TO RUNC-RECORD-COUNT
004630     IF WS-RUNC-STATUS = '00'
004640        REWRITE RUN-CONTROL-RECORD
004650     ELSE
004660        WRITE RUN-CONTROL-RECORD
004670     END-IF
004680     .
004690 1300-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------*
004720 1400-MARK-RUN-END.
004730*----------------------------------------------------------------*
004740     IF RUN-CONTROL-AVAILABLE
004750        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004760        READ RUN-CONTROL
004770        ACCEPT WS-RUN-TIME   FROM TIME
004780        MOVE WS-RUN-TIME     TO RUNC-END-TIME
004790        SET  RUNC-COMPLETE   TO TRUE
004800        MOVE WS-PT-DETAILS   TO RUNC-RECORD-COUNT
004810        REWRITE RUN-CONTROL-RECORD
004820        IF WS-RUNC-STATUS NOT = '00'
004830           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
004840        END-IF
004850     END-IF
004860     .
004870 1400-EXIT.
004880     EXIT.
004890*----------------------------------------------------------------*
004900 2000-TALLY-NEXT-ROOT.
004910*----------------------------------------------------------------*
004920     EXEC DLI GN USING PCB(PAUT-PCB-NUM)
004930          SEGMENT (PAUTSMRY)
004940          INTO   (PENDING-AUTH-SUMMARY)
004950     END-EXEC
004960     MOVE DIBSTAT                TO IMS-RETURN-CODE
004970     IF END-OF-DB OR SEGMENT-NOT-FOUND
004980        SET ROOT-SEG-EOF         TO TRUE
004990        GO TO 2000-EXIT
005000     END-IF
005010     IF NOT STATUS-OK
005020        DISPLAY 'ERROR READING SUMMARY SEGMENT: ' IMS-RETURN-CODE
005030        SET ROOT-SEG-EOF         TO TRUE
005040        GO TO 2000-EXIT
005050     END-IF
005060     MOVE 'N'                    TO WS-DETAIL-EOF-SW
005070     PERFORM 2100-TALLY-NEXT-DETAIL THRU 2100-EXIT
005080         UNTIL DETAIL-SEG-EOF
005090     .
005100 2000-EXIT.
005110     EXIT.
005120*----------------------------------------------------------------*
005130 2100-TALLY-NEXT-DETAIL.
005140*----------------------------------------------------------------*
005150     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
005160         SEGMENT (PAUTDTL1)
005170         INTO (PENDING-AUTH-DETAILS)
005180     END-EXEC
005190     MOVE DIBSTAT                TO IMS-RETURN-CODE
005200     IF NOT STATUS-OK
005210        SET DETAIL-SEG-EOF       TO TRUE
005220        GO TO 2100-EXIT
005230     END-IF
005240     PERFORM 2200-TALLY-DETAIL   THRU 2200-EXIT
005250     .
005260 2100-EXIT.
005270     EXIT.
005280*----------------------------------------------------------------*
005290*    ONE DETAIL DATED IN THE MONTH: APPROVALS WITH THEIR AMOUNT  *
005300*    AND STAND-IN SOURCE, DECLINES BY RESPONSE REASON.           *
005310*----------------------------------------------------------------*
005320 2200-TALLY-DETAIL.
005330*----------------------------------------------------------------*
005340     IF PA-AUTH-ORIG-DATE < WS-MTH-FROM
005350        OR PA-AUTH-ORIG-DATE > WS-MTH-TO
005360        GO TO 2200-EXIT
005370     END-IF
005380     ADD 1                       TO WS-PT-DETAILS
005390     IF PA-AUTH-APPROVED
005400        ADD 1                    TO WS-PT-APPROVED
005410        ADD PA-APPROVED-AMT      TO WS-PT-APPROVED-AMT
005420        IF PA-MESSAGE-SOURCE = 'NW'
005430           ADD 1                 TO WS-PT-STANDIN
005440        END-IF
005450        GO TO 2200-EXIT
005460     END-IF
005470     ADD 1                       TO WS-PT-DECLINED
005480     SET WS-RS-IDX               TO 1
005490     SEARCH WS-RS-ENTRY
005500         AT END
005510             CONTINUE
005520         WHEN WS-RS-IDX > WS-RS-COUNT
005530             IF WS-RS-COUNT < WS-RS-TABLE-MAX
005540                ADD 1 TO WS-RS-COUNT
005550                MOVE PA-AUTH-RESP-REASON
005560                    TO WS-RS-REASON(WS-RS-IDX)
005570                MOVE 1 TO WS-RS-CNT(WS-RS-IDX)
005580             END-IF
005590         WHEN WS-RS-REASON(WS-RS-IDX) = PA-AUTH-RESP-REASON
005600             ADD 1 TO WS-RS-CNT(WS-RS-IDX)
005610     END-SEARCH
005620     .
005630 2200-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------*
005660*    ARCHIVED DETAILS ARE THE SAME SEGMENT IMAGE THE PURGE       *
005670*    WROTE, TALLIED EXACTLY LIKE A LIVE DETAIL.                  *
005680*----------------------------------------------------------------*
005690 2500-TALLY-NEXT-ARCHIVE.
005700*----------------------------------------------------------------*
005710     READ ARCHIVE-FILE
005720         AT END GO TO 2500-EXIT
005730     END-READ
005740     IF NOT ARCH-IS-DETAIL
005750        GO TO 2500-EXIT
005760     END-IF
005770     MOVE ARCH-DETAIL-DATA       TO PENDING-AUTH-DETAILS
005780     PERFORM 2200-TALLY-DETAIL   THRU 2200-EXIT
005790     .
005800 2500-EXIT.
005810     EXIT.
005820*----------------------------------------------------------------*
005830*    PAUMISST HOURS, THE FRDMONTH ROW AND THE DISPUTES OPENED,   *
005840*    ALL FOR THE REPORT MONTH. AVERAGE LATENCY IS WEIGHTED BY    *
005850*    EACH HOUR'S DECISIONS.                                      *
005860*----------------------------------------------------------------*
005870 3000-FETCH-DB2-FIGURES.
005880*----------------------------------------------------------------*
005890     MOVE 0                      TO WS-MIS-APPROVED
005900                                    WS-MIS-DECLINED
005910                                    WS-MIS-TOTAL
005920                                    WS-MIS-LAT-WEIGHTED
005930                                    WS-MIS-AVG-LATENCY
005940                                    WS-FRM-FRAUD-CNT
005950                                    WS-FRM-FRAUD-AMT
005960                                    WS-DSP-OPENED-CNT
005970     EXEC SQL
005980         SELECT COALESCE(SUM(APPROVED_CNT), 0),
005990                COALESCE(SUM(DECLINED_CNT), 0),
006000                COALESCE(SUM(TOTAL_CNT), 0),
006010                COALESCE(SUM(BIGINT(AVG_LATENCY) * TOTAL_CNT), 0)
006020           INTO :WS-MIS-APPROVED, :WS-MIS-DECLINED,
006030                :WS-MIS-TOTAL, :WS-MIS-LAT-WEIGHTED
006040           FROM CARDDEMO.PAUMISST
006050          WHERE STAT_DATE BETWEEN :WS-MTH-FROM-ISO
006060                              AND :WS-MTH-TO-ISO
006070     END-EXEC
006080     IF SQLCODE NOT = ZERO
006090        MOVE SQLCODE TO WS-SQLCODE
006100        DISPLAY 'PAUMISST READ FAILED, SQLCODE=' WS-SQLCODE
006110     END-IF
006120     IF WS-MIS-TOTAL > 0
006130        COMPUTE WS-MIS-AVG-LATENCY ROUNDED =
006140                WS-MIS-LAT-WEIGHTED / WS-MIS-TOTAL
006150     END-IF
006160*
006170     MOVE WS-RPT-YEAR            TO WS-FRM-YEAR
006180     MOVE WS-RPT-MM              TO WS-FRM-MONTH
006190     EXEC SQL
006200         SELECT COALESCE(SUM(FRAUD_CNT), 0),
006210                COALESCE(SUM(FRAUD_AMT), 0)
006220           INTO :WS-FRM-FRAUD-CNT, :WS-FRM-FRAUD-AMT
006230           FROM CARDDEMO.FRDMONTH
006240          WHERE ROLL_YEAR  = :WS-FRM-YEAR
006250            AND ROLL_MONTH = :WS-FRM-MONTH
006260     END-EXEC
006270     IF SQLCODE NOT = ZERO
006280        MOVE SQLCODE TO WS-SQLCODE
006290        DISPLAY 'FRDMONTH SELECT FAILED, SQLCODE=' WS-SQLCODE
006300     END-IF
006310*
006320     EXEC SQL
006330         SELECT COUNT(*)
006340           INTO :WS-DSP-OPENED-CNT
006350           FROM CARDDEMO.PAUDISPT
006360          WHERE OPENED_DATE BETWEEN :WS-MTH-FROM-ISO
006370                                AND :WS-MTH-TO-ISO
006380     END-EXEC
006390     IF SQLCODE NOT = ZERO
006400        MOVE SQLCODE TO WS-SQLCODE
006410        DISPLAY 'PAUDISPT COUNT FAILED, SQLCODE=' WS-SQLCODE
006420     END-IF
006430     .
006440 3000-EXIT.
006450     EXIT.
006460*----------------------------------------------------------------*
006470*    MESSAGES CLEARED OFF THE DLQ IN THE MONTH: REQUEUED PLUS    *
006480*    PURGED ON THE CBDLQRPL DAY ROWS.                            *
006490*----------------------------------------------------------------*
006500 4000-SUM-DLQ-CLEARED.
006510*----------------------------------------------------------------*
006520     IF NOT STAT-HISTORY-AVAILABLE
006530        GO TO 4000-EXIT
006540     END-IF
006550     MOVE 'N'                    TO WS-SCAN-SW
006560     MOVE 'CBDLQRPL'             TO STH-JOB-NAME
006570     MOVE WS-MTH-FROM            TO STH-RUN-DATE
006580     START STAT-HISTORY KEY >= STH-KEY
006590     IF WS-STH-STATUS NOT = '00'
006600        GO TO 4000-EXIT
006610     END-IF
006620     PERFORM 4100-ADD-NEXT-DLQ-DAY THRU 4100-EXIT
006630         UNTIL SCAN-DONE
006640     .
006650 4000-EXIT.
006660     EXIT.
006670*----------------------------------------------------------------*
006680 4100-ADD-NEXT-DLQ-DAY.
006690*----------------------------------------------------------------*
006700     READ STAT-HISTORY NEXT
006710         AT END
006720             SET SCAN-DONE TO TRUE
006730             GO TO 4100-EXIT
006740     END-READ
006750     IF WS-STH-STATUS NOT = '00'
006760        OR STH-JOB-NAME NOT = 'CBDLQRPL'
006770        OR STH-RUN-DATE > WS-MTH-TO
006780        SET SCAN-DONE TO TRUE
006790        GO TO 4100-EXIT
006800     END-IF
006810     ADD STH-VALUE-2 STH-VALUE-3 TO WS-DLQ-CLEARED
006820     .
006830 4100-EXIT.
006840     EXIT.
006850*----------------------------------------------------------------*
006860*    THE REPORT MONTH GOES IN TREND ENTRY 13 AND ITS THREE ROWS  *
006870*    ARE WRITTEN (REPLACED ON A RERUN); THE TWELVE MONTHS BEFORE *
006880*    IT ARE READ BACK, AND ROWS OLDER THAN THE TREND TRIMMED.    *
006890*----------------------------------------------------------------*
006900 5000-STORE-AND-TREND.
006910*----------------------------------------------------------------*
006920     MOVE WS-RPT-YEAR            TO WS-WK-YEAR
006930     MOVE WS-RPT-MM              TO WS-WK-MM
006940     PERFORM 5100-SET-TREND-MONTH THRU 5100-EXIT
006950         VARYING WS-TR-SUB FROM WS-TR-MAX BY -1
006960         UNTIL WS-TR-SUB < 1
006970*
006980     MOVE WS-TR-MAX              TO WS-TR-SUB
006990     SET TR-HAS-FIGURES(WS-TR-SUB) TO TRUE
007000     MOVE WS-MIS-APPROVED        TO WS-TR-APPROVED(WS-TR-SUB)
007010     MOVE WS-MIS-DECLINED        TO WS-TR-DECLINED(WS-TR-SUB)
007020     MOVE WS-MIS-TOTAL           TO WS-TR-TOTAL(WS-TR-SUB)
007030     MOVE WS-DSP-OPENED-CNT      TO WS-TR-DISPUTES(WS-TR-SUB)
007040     MOVE WS-PT-APPROVED-AMT     TO WS-TR-APPR-AMT(WS-TR-SUB)
007050     MOVE WS-FRM-FRAUD-AMT       TO WS-TR-FRAUD-AMT(WS-TR-SUB)
007060     MOVE WS-FRM-FRAUD-CNT       TO WS-TR-FRAUD-CNT(WS-TR-SUB)
007070     MOVE WS-PT-APPROVED         TO WS-TR-PT-APPROVED(WS-TR-SUB)
007080     MOVE WS-PT-STANDIN          TO WS-TR-STANDIN(WS-TR-SUB)
007090     MOVE WS-DLQ-CLEARED         TO WS-TR-DLQ(WS-TR-SUB)
007100     MOVE WS-MIS-AVG-LATENCY     TO WS-TR-LATENCY(WS-TR-SUB)
007110*
007120     IF NOT STAT-HISTORY-AVAILABLE
007130        GO TO 5000-EXIT
007140     END-IF
007150     PERFORM 5200-WRITE-MONTH-ROWS THRU 5200-EXIT
007160     PERFORM 5300-READ-TREND-MONTH THRU 5300-EXIT
007170         VARYING WS-TR-SUB FROM 1 BY 1
007180         UNTIL WS-TR-SUB >= WS-TR-MAX
007190*
007200     MOVE WS-TR-MONTH(1)         TO WS-TR-OLDEST-DATE(1:6)
007210     MOVE '01'                   TO WS-TR-OLDEST-DATE(7:2)
007220     MOVE 'CBKPIVOL'             TO WS-TRIM-JOB
007230     PERFORM 5500-TRIM-JOB-ROWS  THRU 5500-EXIT
007240     MOVE 'CBKPIAMT'             TO WS-TRIM-JOB
007250     PERFORM 5500-TRIM-JOB-ROWS  THRU 5500-EXIT
007260     MOVE 'CBKPIOPS'             TO WS-TRIM-JOB
007270     PERFORM 5500-TRIM-JOB-ROWS  THRU 5500-EXIT
007280     MOVE 'CBDLQRPL'             TO WS-TRIM-JOB
007290     PERFORM 5500-TRIM-JOB-ROWS  THRU 5500-EXIT
007300     .
007310 5000-EXIT.
007320     EXIT.
007330*----------------------------------------------------------------*
007340 5100-SET-TREND-MONTH.
007350*----------------------------------------------------------------*
007360     MOVE WS-WK-YEAR             TO WS-TR-MONTH(WS-TR-SUB)(1:4)
007370     MOVE WS-WK-MM               TO WS-TR-MONTH(WS-TR-SUB)(5:2)
007380     IF WS-WK-MM = 1
007390        MOVE 12                  TO WS-WK-MM
007400        SUBTRACT 1             FROM WS-WK-YEAR
007410     ELSE
007420        SUBTRACT 1             FROM WS-WK-MM
007430     END-IF
007440     .
007450 5100-EXIT.
007460     EXIT.
007470*----------------------------------------------------------------*
007480*    AMOUNTS ARE KEPT IN WHOLE CURRENCY UNITS.                   *
007490*----------------------------------------------------------------*
007500 5200-WRITE-MONTH-ROWS.
007510*----------------------------------------------------------------*
007520     MOVE SPACES                 TO STAT-HISTORY-RECORD
007530     MOVE 'CBKPIVOL'             TO STH-JOB-NAME
007540     MOVE WS-MTH-FROM            TO STH-RUN-DATE
007550     MOVE WS-TR-APPROVED(WS-TR-SUB)  TO STH-VALUE-1
007560     MOVE WS-TR-DECLINED(WS-TR-SUB)  TO STH-VALUE-2
007570     MOVE WS-TR-TOTAL(WS-TR-SUB)     TO STH-VALUE-3
007580     MOVE WS-TR-DISPUTES(WS-TR-SUB)  TO STH-VALUE-4
007590     PERFORM 5250-PUT-HISTORY-ROW THRU 5250-EXIT
007600*
007610     MOVE SPACES                 TO STAT-HISTORY-RECORD
007620     MOVE 'CBKPIAMT'             TO STH-JOB-NAME
007630     MOVE WS-MTH-FROM            TO STH-RUN-DATE
007640     MOVE WS-TR-APPR-AMT(WS-TR-SUB)  TO STH-VALUE-1
007650     MOVE WS-TR-FRAUD-AMT(WS-TR-SUB) TO STH-VALUE-2
007660     MOVE WS-TR-FRAUD-CNT(WS-TR-SUB) TO STH-VALUE-3
007670     MOVE 0                          TO STH-VALUE-4
007680     PERFORM 5250-PUT-HISTORY-ROW THRU 5250-EXIT
007690*
007700     MOVE SPACES                 TO STAT-HISTORY-RECORD
007710     MOVE 'CBKPIOPS'             TO STH-JOB-NAME
007720     MOVE WS-MTH-FROM            TO STH-RUN-DATE
007730     MOVE WS-TR-PT-APPROVED(WS-TR-SUB) TO STH-VALUE-1
007740     MOVE WS-TR-STANDIN(WS-TR-SUB)     TO STH-VALUE-2
007750     MOVE WS-TR-DLQ(WS-TR-SUB)         TO STH-VALUE-3
007760     MOVE WS-TR-LATENCY(WS-TR-SUB)     TO STH-VALUE-4
007770     PERFORM 5250-PUT-HISTORY-ROW THRU 5250-EXIT
007780     .
007790 5200-EXIT.
007800     EXIT.
007810*----------------------------------------------------------------*
007820 5250-PUT-HISTORY-ROW.
007830*----------------------------------------------------------------*
007840     WRITE STAT-HISTORY-RECORD
007850     IF STH-DUP
007860        REWRITE STAT-HISTORY-RECORD
007870     END-IF
007880     IF WS-STH-STATUS NOT = '00'
007890        DISPLAY 'ERROR WRITING STATHIST ' STH-JOB-NAME ':'
007900                WS-STH-STATUS
007910     END-IF
007920     .
007930 5250-EXIT.
007940     EXIT.
007950*----------------------------------------------------------------*
007960*    A MONTH WITH NO CBKPIVOL ROW WAS NEVER REPORTED AND PRINTS  *
007970*    AS DASHES.                                                  *
007980*----------------------------------------------------------------*
007990 5300-READ-TREND-MONTH.
008000*----------------------------------------------------------------*
008010     MOVE 'CBKPIVOL'             TO STH-JOB-NAME
008020     MOVE WS-TR-MONTH(WS-TR-SUB) TO STH-RUN-DATE(1:6)
008030     MOVE '01'                   TO STH-RUN-DATE(7:2)
008040     READ STAT-HISTORY
008050     IF NOT STH-ROW-FOUND
008060        GO TO 5300-EXIT
008070     END-IF
008080     SET TR-HAS-FIGURES(WS-TR-SUB) TO TRUE
008090     MOVE STH-VALUE-1            TO WS-TR-APPROVED(WS-TR-SUB)
008100     MOVE STH-VALUE-2            TO WS-TR-DECLINED(WS-TR-SUB)
008110     MOVE STH-VALUE-3            TO WS-TR-TOTAL(WS-TR-SUB)
008120     MOVE STH-VALUE-4            TO WS-TR-DISPUTES(WS-TR-SUB)
008130*
008140     MOVE 'CBKPIAMT'             TO STH-JOB-NAME
008150     READ STAT-HISTORY
008160     IF STH-ROW-FOUND
008170        MOVE STH-VALUE-1         TO WS-TR-APPR-AMT(WS-TR-SUB)
008180        MOVE STH-VALUE-2         TO WS-TR-FRAUD-AMT(WS-TR-SUB)
008190        MOVE STH-VALUE-3         TO WS-TR-FRAUD-CNT(WS-TR-SUB)
008200     END-IF
008210*
008220     MOVE 'CBKPIOPS'             TO STH-JOB-NAME
008230     READ STAT-HISTORY
008240     IF STH-ROW-FOUND
008250        MOVE STH-VALUE-1         TO WS-TR-PT-APPROVED(WS-TR-SUB)
008260        MOVE STH-VALUE-2         TO WS-TR-STANDIN(WS-TR-SUB)
008270        MOVE STH-VALUE-3         TO WS-TR-DLQ(WS-TR-SUB)
008280        MOVE STH-VALUE-4         TO WS-TR-LATENCY(WS-TR-SUB)
008290     END-IF
008300     .
008310 5300-EXIT.
008320     EXIT.
008330*----------------------------------------------------------------*
008340*    DELETE THE JOB'S ROWS DATED BEFORE THE OLDEST TREND MONTH.  *
008350*----------------------------------------------------------------*
008360 5500-TRIM-JOB-ROWS.
008370*----------------------------------------------------------------*
008380     MOVE 'N'                    TO WS-SCAN-SW
008390     MOVE SPACES                 TO STH-KEY
008400     MOVE WS-TRIM-JOB            TO STH-JOB-NAME
008410     START STAT-HISTORY KEY >= STH-KEY
008420     IF WS-STH-STATUS NOT = '00'
008430        GO TO 5500-EXIT
008440     END-IF
008450     PERFORM 5510-TRIM-NEXT-ROW  THRU 5510-EXIT
008460         UNTIL SCAN-DONE
008470     .
008480 5500-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------*
008510 5510-TRIM-NEXT-ROW.
008520*----------------------------------------------------------------*
008530     READ STAT-HISTORY NEXT
008540         AT END
008550             SET SCAN-DONE TO TRUE
008560             GO TO 5510-EXIT
008570     END-READ
008580     IF WS-STH-STATUS NOT = '00'
008590        OR STH-JOB-NAME NOT = WS-TRIM-JOB
008600        OR STH-RUN-DATE NOT < WS-TR-OLDEST-DATE
008610        SET SCAN-DONE TO TRUE
008620        GO TO 5510-EXIT
008630     END-IF
008640     DELETE STAT-HISTORY
008650     .
008660 5510-EXIT.
008670     EXIT.
008680*----------------------------------------------------------------*
008690*    RATES FOR ONE TREND MONTH. A ZERO DENOMINATOR LEAVES THE    *
008700*    RATE AT ZERO.                                               *
008710*----------------------------------------------------------------*
008720 6000-DERIVE-RATIOS.
008730*----------------------------------------------------------------*
008740     IF NOT TR-HAS-FIGURES(WS-TR-SUB)
008750        GO TO 6000-EXIT
008760     END-IF
008770     IF WS-TR-APPROVED(WS-TR-SUB) + WS-TR-DECLINED(WS-TR-SUB) > 0
008780        COMPUTE WS-TR-APPR-RATE(WS-TR-SUB) ROUNDED =
008790                WS-TR-APPROVED(WS-TR-SUB) * 100 /
008800                (WS-TR-APPROVED(WS-TR-SUB) +
008810                 WS-TR-DECLINED(WS-TR-SUB))
008820     END-IF
008830     IF WS-TR-APPR-AMT(WS-TR-SUB) > 0
008840        COMPUTE WS-TR-FRAUD-BPS(WS-TR-SUB) ROUNDED =
008850                WS-TR-FRAUD-AMT(WS-TR-SUB) * 10000 /
008860                WS-TR-APPR-AMT(WS-TR-SUB)
008870     END-IF
008880     IF WS-TR-APPROVED(WS-TR-SUB) > 0
008890        COMPUTE WS-TR-DISPUTE-BPS(WS-TR-SUB) ROUNDED =
008900                WS-TR-DISPUTES(WS-TR-SUB) * 10000 /
008910                WS-TR-APPROVED(WS-TR-SUB)
008920     END-IF
008930     IF WS-TR-PT-APPROVED(WS-TR-SUB) > 0
008940        COMPUTE WS-TR-STANDIN-PCT(WS-TR-SUB) ROUNDED =
008950                WS-TR-STANDIN(WS-TR-SUB) * 100 /
008960                WS-TR-PT-APPROVED(WS-TR-SUB)
008970     END-IF
008980     COMPUTE WS-TR-LATENCY-MS(WS-TR-SUB) ROUNDED =
008990             WS-TR-LATENCY(WS-TR-SUB) / 1000
009000     .
009010 6000-EXIT.
009020     EXIT.
009030*----------------------------------------------------------------*
009040*    THE ONE-PAGE PACK: A HEADING, THE THIRTEEN-MONTH TABLE, THE *
009050*    MONTH'S DECLINE REASON MIX AND THE SOURCE CONTROL FIGURES.  *
009060*----------------------------------------------------------------*
009070 7000-PRINT-KPI-PACK.
009080*----------------------------------------------------------------*
009090     MOVE SPACES TO WS-PRINT-LINE
009100     STRING 'CBKPIPCK AUTHORIZATION KPI PACK - MONTH '
009110            WS-MTH-FROM-ISO(1:7)
009120            ' - RUN ' WS-TODAY-CCYYMMDD
009130            DELIMITED BY SIZE INTO WS-PRINT-LINE
009140     END-STRING
009150     WRITE KPI-REPORT-LINE FROM WS-PRINT-LINE
009160     MOVE SPACES TO WS-PRINT-LINE
009170     WRITE KPI-REPORT-LINE FROM WS-PRINT-LINE
009180*
009190     MOVE SPACES                 TO WS-TREND-LINE
009200     MOVE 'MONTH'                TO TL-LABEL
009210     PERFORM 7050-FILL-MONTH-HEAD THRU 7050-EXIT
009220         VARYING WS-TR-SUB FROM 1 BY 1
009230         UNTIL WS-TR-SUB > WS-TR-MAX
009240     WRITE KPI-REPORT-LINE FROM WS-TREND-LINE
009250     PERFORM 7100-PRINT-KPI-ROW  THRU 7100-EXIT
009260         VARYING WS-ROW-KIND FROM 1 BY 1
009270         UNTIL WS-ROW-KIND > WS-ROW-MAX
009280*
009290     MOVE SPACES TO WS-PRINT-LINE
009300     WRITE KPI-REPORT-LINE FROM WS-PRINT-LINE
009310     MOVE SPACES TO WS-PRINT-LINE
009320     STRING 'DECLINE REASON MIX - ' WS-MTH-FROM-ISO(1:7)
009330            ' (PAUTB DETAILS, LIVE AND ARCHIVED)'
009340            DELIMITED BY SIZE INTO WS-PRINT-LINE
009350     END-STRING
009360     WRITE KPI-REPORT-LINE FROM WS-PRINT-LINE
009370     PERFORM 7300-PRINT-REASON-LINE THRU 7300-EXIT
009380         VARYING WS-RS-SUB FROM 1 BY 1
009390         UNTIL WS-RS-SUB > WS-RS-COUNT
009400*
009410     MOVE SPACES TO WS-PRINT-LINE
009420     WRITE KPI-REPORT-LINE FROM WS-PRINT-LINE
009430     MOVE WS-PT-DETAILS TO WS-CNT-DIS
009440     MOVE SPACES TO WS-PRINT-LINE
009450     STRING 'PAUTB DETAILS IN MONTH .............: ' WS-CNT-DIS
009460            DELIMITED BY SIZE INTO WS-PRINT-LINE
009470     END-STRING
009480     WRITE KPI-REPORT-LINE FROM WS-PRINT-LINE
009490     MOVE WS-PT-APPROVED-AMT TO WS-AMT-DIS
009500     MOVE SPACES TO WS-PRINT-LINE
009510     STRING 'PAUTB APPROVED AMOUNT ..............: ' WS-AMT-DIS
009520            DELIMITED BY SIZE INTO WS-PRINT-LINE
009530     END-STRING
009540     WRITE KPI-REPORT-LINE FROM WS-PRINT-LINE
009550     MOVE WS-FRM-FRAUD-AMT TO WS-AMT-DIS
009560     MOVE SPACES TO WS-PRINT-LINE
009570     STRING 'FRDMONTH FRAUD LOSS AMOUNT .........: ' WS-AMT-DIS
009580            DELIMITED BY SIZE INTO WS-PRINT-LINE
009590     END-STRING
009600     WRITE KPI-REPORT-LINE FROM WS-PRINT-LINE
009610     IF WS-MIS-TOTAL = 0
009620        MOVE SPACES TO WS-PRINT-LINE
009630        STRING '** NO PAUMISST HOURS FOR THE MONTH - CHECK THAT'
009640               ' CBMISMON RAN **'
009650               DELIMITED BY SIZE INTO WS-PRINT-LINE
009660        END-STRING
009670        WRITE KPI-REPORT-LINE FROM WS-PRINT-LINE
009680     END-IF
009690     IF NOT STAT-HISTORY-AVAILABLE
009700        MOVE SPACES TO WS-PRINT-LINE
009710        STRING '** STATHIST NOT AVAILABLE - NO TREND, DLQ FIGURE'
009720               ' NOT GATHERED **'
009730               DELIMITED BY SIZE INTO WS-PRINT-LINE
009740        END-STRING
009750        WRITE KPI-REPORT-LINE FROM WS-PRINT-LINE
009760     END-IF
009770     .
009780 7000-EXIT.
009790     EXIT.
009800*----------------------------------------------------------------*
009810 7050-FILL-MONTH-HEAD.
009820*----------------------------------------------------------------*
009830     STRING ' ' WS-TR-MONTH(WS-TR-SUB)(1:4) '-'
009840            WS-TR-MONTH(WS-TR-SUB)(5:2)
009850            DELIMITED BY SIZE INTO TL-CELL(WS-TR-SUB)
009860     END-STRING
009870     .
009880 7050-EXIT.
009890     EXIT.
009900*----------------------------------------------------------------*
009910 7100-PRINT-KPI-ROW.
009920*----------------------------------------------------------------*
009930     MOVE SPACES                 TO WS-TREND-LINE
009940     MOVE WS-ROW-LABEL(WS-ROW-KIND) TO TL-LABEL
009950     PERFORM 7200-FILL-CELL      THRU 7200-EXIT
009960         VARYING WS-TR-SUB FROM 1 BY 1
009970         UNTIL WS-TR-SUB > WS-TR-MAX
009980     WRITE KPI-REPORT-LINE FROM WS-TREND-LINE
009990     .
010000 7100-EXIT.
010010     EXIT.
010020*----------------------------------------------------------------*
010030*    ROW KINDS FOLLOW THE LABEL TABLE: 1-3 DECISION COUNTS, 4    *
010040*    APPROVAL RATE, 5 APPROVED AMOUNT IN THOUSANDS, 6-7 FRAUD    *
010050*    LOSS, 8-9 DISPUTES, 10-11 STAND-IN, 12 DLQ, 13 LATENCY.     *
010060*----------------------------------------------------------------*
010070 7200-FILL-CELL.
010080*----------------------------------------------------------------*
010090     IF NOT TR-HAS-FIGURES(WS-TR-SUB)
010100        MOVE '       -'          TO TL-CELL(WS-TR-SUB)
010110        GO TO 7200-EXIT
010120     END-IF
010130     EVALUATE WS-ROW-KIND
010140         WHEN 1
010150            MOVE WS-TR-APPROVED(WS-TR-SUB)    TO WS-ED-CNT
010160            MOVE WS-ED-CNT TO TL-CELL(WS-TR-SUB)
010170         WHEN 2
010180            MOVE WS-TR-DECLINED(WS-TR-SUB)    TO WS-ED-CNT
010190            MOVE WS-ED-CNT TO TL-CELL(WS-TR-SUB)
010200         WHEN 3
010210            MOVE WS-TR-TOTAL(WS-TR-SUB)       TO WS-ED-CNT
010220            MOVE WS-ED-CNT TO TL-CELL(WS-TR-SUB)
010230         WHEN 4
010240            MOVE WS-TR-APPR-RATE(WS-TR-SUB)   TO WS-ED-DEC
010250            MOVE WS-ED-DEC TO TL-CELL(WS-TR-SUB)
010260         WHEN 5
010270            COMPUTE WS-ED-THOU ROUNDED =
010280                    WS-TR-APPR-AMT(WS-TR-SUB) / 1000
010290            MOVE WS-ED-THOU                   TO WS-ED-CNT
010300            MOVE WS-ED-CNT TO TL-CELL(WS-TR-SUB)
010310         WHEN 6
010320            MOVE WS-TR-FRAUD-AMT(WS-TR-SUB)   TO WS-ED-CNT
010330            MOVE WS-ED-CNT TO TL-CELL(WS-TR-SUB)
010340         WHEN 7
010350            MOVE WS-TR-FRAUD-BPS(WS-TR-SUB)   TO WS-ED-DEC
010360            MOVE WS-ED-DEC TO TL-CELL(WS-TR-SUB)
010370         WHEN 8
010380            MOVE WS-TR-DISPUTES(WS-TR-SUB)    TO WS-ED-CNT
010390            MOVE WS-ED-CNT TO TL-CELL(WS-TR-SUB)
010400         WHEN 9
010410            MOVE WS-TR-DISPUTE-BPS(WS-TR-SUB) TO WS-ED-DEC
010420            MOVE WS-ED-DEC TO TL-CELL(WS-TR-SUB)
010430         WHEN 10
010440            MOVE WS-TR-STANDIN(WS-TR-SUB)     TO WS-ED-CNT
010450            MOVE WS-ED-CNT TO TL-CELL(WS-TR-SUB)
010460         WHEN 11
010470            MOVE WS-TR-STANDIN-PCT(WS-TR-SUB) TO WS-ED-DEC
010480            MOVE WS-ED-DEC TO TL-CELL(WS-TR-SUB)
010490         WHEN 12
010500            MOVE WS-TR-DLQ(WS-TR-SUB)         TO WS-ED-CNT
010510            MOVE WS-ED-CNT TO TL-CELL(WS-TR-SUB)
010520         WHEN OTHER
010530            MOVE WS-TR-LATENCY-MS(WS-TR-SUB)  TO WS-ED-DEC
010540            MOVE WS-ED-DEC TO TL-CELL(WS-TR-SUB)
010550     END-EVALUATE
010560     .
010570 7200-EXIT.
010580     EXIT.
010590*----------------------------------------------------------------*
010600 7300-PRINT-REASON-LINE.
010610*----------------------------------------------------------------*
010620     PERFORM 7350-REASON-SHARE   THRU 7350-EXIT
010630     MOVE WS-RS-CNT(WS-RS-SUB)   TO WS-CNT-DIS
010640     MOVE WS-RS-SHARE            TO WS-PCT-DIS
010650     MOVE SPACES TO WS-PRINT-LINE
010660     STRING '  ' WS-RS-REASON(WS-RS-SUB)
010670            ' ' WS-RS-DESC
010680            ' ' WS-CNT-DIS
010690            ' ' WS-PCT-DIS '%'
010700            DELIMITED BY SIZE INTO WS-PRINT-LINE
010710     END-STRING
010720     WRITE KPI-REPORT-LINE FROM WS-PRINT-LINE
010730     .
010740 7300-EXIT.
010750     EXIT.
010760*----------------------------------------------------------------*
010770*    DESCRIPTION FROM THE SHARED DECLINE REASON TABLE AND THE    *
010780*    REASON'S SHARE OF THE MONTH'S DECLINES.                     *
010790*----------------------------------------------------------------*
010800 7350-REASON-SHARE.
010810*----------------------------------------------------------------*
010820     MOVE 'UNKNOWN REASON'       TO WS-RS-DESC
010830     SET WS-DECL-RSN-IDX         TO 1
010840     SEARCH WS-DECLINE-REASON-TAB
010850         AT END
010860             CONTINUE
010870         WHEN DECL-CODE(WS-DECL-RSN-IDX) = WS-RS-REASON(WS-RS-SUB)
010880             MOVE DECL-DESC(WS-DECL-RSN-IDX) TO WS-RS-DESC
010890     END-SEARCH
010900     MOVE 0                      TO WS-RS-SHARE
010910     IF WS-PT-DECLINED > 0
010920        COMPUTE WS-RS-SHARE ROUNDED =
010930                WS-RS-CNT(WS-RS-SUB) * 100 / WS-PT-DECLINED
010940     END-IF
010950     .
010960 7350-EXIT.
010970     EXIT.
010980*----------------------------------------------------------------*
010990*    CSV EXTRACT: A KPI ROW PER TREND MONTH THAT HAS FIGURES,    *
011000*    THEN A DCL ROW PER DECLINE REASON FOR THE REPORT MONTH.     *
011010*    EACH RECORD TYPE HAS ITS OWN HEADER ROW.                    *
011020*----------------------------------------------------------------*
011030 7500-WRITE-CSV-EXTRACT.
011040*----------------------------------------------------------------*
011050     MOVE SPACES                 TO WS-CSV-LINE
011060     STRING 'TYPE,MONTH,APPROVALS,DECLINES,DECISIONS,'
011070            'APPROVAL_RATE_PCT,APPROVED_AMT,FRAUD_LOSS_AMT,'
011080            'FRAUD_LOSS_BPS,DISPUTES,DISPUTES_PER_10K,'
011090            'STANDIN_APPROVALS,STANDIN_SHARE_PCT,DLQ_CLEARED,'
011100            'AVG_LATENCY_MS'
011110            DELIMITED BY SIZE INTO WS-CSV-LINE
011120     END-STRING
011130     WRITE KPI-EXTRACT-RECORD    FROM WS-CSV-LINE
011140     PERFORM 7600-WRITE-KPI-ROW  THRU 7600-EXIT
011150         VARYING WS-TR-SUB FROM 1 BY 1
011160         UNTIL WS-TR-SUB > WS-TR-MAX
011170*
011180     MOVE SPACES                 TO WS-CSV-LINE
011190     STRING 'TYPE,MONTH,REASON,DESCRIPTION,DECLINES,SHARE_PCT'
011200            DELIMITED BY SIZE INTO WS-CSV-LINE
011210     END-STRING
011220     WRITE KPI-EXTRACT-RECORD    FROM WS-CSV-LINE
011230     PERFORM 7700-WRITE-DCL-ROW  THRU 7700-EXIT
011240         VARYING WS-RS-SUB FROM 1 BY 1
011250         UNTIL WS-RS-SUB > WS-RS-COUNT
011260     .
011270 7500-EXIT.
011280     EXIT.
011290*----------------------------------------------------------------*
011300 7600-WRITE-KPI-ROW.
011310*----------------------------------------------------------------*
011320     IF NOT TR-HAS-FIGURES(WS-TR-SUB)
011330        GO TO 7600-EXIT
011340     END-IF
011350     MOVE SPACES                 TO WS-CSV-LINE
011360     MOVE 1                      TO WS-CSV-PTR
011370     STRING 'KPI,' WS-TR-MONTH(WS-TR-SUB)
011380            DELIMITED BY SIZE INTO WS-CSV-LINE
011390            WITH POINTER WS-CSV-PTR
011400     END-STRING
011410     MOVE WS-TR-APPROVED(WS-TR-SUB)    TO WS-CSV-INT-IN
011420     PERFORM 7810-APPEND-INTEGER THRU 7810-EXIT
011430     MOVE WS-TR-DECLINED(WS-TR-SUB)    TO WS-CSV-INT-IN
011440     PERFORM 7810-APPEND-INTEGER THRU 7810-EXIT
011450     MOVE WS-TR-TOTAL(WS-TR-SUB)       TO WS-CSV-INT-IN
011460     PERFORM 7810-APPEND-INTEGER THRU 7810-EXIT
011470     MOVE WS-TR-APPR-RATE(WS-TR-SUB)   TO WS-CSV-DEC-IN
011480     PERFORM 7820-APPEND-DECIMAL THRU 7820-EXIT
011490     MOVE WS-TR-APPR-AMT(WS-TR-SUB)    TO WS-CSV-INT-IN
011500     PERFORM 7810-APPEND-INTEGER THRU 7810-EXIT
011510     MOVE WS-TR-FRAUD-AMT(WS-TR-SUB)   TO WS-CSV-INT-IN
011520     PERFORM 7810-APPEND-INTEGER THRU 7810-EXIT
011530     MOVE WS-TR-FRAUD-BPS(WS-TR-SUB)   TO WS-CSV-DEC-IN
011540     PERFORM 7820-APPEND-DECIMAL THRU 7820-EXIT
011550     MOVE WS-TR-DISPUTES(WS-TR-SUB)    TO WS-CSV-INT-IN
011560     PERFORM 7810-APPEND-INTEGER THRU 7810-EXIT
011570     MOVE WS-TR-DISPUTE-BPS(WS-TR-SUB) TO WS-CSV-DEC-IN
011580     PERFORM 7820-APPEND-DECIMAL THRU 7820-EXIT
011590     MOVE WS-TR-STANDIN(WS-TR-SUB)     TO WS-CSV-INT-IN
011600     PERFORM 7810-APPEND-INTEGER THRU 7810-EXIT
011610     MOVE WS-TR-STANDIN-PCT(WS-TR-SUB) TO WS-CSV-DEC-IN
011620     PERFORM 7820-APPEND-DECIMAL THRU 7820-EXIT
011630     MOVE WS-TR-DLQ(WS-TR-SUB)         TO WS-CSV-INT-IN
011640     PERFORM 7810-APPEND-INTEGER THRU 7810-EXIT
011650     MOVE WS-TR-LATENCY-MS(WS-TR-SUB)  TO WS-CSV-DEC-IN
011660     PERFORM 7820-APPEND-DECIMAL THRU 7820-EXIT
011670     WRITE KPI-EXTRACT-RECORD    FROM WS-CSV-LINE
011680     .
011690 7600-EXIT.
011700     EXIT.
011710*----------------------------------------------------------------*
011720 7700-WRITE-DCL-ROW.
011730*----------------------------------------------------------------*
011740     PERFORM 7350-REASON-SHARE   THRU 7350-EXIT
011750     MOVE SPACES                 TO WS-CSV-LINE
011760     MOVE 1                      TO WS-CSV-PTR
011770     STRING 'DCL,' WS-RPT-MONTH ',' WS-RS-REASON(WS-RS-SUB) ','
011780            DELIMITED BY SIZE INTO WS-CSV-LINE
011790            WITH POINTER WS-CSV-PTR
011800     END-STRING
011810     STRING WS-RS-DESC DELIMITED BY '  '
011820            INTO WS-CSV-LINE
011830            WITH POINTER WS-CSV-PTR
011840     END-STRING
011850     MOVE WS-RS-CNT(WS-RS-SUB)   TO WS-CSV-INT-IN
011860     PERFORM 7810-APPEND-INTEGER THRU 7810-EXIT
011870     MOVE WS-RS-SHARE            TO WS-CSV-DEC-IN
011880     PERFORM 7820-APPEND-DECIMAL THRU 7820-EXIT
011890     WRITE KPI-EXTRACT-RECORD    FROM WS-CSV-LINE
011900     .
011910 7700-EXIT.
011920     EXIT.
011930*----------------------------------------------------------------*
011940 7810-APPEND-INTEGER.
011950*----------------------------------------------------------------*
011960     MOVE WS-CSV-INT-IN          TO WS-CSV-INT-ED
011970     MOVE WS-CSV-INT-ED          TO WS-CSV-FIELD
011980     PERFORM 7890-APPEND-FIELD   THRU 7890-EXIT
011990     .
012000 7810-EXIT.
012010     EXIT.
012020*----------------------------------------------------------------*
012030 7820-APPEND-DECIMAL.
012040*----------------------------------------------------------------*
012050     MOVE WS-CSV-DEC-IN          TO WS-CSV-DEC-ED
012060     MOVE WS-CSV-DEC-ED          TO WS-CSV-FIELD
012070     PERFORM 7890-APPEND-FIELD   THRU 7890-EXIT
012080     .
012090 7820-EXIT.
012100     EXIT.
012110*----------------------------------------------------------------*
012120*    A COMMA, THEN THE EDITED NUMBER WITHOUT ITS LEADING SPACES. *
012130*----------------------------------------------------------------*
012140 7890-APPEND-FIELD.
012150*----------------------------------------------------------------*
012160     MOVE 0                      TO WS-CSV-LEAD
012170     INSPECT WS-CSV-FIELD TALLYING WS-CSV-LEAD FOR LEADING SPACES
012180     STRING ',' WS-CSV-FIELD(WS-CSV-LEAD + 1:)
012190            DELIMITED BY SIZE INTO WS-CSV-LINE
012200            WITH POINTER WS-CSV-PTR
012210     END-STRING
012220     .
012230 7890-EXIT.
012240     EXIT.
012250*----------------------------------------------------------------*
012260 9000-FILE-CLOSE.
012270*----------------------------------------------------------------*
012280     IF ARCHIVE-AVAILABLE
012290        CLOSE ARCHIVE-FILE
012300     END-IF
012310     IF STAT-HISTORY-AVAILABLE
012320        CLOSE STAT-HISTORY
012330     END-IF
012340     IF RUN-CONTROL-AVAILABLE
012350        CLOSE RUN-CONTROL
012360     END-IF
012370     CLOSE KPI-REPORT
012380     CLOSE KPI-EXTRACT
012390     .
012400 9000-EXIT.
012410     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBFEEASM.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-08-08.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBFEEASM - CARDHOLDER FEE ASSESSMENT FROM AUTHORIZATIONS    *
000090*    RUNS NIGHTLY AFTER CBSETMTC AND THE SWEEP. EVERY HOLD THEY  *
000100*    MATCHED TO A POSTING COMES THROUGH THE DAY'S CHANGE-CAPTURE *
000110*    DELETES (CDCIN, SOURCE CBSETMTC) CARRYING THE AUTH DETAIL   *
000120*    AS ITS BEFORE IMAGE. FOR EACH ONE THIS JOB:                 *
000130*      - ASSESSES A FOREIGN-TRANSACTION FEE (FX) WHEN THE        *
000140*        ACQUIRER COUNTRY OR THE CURRENCY IS NOT THE HOME ONE,   *
000150*      - ASSESSES A CASH-ADVANCE FEE (CA) ON PROCESSING CODE     *
000160*        '01' - THE SAME TEST 4315-CHECK-CASH-LIMIT MAKES,       *
000170*      - ASSESSES AN OVER-LIMIT FEE (OL) ON THE PART OF THE      *
000180*        AMOUNT BEYOND THE OPEN-TO-BUY THE INTAKE TRACED FOR     *
000190*        THE AUTH (PAUTRACE),                                    *
000200*      - ON A SETTLED REFUND (PROCESSING CODE '20') CREDITS      *
000210*        BACK, PRO RATA, THE FX FEES CHARGED ON THE CARD'S       *
000220*        PURCHASES AT THE SAME MERCHANT.                         *
000230*    FEES COME FROM THE FEESCHED SCHEDULE BY FEE TYPE AND CARD   *
000240*    PRODUCT TYPE (BINPROD). A FEE ON A CONFIRMED-FRAUD AUTH OR  *
000250*    ON AN ACCOUNT WAIVED IN FEEPARMS IS WAIVED - RECORDED ON    *
000260*    THE FEELEDGR LEDGER BUT NOT SENT. CHARGES AND REVERSALS GO  *
000270*    TO CORE ON FEEPOST; THE CONTROL REPORT (FEECTLRP) SHOWS     *
000280*    ASSESSED, WAIVED AND REVERSED FEES SEPARATELY.              *
000290*    FEEPARMS: HOMECTRY=CCC  HOMECURR=CCC                        *
000300*              WAIVACT=NNNNNNNNNNN FT  (FT = FEE TYPE OR **)     *
000310*----------------------------------------------------------------*
000320*                MODIFICATION HISTORY                            *
000330* DATE       INIT DESCRIPTION                                    *
000340* 2027-08-08  ABF INITIAL VERSION                                *
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-ZOS.
000390 OBJECT-COMPUTER. IBM-ZOS.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PARM-FILE      ASSIGN TO FEEPARMS
000430         ORGANIZATION IS SEQUENTIAL
000440         ACCESS MODE  IS SEQUENTIAL
000450         FILE STATUS  IS WS-PARM-STATUS.
000460*
000470     SELECT SCHEDULE-FILE  ASSIGN TO FEESCHED
000480         ORGANIZATION IS SEQUENTIAL
000490         ACCESS MODE  IS SEQUENTIAL
000500         FILE STATUS  IS WS-SCHD-STATUS.
000510*
000520     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE  IS RANDOM
000550         RECORD KEY   IS PCAL-KEY
000560         FILE STATUS  IS WS-PCAL-STATUS.
000570*
000580     SELECT CARD-PRODUCT-FILE ASSIGN TO BINPROD
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE  IS SEQUENTIAL
000610         RECORD KEY   IS BINP-BIN-HIGH
000620         FILE STATUS  IS WS-CP-STATUS.
000630*
000640     SELECT CDC-FILE       ASSIGN TO CDCIN
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE  IS SEQUENTIAL
000670         FILE STATUS  IS WS-CDC-STATUS.
000680*
000690     SELECT TRACE-FILE     ASSIGN TO PAUTRACE
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE  IS RANDOM
000720         RECORD KEY   IS TRC-TRANSACTION-ID
000730         FILE STATUS  IS WS-TRC-STATUS.
000740*
000750     SELECT FEE-LEDGER     ASSIGN TO FEELEDGR
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE  IS DYNAMIC
000780         RECORD KEY   IS FEEL-KEY
000790         FILE STATUS  IS WS-FEEL-STATUS.
000800*
000810     SELECT POSTING-FILE   ASSIGN TO FEEPOST
000820         ORGANIZATION IS SEQUENTIAL
000830         ACCESS MODE  IS SEQUENTIAL
000840         FILE STATUS  IS WS-POST-STATUS.
000850*
000860     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE  IS RANDOM
000890         RECORD KEY   IS RUNC-JOB-NAME
000900         FILE STATUS  IS WS-RUNC-STATUS.
000910*
000920     SELECT CONTROL-REPORT ASSIGN TO FEECTLRP
000930         ORGANIZATION IS SEQUENTIAL
000940         ACCESS MODE  IS SEQUENTIAL
000950         FILE STATUS  IS WS-RPT-STATUS.
000960*----------------------------------------------------------------*
000970 DATA DIVISION.
000980*----------------------------------------------------------------*
000990 FILE SECTION.
001000 FD  PARM-FILE
001010     RECORDING MODE IS F.
001020 01  PARM-RECORD                 PIC X(80).
001030*
001040 FD  SCHEDULE-FILE
001050     RECORDING MODE IS F.
001060 COPY CVFEESCY.
001070*
001080 FD  PROC-CALENDAR
001090     RECORDING MODE IS F.
001100 COPY CVPRCALY.
001110*
001120 FD  CARD-PRODUCT-FILE
001130     RECORDING MODE IS F.
001140 COPY CVBINPRY.
001150*
001160 FD  CDC-FILE
001170     RECORDING MODE IS F.
001180 COPY CVCDCFDY.
001190*
001200 FD  TRACE-FILE
001210     RECORDING MODE IS F.
001220 COPY CVDCTRCY.
001230*
001240 FD  FEE-LEDGER
001250     RECORDING MODE IS F.
001260 COPY CVFEELGY.
001270*
001280 FD  POSTING-FILE
001290     RECORDING MODE IS F.
001300 COPY CVFEEPSY.
001310*
001320 FD  RUN-CONTROL
001330     RECORDING MODE IS F.
001340 COPY CVRUNCTY.
001350*
001360 FD  CONTROL-REPORT
001370     RECORDING MODE IS F.
001380 01  CONTROL-REPORT-LINE         PIC X(132).
001390*----------------------------------------------------------------*
001400 WORKING-STORAGE SECTION.
001410*----------------------------------------------------------------*
001420 01  WS-VARIABLES.
001430     05  WS-PGMNAME                 PIC X(08) VALUE 'CBFEEASM'.
001440     05  WS-SETTLE-PGM              PIC X(08) VALUE 'CBSETMTC'.
001450     05  CURRENT-DATE               PIC 9(06).
001460     05  WS-RUN-TIME                PIC 9(08).
001470     05  WS-BUS-CCYYMMDD            PIC X(08).
001480     05  WS-PARM-ACCT-NUM           PIC 9(11).
001490     05  WS-POST-REC-TYPE           PIC X(01).
001500*
001510 01  WS-FILE-STATUSES.
001520     05  WS-PARM-STATUS             PIC X(02).
001530         88  PARM-EOF                       VALUE '10'.
001540     05  WS-SCHD-STATUS             PIC X(02).
001550         88  SCHD-EOF                       VALUE '10'.
001560     05  WS-PCAL-STATUS             PIC X(02).
001570     05  WS-CDC-STATUS              PIC X(02).
001580         88  CDC-EOF                        VALUE '10'.
001590     05  WS-TRC-STATUS              PIC X(02).
001600     05  WS-FEEL-STATUS             PIC X(02).
001610     05  WS-POST-STATUS             PIC X(02).
001620     05  WS-RUNC-STATUS             PIC X(02).
001630     05  WS-RPT-STATUS              PIC X(02).
001640 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001650     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001660 01  WS-CDC-AVAIL-SW                PIC X(01) VALUE 'N'.
001670     88  CDC-FILE-AVAILABLE                 VALUE 'Y'.
001680 01  WS-TRC-AVAIL-SW                PIC X(01) VALUE 'N'.
001690     88  TRACE-FILE-AVAILABLE               VALUE 'Y'.
001700*----------------------------------------------------------------*
001710*    RUN-MODE CONTROL (PARM-DRIVEN - OPS MAINTAINABLE)           *
001720*----------------------------------------------------------------*
001730 01  WS-RUN-PARMS.
001740     05  WS-HOME-COUNTRY            PIC X(03) VALUE 'USA'.
001750     05  WS-HOME-CURRENCY           PIC X(03) VALUE 'USD'.
001760*----------------------------------------------------------------*
001770*    FEE SCHEDULE HELD IN STORAGE (FEESCHED)                     *
001780*----------------------------------------------------------------*
001790 01  WS-SCHEDULE-CONTROL.
001800     05  WS-SCH-COUNT               PIC S9(4) COMP VALUE 0.
001810     05  WS-SCH-TABLE-MAX           PIC S9(4) COMP VALUE 100.
001820     05  WS-SCH-FOUND-SW            PIC X(01).
001830         88  SCHEDULE-FOUND                 VALUE 'Y'.
001840         88  SCHEDULE-NOT-FOUND             VALUE 'N'.
001850     05  WS-SCH-HIT                 PIC S9(4) COMP.
001860 01  WS-SCHEDULE-TABLE.
001870     05  WS-SCH-ENTRY OCCURS 100 TIMES
001880                      INDEXED BY WS-SCH-IDX.
001890         10  WS-SCH-FEE-TYPE        PIC X(02).
001900         10  WS-SCH-CARD-TYPE       PIC X(02).
001910         10  WS-SCH-PERCENT         PIC 9(02)V9(03).
001920         10  WS-SCH-MIN-AMT         PIC 9(05)V99.
001930         10  WS-SCH-MAX-AMT         PIC 9(05)V99.
001940*----------------------------------------------------------------*
001950*    ACCOUNT WAIVERS FROM FEEPARMS                               *
001960*----------------------------------------------------------------*
001970 01  WS-WAIVER-CONTROL.
001980     05  WS-WVR-COUNT               PIC S9(4) COMP VALUE 0.
001990     05  WS-WVR-TABLE-MAX           PIC S9(4) COMP VALUE 200.
002000 01  WS-WAIVER-TABLE.
002010     05  WS-WVR-ENTRY OCCURS 200 TIMES
002020                      INDEXED BY WS-WVR-IDX.
002030         10  WS-WVR-ACCT-ID         PIC 9(11).
002040         10  WS-WVR-FEE-TYPE        PIC X(02).
002050*----------------------------------------------------------------*
002060*    THE FEE BEING WORKED                                        *
002070*----------------------------------------------------------------*
002080 01  WS-FEE-WORK.
002090     05  WS-FEE-TYPE                PIC X(02).
002100     05  WS-FEE-BASE                PIC S9(09)V99 COMP-3.
002110     05  WS-FEE-AMT                 PIC S9(07)V99 COMP-3.
002120     05  WS-SETTLED-AMT             PIC S9(09)V99 COMP-3.
002130     05  WS-WAIVE-REASON            PIC X(10).
002140     05  WS-FT-IDX                  PIC S9(4) COMP.
002150     05  WS-REFUND-LEFT             PIC S9(09)V99 COMP-3.
002160     05  WS-REV-AMT                 PIC S9(07)V99 COMP-3.
002170     05  WS-FEE-LEFT                PIC S9(07)V99 COMP-3.
002180     05  WS-BROWSE-SW               PIC X(01).
002190         88  BROWSE-DONE                    VALUE 'Y'.
002200         88  BROWSE-NOT-DONE                VALUE 'N'.
002210*----------------------------------------------------------------*
002220*    TOTALS BY FEE TYPE - 1 = FX, 2 = CA, 3 = OL                 *
002230*----------------------------------------------------------------*
002240 01  WS-FEE-TYPE-NAMES.
002250     05  FILLER                     PIC X(22)
002260                          VALUE 'FXFOREIGN TRANSACTION '.
002270     05  FILLER                     PIC X(22)
002280                          VALUE 'CACASH ADVANCE        '.
002290     05  FILLER                     PIC X(22)
002300                          VALUE 'OLOVER LIMIT          '.
002310 01  WS-FEE-TYPE-TABLE REDEFINES WS-FEE-TYPE-NAMES.
002320     05  WS-FT-ENTRY OCCURS 3 TIMES.
002330         10  WS-FT-CODE             PIC X(02).
002340         10  WS-FT-NAME             PIC X(20).
002350 01  WS-FEE-TOTALS.
002360     05  WS-FT-TOTAL OCCURS 3 TIMES.
002370         10  WS-FT-ASSESSED-CNT     PIC S9(9) COMP-3.
002380         10  WS-FT-ASSESSED-AMT     PIC S9(11)V99 COMP-3.
002390         10  WS-FT-WAIVED-CNT       PIC S9(9) COMP-3.
002400         10  WS-FT-WAIVED-AMT       PIC S9(11)V99 COMP-3.
002410         10  WS-FT-REVERSED-CNT     PIC S9(9) COMP-3.
002420         10  WS-FT-REVERSED-AMT     PIC S9(11)V99 COMP-3.
002430*----------------------------------------------------------------*
002440 01  WS-REPORT-COUNTERS.
002450     05  WS-RPT-CDC-READ            PIC S9(9) COMP-3 VALUE 0.
002460     05  WS-RPT-SETTLED             PIC S9(9) COMP-3 VALUE 0.
002470     05  WS-RPT-REFUNDS             PIC S9(9) COMP-3 VALUE 0.
002480     05  WS-RPT-NO-FEE              PIC S9(9) COMP-3 VALUE 0.
002490     05  WS-RPT-ALREADY-DONE        PIC S9(9) COMP-3 VALUE 0.
002500     05  WS-RPT-LEDGER-ERRORS       PIC S9(9) COMP-3 VALUE 0.
002510     05  WS-RPT-POST-LINES          PIC S9(9) COMP-3 VALUE 0.
002520     05  WS-RPT-FEES-ON-AUTH        PIC S9(4) COMP.
002530 01  WS-AMOUNT-TOTALS.
002540     05  WS-TOT-POST-NET            PIC S9(11)V99 COMP-3 VALUE 0.
002550*----------------------------------------------------------------*
002560 01  WS-PRINT-LINE                 PIC X(132).
002570 01  WS-DISPLAY-FIELDS.
002580     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002590     05  WS-AMT-DIS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002600     05  WS-BASE-DIS                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002610*----------------------------------------------------------------*
002620*    THE SETTLED AUTH, DECODED FROM THE CDC BEFORE IMAGE         *
002630*----------------------------------------------------------------*
002640 01  PENDING-AUTH-DETAILS.
002650 COPY CIPAUDTY.
002660 COPY CSBINPRY.
002670*----------------------------------------------------------------*
002680 PROCEDURE DIVISION.
002690*----------------------------------------------------------------*
002700 MAIN-PARA.
002710     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002720*
002730     PERFORM 2000-PROCESS-NEXT-CDC   THRU 2000-EXIT
002740         UNTIL CDC-EOF
002750*
002760     PERFORM 7000-WRITE-TRAILER      THRU 7000-EXIT
002770     PERFORM 8000-PRINT-SUMMARY      THRU 8000-EXIT
002780     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002790*
002800     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002810*
002820     IF WS-RPT-LEDGER-ERRORS > 0
002830        MOVE 4 TO RETURN-CODE
002840     END-IF
002850     GOBACK.
002860*----------------------------------------------------------------*
002870 1000-INITIALIZE.
002880*----------------------------------------------------------------*
002890     ACCEPT CURRENT-DATE     FROM DATE
002900     MOVE '20'               TO WS-BUS-CCYYMMDD(1:2)
002910     MOVE CURRENT-DATE       TO WS-BUS-CCYYMMDD(3:6)
002920     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
002930     INITIALIZE WS-FEE-TOTALS
002940*
002950     OPEN INPUT  PARM-FILE
002960     IF WS-PARM-STATUS = '00'
002970        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
002980            UNTIL PARM-EOF
002990        CLOSE PARM-FILE
003000     ELSE
003010        DISPLAY 'FEEPARMS NOT AVAILABLE - USING DEFAULTS'
003020     END-IF
003030*
003040*    WITHOUT A SCHEDULE EVERY FEE WOULD SILENTLY GO UNCHARGED.
003050     OPEN INPUT  SCHEDULE-FILE
003060     IF WS-SCHD-STATUS = SPACES OR '00'
003070        PERFORM 1200-LOAD-NEXT-SCHEDULE THRU 1200-EXIT
003080            UNTIL SCHD-EOF
003090               OR WS-SCH-COUNT >= WS-SCH-TABLE-MAX
003100        CLOSE SCHEDULE-FILE
003110     ELSE
003120        DISPLAY 'ERROR IN OPENING FEESCHED:' WS-SCHD-STATUS
003130        PERFORM 9999-ABEND THRU 9999-EXIT
003140     END-IF
003150     PERFORM 1600-LOAD-CARD-PRODUCTS THRU 1600-EXIT
003160*
003170     OPEN INPUT  CDC-FILE
003180     IF WS-CDC-STATUS = SPACES OR '00'
003190        SET CDC-FILE-AVAILABLE TO TRUE
003200     ELSE
003210        DISPLAY 'CDCIN NOT AVAILABLE - NO SETTLED AUTHS TO ASSESS'
003220        SET CDC-EOF TO TRUE
003230     END-IF
003240     OPEN INPUT  TRACE-FILE
003250     IF WS-TRC-STATUS = SPACES OR '00'
003260        SET TRACE-FILE-AVAILABLE TO TRUE
003270     ELSE
003280        DISPLAY 'PAUTRACE NOT AVAILABLE - NO OVER-LIMIT FEES'
003290     END-IF
003300     OPEN I-O    FEE-LEDGER
003310     IF WS-FEEL-STATUS = SPACES OR '00'
003320        CONTINUE
003330     ELSE
003340        DISPLAY 'ERROR IN OPENING FEELEDGR:' WS-FEEL-STATUS
003350        PERFORM 9999-ABEND THRU 9999-EXIT
003360     END-IF
003370     OPEN OUTPUT POSTING-FILE
003380     IF WS-POST-STATUS = SPACES OR '00'
003390        CONTINUE
003400     ELSE
003410        DISPLAY 'ERROR IN OPENING FEEPOST:' WS-POST-STATUS
003420        PERFORM 9999-ABEND THRU 9999-EXIT
003430     END-IF
003440     OPEN OUTPUT CONTROL-REPORT
003450*
003460     OPEN I-O RUN-CONTROL
003470     IF WS-RUNC-STATUS = SPACES OR '00'
003480        SET RUN-CONTROL-AVAILABLE TO TRUE
003490        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
003500     ELSE
003510        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
003520     END-IF
003530*
003540     MOVE SPACES TO WS-PRINT-LINE
003550     STRING 'CBFEEASM CARDHOLDER FEE ASSESSMENT - BUSINESS DATE '
003560            WS-BUS-CCYYMMDD ' - HOME ' WS-HOME-COUNTRY
003570            '/' WS-HOME-CURRENCY
003580            DELIMITED BY SIZE INTO WS-PRINT-LINE
003590     END-STRING
003600     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
003610*
003620     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
003630     DISPLAY '*-------------------------------------*'
003640     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
003650     DISPLAY 'FEE SCHEDULE ROWS      :' WS-SCH-COUNT
003660     DISPLAY 'ACCOUNT WAIVERS        :' WS-WVR-COUNT
003670     .
003680 1000-EXIT.
003690     EXIT.
003700*----------------------------------------------------------------*
003710 1100-READ-NEXT-PARM.
003720*----------------------------------------------------------------*
003730     READ PARM-FILE
003740         AT END GO TO 1100-EXIT
003750     END-READ
003760     EVALUATE PARM-RECORD(1:8)
003770         WHEN 'HOMECTRY'
003780             IF PARM-RECORD(10:3) NOT = SPACES
003790                MOVE PARM-RECORD(10:3) TO WS-HOME-COUNTRY
003800             END-IF
003810         WHEN 'HOMECURR'
003820             IF PARM-RECORD(10:3) NOT = SPACES
003830                MOVE PARM-RECORD(10:3) TO WS-HOME-CURRENCY
003840             END-IF
003850         WHEN 'WAIVACT='
003860             IF PARM-RECORD(9:11) IS NUMERIC
003870                AND WS-WVR-COUNT < WS-WVR-TABLE-MAX
003880                MOVE PARM-RECORD(9:11) TO WS-PARM-ACCT-NUM
003890                ADD 1 TO WS-WVR-COUNT
003900                SET WS-WVR-IDX TO WS-WVR-COUNT
003910                MOVE WS-PARM-ACCT-NUM
003920                                  TO WS-WVR-ACCT-ID(WS-WVR-IDX)
003930                MOVE PARM-RECORD(21:2)
003940                                  TO WS-WVR-FEE-TYPE(WS-WVR-IDX)
003950                IF PARM-RECORD(21:2) = SPACES
003960                   MOVE '**'      TO WS-WVR-FEE-TYPE(WS-WVR-IDX)
003970                END-IF
003980             END-IF
003990         WHEN OTHER
004000             CONTINUE
004010     END-EVALUATE
004020     .
004030 1100-EXIT.
004040     EXIT.
004050*----------------------------------------------------------------*
004060 1200-LOAD-NEXT-SCHEDULE.
004070*----------------------------------------------------------------*
004080     READ SCHEDULE-FILE
004090         AT END GO TO 1200-EXIT
004100     END-READ
004110     IF NOT FEES-FOREIGN-TXN
004120        AND NOT FEES-CASH-ADVANCE
004130        AND NOT FEES-OVER-LIMIT
004140        DISPLAY 'FEESCHED ROW IGNORED - FEE TYPE ' FEES-FEE-TYPE
004150        GO TO 1200-EXIT
004160     END-IF
004170     ADD 1 TO WS-SCH-COUNT
004180     SET WS-SCH-IDX                TO WS-SCH-COUNT
004190     MOVE FEES-FEE-TYPE            TO WS-SCH-FEE-TYPE(WS-SCH-IDX)
004200     MOVE FEES-CARD-TYPE           TO WS-SCH-CARD-TYPE(WS-SCH-IDX)
004210     MOVE FEES-PERCENT             TO WS-SCH-PERCENT(WS-SCH-IDX)
004220     MOVE FEES-MIN-AMT             TO WS-SCH-MIN-AMT(WS-SCH-IDX)
004230     MOVE FEES-MAX-AMT             TO WS-SCH-MAX-AMT(WS-SCH-IDX)
004240     .
004250 1200-EXIT.
004260     EXIT.
004270*----------------------------------------------------------------*
004280*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
004290*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE.            *
004300*----------------------------------------------------------------*
004310 1250-READ-BUSINESS-DATE.
004320*----------------------------------------------------------------*
004330     OPEN INPUT PROC-CALENDAR
004340     IF WS-PCAL-STATUS = SPACES OR '00'
004350        MOVE 'C'             TO PCAL-REC-TYPE
004360        MOVE '00000000'      TO PCAL-KEY-DATE
004370        READ PROC-CALENDAR
004380        IF WS-PCAL-STATUS = '00'
004390           MOVE PCAL-BUSINESS-DATE      TO WS-BUS-CCYYMMDD
004400           DISPLAY 'BUSINESS DATE FROM PROCCAL: '
004410                   PCAL-BUSINESS-DATE
004420        END-IF
004430        CLOSE PROC-CALENDAR
004440     ELSE
004450        DISPLAY 'PROCCAL NOT AVAILABLE - USING SYSTEM DATE'
004460     END-IF
004470     .
004480 1250-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------*
004510*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START; THE RESULT    *
004520*    IS STAMPED AT END.                                          *
004530*----------------------------------------------------------------*
004540 1300-MARK-RUN-START.
004550*----------------------------------------------------------------*
004560     ACCEPT WS-RUN-TIME      FROM TIME
004570     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
004580     READ RUN-CONTROL
004590     IF WS-RUNC-STATUS NOT = '00'
004600        MOVE SPACES          TO RUN-CONTROL-RECORD
004610        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004620     END-IF
004630     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
004640     MOVE WS-RUN-TIME        TO RUNC-START-TIME
004650     MOVE SPACES             TO RUNC-END-TIME
004660     SET  RUNC-RUNNING       TO TRUE
004670     MOVE ZEROES             TO RUNC-RECORD-COUNT
004680     IF WS-RUNC-STATUS = '00'
004690        REWRITE RUN-CONTROL-RECORD
004700     ELSE
004710        WRITE RUN-CONTROL-RECORD
004720     END-IF
004730     .
004740 1300-EXIT.
004750     EXIT.
004760*----------------------------------------------------------------*
004770*    COMPLETE UNLESS A FEE COULD NOT BE RECORDED ON THE LEDGER;  *
004780*    THE RECORD COUNT IS THE FEEPOST LINES SENT TO CORE.         *
004790*----------------------------------------------------------------*
004800 1400-MARK-RUN-END.
004810*----------------------------------------------------------------*
004820     IF RUN-CONTROL-AVAILABLE
004830        ACCEPT WS-RUN-TIME   FROM TIME
004840        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004850        READ RUN-CONTROL
004860        MOVE WS-RUN-TIME     TO RUNC-END-TIME
004870        IF WS-RPT-LEDGER-ERRORS = 0
004880           SET  RUNC-COMPLETE TO TRUE
004890        ELSE
004900           SET  RUNC-FAILED   TO TRUE
004910        END-IF
004920        MOVE WS-RPT-POST-LINES TO RUNC-RECORD-COUNT
004930        REWRITE RUN-CONTROL-RECORD
004940        IF WS-RUNC-STATUS NOT = '00'
004950           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
004960        END-IF
004970     END-IF
004980     .
004990 1400-EXIT.
005000     EXIT.
005010*----------------------------------------------------------------*
005020*    ONLY A HOLD RELEASED BY SETTLEMENT (CBSETMTC, OR THE SWEEP  *
005030*    WHICH STAMPS THE SAME NAME) IS A POSTED TRANSACTION - THE   *
005040*    PURGE'S EXPIRIES AND THE INTAKE'S VOIDS NEVER POSTED.       *
005050*----------------------------------------------------------------*
005060 2000-PROCESS-NEXT-CDC.
005070*----------------------------------------------------------------*
005080     READ CDC-FILE
005090         AT END GO TO 2000-EXIT
005100     END-READ
005110     ADD 1 TO WS-RPT-CDC-READ
005120     IF NOT CDC-IS-DELETE
005130        OR CDC-SOURCE-PGM NOT = WS-SETTLE-PGM
005140        GO TO 2000-EXIT
005150     END-IF
005160     MOVE CDC-BEFORE-IMAGE       TO PENDING-AUTH-DETAILS
005170     IF PA-SETTLED-TO-DATE-AMT > 0
005180        MOVE PA-SETTLED-TO-DATE-AMT TO WS-SETTLED-AMT
005190     ELSE
005200        MOVE PA-APPROVED-AMT     TO WS-SETTLED-AMT
005210     END-IF
005220     IF WS-SETTLED-AMT NOT > 0
005230        GO TO 2000-EXIT
005240     END-IF
005250*
005260     IF PA-PROCESSING-CODE(1:2) = '20'
005270        ADD 1 TO WS-RPT-REFUNDS
005280        PERFORM 4000-REVERSE-REFUND-FEES THRU 4000-EXIT
005290        GO TO 2000-EXIT
005300     END-IF
005310*
005320     ADD 1 TO WS-RPT-SETTLED
005330     MOVE 0                      TO WS-RPT-FEES-ON-AUTH
005340     PERFORM 1630-RESOLVE-CARD-TYPE THRU 1630-EXIT
005350     IF (PA-ACQR-COUNTRY-CODE NOT = SPACES
005360         AND PA-ACQR-COUNTRY-CODE NOT = WS-HOME-COUNTRY)
005370        OR (PA-CURRENCY-CODE NOT = SPACES
005380         AND PA-CURRENCY-CODE NOT = WS-HOME-CURRENCY)
005390        MOVE 'FX'                TO WS-FEE-TYPE
005400        MOVE WS-SETTLED-AMT      TO WS-FEE-BASE
005410        PERFORM 3000-ASSESS-FEE  THRU 3000-EXIT
005420     END-IF
005430     IF PA-PROCESSING-CODE(1:2) = '01'
005440        MOVE 'CA'                TO WS-FEE-TYPE
005450        MOVE WS-SETTLED-AMT      TO WS-FEE-BASE
005460        PERFORM 3000-ASSESS-FEE  THRU 3000-EXIT
005470     END-IF
005480     PERFORM 2100-CHECK-OVER-LIMIT THRU 2100-EXIT
005490     IF WS-RPT-FEES-ON-AUTH = 0
005500        ADD 1 TO WS-RPT-NO-FEE
005510     END-IF
005520     .
005530 2000-EXIT.
005540     EXIT.
005550*----------------------------------------------------------------*
005560*    THE OPEN-TO-BUY THE INTAKE SAW WHEN IT APPROVED THE AUTH;   *
005570*    WHAT SETTLED BEYOND IT IS THE OVER-LIMIT BASE. NO TRACE OR  *
005580*    NO ACCOUNT ON THE TRACE MEANS NOTHING TO MEASURE AGAINST.   *
005590*----------------------------------------------------------------*
005600 2100-CHECK-OVER-LIMIT.
005610*----------------------------------------------------------------*
005620     IF NOT TRACE-FILE-AVAILABLE
005630        GO TO 2100-EXIT
005640     END-IF
005650     MOVE PA-TRANSACTION-ID      TO TRC-TRANSACTION-ID
005660     READ TRACE-FILE
005670     IF WS-TRC-STATUS NOT = '00'
005680        OR TRC-ACCT-FOUND NOT = 'Y'
005690        GO TO 2100-EXIT
005700     END-IF
005710     IF WS-SETTLED-AMT > TRC-OPEN-TO-BUY
005720        MOVE 'OL'                TO WS-FEE-TYPE
005730        IF TRC-OPEN-TO-BUY > 0
005740           COMPUTE WS-FEE-BASE = WS-SETTLED-AMT - TRC-OPEN-TO-BUY
005750        ELSE
005760           MOVE WS-SETTLED-AMT   TO WS-FEE-BASE
005770        END-IF
005780        PERFORM 3000-ASSESS-FEE  THRU 3000-EXIT
005790     END-IF
005800     .
005810 2100-EXIT.
005820     EXIT.
005830*----------------------------------------------------------------*
005840*    ONE FEE OF WS-FEE-TYPE ON WS-FEE-BASE. THE LEDGER ROW IS    *
005850*    WRITTEN FIRST - IF IT IS ALREADY THERE THE FEE WAS DEALT    *
005860*    WITH ON AN EARLIER RUN AND NOTHING IS SENT AGAIN.           *
005870*----------------------------------------------------------------*
005880 3000-ASSESS-FEE.
005890*----------------------------------------------------------------*
005900     PERFORM 3100-FIND-SCHEDULE  THRU 3100-EXIT
005910     IF SCHEDULE-NOT-FOUND
005920        GO TO 3000-EXIT
005930     END-IF
005940     SET WS-SCH-IDX              TO WS-SCH-HIT
005950     COMPUTE WS-FEE-AMT ROUNDED =
005960             WS-FEE-BASE * WS-SCH-PERCENT(WS-SCH-IDX) / 100
005970     IF WS-FEE-AMT < WS-SCH-MIN-AMT(WS-SCH-IDX)
005980        MOVE WS-SCH-MIN-AMT(WS-SCH-IDX) TO WS-FEE-AMT
005990     END-IF
006000     IF WS-SCH-MAX-AMT(WS-SCH-IDX) > 0
006010        AND WS-FEE-AMT > WS-SCH-MAX-AMT(WS-SCH-IDX)
006020        MOVE WS-SCH-MAX-AMT(WS-SCH-IDX) TO WS-FEE-AMT
006030     END-IF
006040     IF WS-FEE-AMT NOT > 0
006050        GO TO 3000-EXIT
006060     END-IF
006070     PERFORM 3200-CHECK-WAIVER   THRU 3200-EXIT
006080     PERFORM 3300-FIND-FEE-TYPE  THRU 3300-EXIT
006090*
006100     MOVE SPACES                 TO FEE-LEDGER-RECORD
006110     MOVE PA-CARD-NUM            TO FEEL-CARD-NUM
006120     MOVE PA-MERCHANT-ID         TO FEEL-MERCHANT-ID
006130     MOVE PA-TRANSACTION-ID      TO FEEL-TRANSACTION-ID
006140     MOVE WS-FEE-TYPE            TO FEEL-FEE-TYPE
006150     MOVE PA-ACCT-ID             TO FEEL-ACCT-ID
006160     IF WS-WAIVE-REASON = SPACES
006170        SET FEEL-ASSESSED        TO TRUE
006180     ELSE
006190        SET FEEL-WAIVED          TO TRUE
006200        MOVE WS-WAIVE-REASON     TO FEEL-WAIVE-REASON
006210     END-IF
006220     MOVE WS-FEE-BASE            TO FEEL-BASE-AMT
006230     MOVE WS-FEE-AMT             TO FEEL-FEE-AMT
006240     MOVE 0                      TO FEEL-REVERSED-AMT
006250     MOVE WS-HOME-CURRENCY       TO FEEL-CURRENCY-CODE
006260     MOVE WS-BUS-CCYYMMDD        TO FEEL-ASSESS-DATE
006270     MOVE PA-INST-ID             TO FEEL-INST-ID
006280     WRITE FEE-LEDGER-RECORD
006290     EVALUATE WS-FEEL-STATUS
006300         WHEN '00'
006310             CONTINUE
006320         WHEN '22'
006330             ADD 1 TO WS-RPT-ALREADY-DONE
006340             GO TO 3000-EXIT
006350         WHEN OTHER
006360             ADD 1 TO WS-RPT-LEDGER-ERRORS
006370             DISPLAY 'ERROR WRITING FEELEDGR:' WS-FEEL-STATUS
006380                     ' TRAN ' PA-TRANSACTION-ID ' ' WS-FEE-TYPE
006390             GO TO 3000-EXIT
006400     END-EVALUATE
006410     ADD 1                       TO WS-RPT-FEES-ON-AUTH
006420*
006430     IF FEEL-WAIVED
006440        ADD 1          TO WS-FT-WAIVED-CNT(WS-FT-IDX)
006450        ADD WS-FEE-AMT TO WS-FT-WAIVED-AMT(WS-FT-IDX)
006460        MOVE 'WAIVED  '          TO WS-PRINT-LINE
006470     ELSE
006480        ADD 1          TO WS-FT-ASSESSED-CNT(WS-FT-IDX)
006490        ADD WS-FEE-AMT TO WS-FT-ASSESSED-AMT(WS-FT-IDX)
006500        MOVE 'ASSESSED'          TO WS-PRINT-LINE
006510        SET FEEP-ASSESS          TO TRUE
006520        PERFORM 5000-WRITE-POSTING THRU 5000-EXIT
006530        ADD WS-FEE-AMT           TO WS-TOT-POST-NET
006540     END-IF
006550     PERFORM 3900-PRINT-FEE-LINE THRU 3900-EXIT
006560     .
006570 3000-EXIT.
006580     EXIT.
006590*----------------------------------------------------------------*
006600*    THE CARD TYPE'S OWN ROW FOR THE FEE TYPE, ELSE THE '**' ROW *
006610*----------------------------------------------------------------*
006620 3100-FIND-SCHEDULE.
006630*----------------------------------------------------------------*
006640     SET SCHEDULE-NOT-FOUND      TO TRUE
006650     MOVE 0                      TO WS-SCH-HIT
006660     PERFORM 3110-TRY-SCHEDULE-ROW THRU 3110-EXIT
006670         VARYING WS-SCH-IDX FROM 1 BY 1
006680           UNTIL WS-SCH-IDX > WS-SCH-COUNT
006690     IF WS-SCH-HIT > 0
006700        SET SCHEDULE-FOUND       TO TRUE
006710     END-IF
006720     .
006730 3100-EXIT.
006740     EXIT.
006750*----------------------------------------------------------------*
006760 3110-TRY-SCHEDULE-ROW.
006770*----------------------------------------------------------------*
006780     IF WS-SCH-FEE-TYPE(WS-SCH-IDX) NOT = WS-FEE-TYPE
006790        GO TO 3110-EXIT
006800     END-IF
006810     IF WS-SCH-CARD-TYPE(WS-SCH-IDX) = WS-CP-CARD-TYPE
006820        SET WS-SCH-HIT           TO WS-SCH-IDX
006830        SET WS-SCH-IDX           TO WS-SCH-COUNT
006840        GO TO 3110-EXIT
006850     END-IF
006860     IF WS-SCH-CARD-TYPE(WS-SCH-IDX) = '**'
006870        AND WS-SCH-HIT = 0
006880        SET WS-SCH-HIT           TO WS-SCH-IDX
006890     END-IF
006900     .
006910 3110-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------*
006940*    A CONFIRMED FRAUD IS NEVER CHARGED TO THE CARDHOLDER; AN    *
006950*    ACCOUNT LISTED IN FEEPARMS IS WAIVED FOR ITS FEE TYPE OR,   *
006960*    WITH '**', FOR EVERY FEE.                                   *
006970*----------------------------------------------------------------*
006980 3200-CHECK-WAIVER.
006990*----------------------------------------------------------------*
007000     MOVE SPACES                 TO WS-WAIVE-REASON
007010     IF PA-FRAUD-CONFIRMED
007020        MOVE 'FRAUD'             TO WS-WAIVE-REASON
007030        GO TO 3200-EXIT
007040     END-IF
007050     SET WS-WVR-IDX              TO 1
007060     SEARCH WS-WVR-ENTRY
007070         AT END
007080             CONTINUE
007090         WHEN WS-WVR-IDX > WS-WVR-COUNT
007100             CONTINUE
007110         WHEN WS-WVR-ACCT-ID(WS-WVR-IDX) = PA-ACCT-ID
007120          AND (WS-WVR-FEE-TYPE(WS-WVR-IDX) = WS-FEE-TYPE
007130            OR WS-WVR-FEE-TYPE(WS-WVR-IDX) = '**')
007140             MOVE 'ACCOUNT'      TO WS-WAIVE-REASON
007150     END-SEARCH
007160     .
007170 3200-EXIT.
007180     EXIT.
007190*----------------------------------------------------------------*
007200 3300-FIND-FEE-TYPE.
007210*----------------------------------------------------------------*
007220     EVALUATE WS-FEE-TYPE
007230         WHEN 'FX'   MOVE 1      TO WS-FT-IDX
007240         WHEN 'CA'   MOVE 2      TO WS-FT-IDX
007250         WHEN OTHER  MOVE 3      TO WS-FT-IDX
007260     END-EVALUATE
007270     .
007280 3300-EXIT.
007290     EXIT.
007300*----------------------------------------------------------------*
007310*    ONE DETAIL LINE PER FEE CHARGED, WAIVED OR CREDITED BACK.   *
007320*    THE ACTION WORD IS SET IN THE FIRST BYTES OF WS-PRINT-LINE  *
007330*    BY THE CALLER.                                              *
007340*----------------------------------------------------------------*
007350 3900-PRINT-FEE-LINE.
007360*----------------------------------------------------------------*
007370     MOVE WS-FEE-AMT             TO WS-AMT-DIS
007380     MOVE WS-FEE-BASE            TO WS-BASE-DIS
007390     STRING ' ' WS-FEE-TYPE
007400            ' ACCT ' PA-ACCT-ID
007410            ' TRAN ' PA-TRANSACTION-ID
007420            ' MERCH ' PA-MERCHANT-ID
007430            ' BASE ' WS-BASE-DIS
007440            ' FEE ' WS-AMT-DIS
007450            ' ' WS-WAIVE-REASON
007460            DELIMITED BY SIZE INTO WS-PRINT-LINE(9:124)
007470     END-STRING
007480     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
007490     .
007500 3900-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------*
007530*    A SETTLED REFUND GIVES BACK THE FX FEE ITS PURCHASES        *
007540*    CARRIED: THE CARD'S ASSESSED FX ROWS AT THE SAME MERCHANT   *
007550*    ARE CREDITED IN KEY ORDER, EACH IN PROPORTION TO THE PART   *
007560*    OF ITS BASE THE REFUND COVERS, UNTIL THE REFUND IS USED UP. *
007570*    CASH AND OVER-LIMIT FEES ARE NOT REFUNDABLE.                *
007580*----------------------------------------------------------------*
007590 4000-REVERSE-REFUND-FEES.
007600*----------------------------------------------------------------*
007610     MOVE WS-SETTLED-AMT         TO WS-REFUND-LEFT
007620     MOVE LOW-VALUES             TO FEEL-KEY
007630     MOVE PA-CARD-NUM            TO FEEL-CARD-NUM
007640     MOVE PA-MERCHANT-ID         TO FEEL-MERCHANT-ID
007650     START FEE-LEDGER KEY IS NOT LESS THAN FEEL-KEY
007660     IF WS-FEEL-STATUS NOT = '00'
007670        GO TO 4000-EXIT
007680     END-IF
007690     SET BROWSE-NOT-DONE         TO TRUE
007700     PERFORM 4100-REVERSE-NEXT-FEE THRU 4100-EXIT
007710         UNTIL BROWSE-DONE
007720            OR WS-REFUND-LEFT NOT > 0
007730     .
007740 4000-EXIT.
007750     EXIT.
007760*----------------------------------------------------------------*
007770 4100-REVERSE-NEXT-FEE.
007780*----------------------------------------------------------------*
007790     READ FEE-LEDGER NEXT RECORD
007800         AT END
007810             SET BROWSE-DONE     TO TRUE
007820             GO TO 4100-EXIT
007830     END-READ
007840     IF WS-FEEL-STATUS NOT = '00'
007850        OR FEEL-CARD-NUM NOT = PA-CARD-NUM
007860        OR FEEL-MERCHANT-ID NOT = PA-MERCHANT-ID
007870        SET BROWSE-DONE          TO TRUE
007880        GO TO 4100-EXIT
007890     END-IF
007900     IF FEEL-FEE-TYPE NOT = 'FX'
007910        OR NOT FEEL-ASSESSED
007920        OR FEEL-BASE-AMT NOT > 0
007930        GO TO 4100-EXIT
007940     END-IF
007950     COMPUTE WS-FEE-LEFT = FEEL-FEE-AMT - FEEL-REVERSED-AMT
007960     IF WS-FEE-LEFT NOT > 0
007970        GO TO 4100-EXIT
007980     END-IF
007990     IF WS-REFUND-LEFT < FEEL-BASE-AMT
008000        COMPUTE WS-REV-AMT ROUNDED =
008010                FEEL-FEE-AMT * WS-REFUND-LEFT / FEEL-BASE-AMT
008020        MOVE WS-REFUND-LEFT      TO WS-FEE-BASE
008030     ELSE
008040        MOVE WS-FEE-LEFT         TO WS-REV-AMT
008050        MOVE FEEL-BASE-AMT       TO WS-FEE-BASE
008060     END-IF
008070     IF WS-REV-AMT > WS-FEE-LEFT
008080        MOVE WS-FEE-LEFT         TO WS-REV-AMT
008090     END-IF
008100     SUBTRACT WS-FEE-BASE        FROM WS-REFUND-LEFT
008110     IF WS-REV-AMT NOT > 0
008120        GO TO 4100-EXIT
008130     END-IF
008140     ADD WS-REV-AMT              TO FEEL-REVERSED-AMT
008150     MOVE WS-BUS-CCYYMMDD        TO FEEL-LAST-REV-DATE
008160     REWRITE FEE-LEDGER-RECORD
008170     IF WS-FEEL-STATUS NOT = '00'
008180        ADD 1 TO WS-RPT-LEDGER-ERRORS
008190        DISPLAY 'ERROR REWRITING FEELEDGR:' WS-FEEL-STATUS
008200                ' TRAN ' FEEL-TRANSACTION-ID
008210        GO TO 4100-EXIT
008220     END-IF
008230*
008240     MOVE 'FX'                   TO WS-FEE-TYPE
008250     MOVE 1                      TO WS-FT-IDX
008260     MOVE WS-REV-AMT             TO WS-FEE-AMT
008270     ADD 1          TO WS-FT-REVERSED-CNT(WS-FT-IDX)
008280     ADD WS-REV-AMT TO WS-FT-REVERSED-AMT(WS-FT-IDX)
008290     SET FEEP-REVERSE            TO TRUE
008300     PERFORM 5000-WRITE-POSTING  THRU 5000-EXIT
008310     SUBTRACT WS-REV-AMT         FROM WS-TOT-POST-NET
008320     MOVE SPACES                 TO WS-WAIVE-REASON
008330     MOVE 'REVERSED'             TO WS-PRINT-LINE
008340     PERFORM 3900-PRINT-FEE-LINE THRU 3900-EXIT
008350     .
008360 4100-EXIT.
008370     EXIT.
008380*----------------------------------------------------------------*
008390*    ONE LINE TO CORE. THE RECORD TYPE IS SET BY THE CALLER; A   *
008400*    REVERSAL CARRIES THE ORIGINAL PURCHASE'S TRANSACTION ID.    *
008410*----------------------------------------------------------------*
008420 5000-WRITE-POSTING.
008430*----------------------------------------------------------------*
008440     MOVE FEEP-REC-TYPE          TO WS-POST-REC-TYPE
008450     MOVE SPACES                 TO FEE-POSTING-RECORD
008460     MOVE WS-POST-REC-TYPE       TO FEEP-REC-TYPE
008470     MOVE FEEL-ACCT-ID           TO FEEP-ACCT-ID
008480     MOVE FEEL-CARD-NUM          TO FEEP-CARD-NUM
008490     MOVE WS-FEE-TYPE            TO FEEP-FEE-TYPE
008500     MOVE FEEL-TRANSACTION-ID    TO FEEP-TRANSACTION-ID
008510     MOVE FEEL-MERCHANT-ID       TO FEEP-MERCHANT-ID
008520     MOVE WS-FEE-AMT             TO FEEP-FEE-AMT
008530     MOVE WS-FEE-BASE            TO FEEP-BASE-AMT
008540     MOVE FEEL-CURRENCY-CODE     TO FEEP-CURRENCY-CODE
008550     MOVE WS-BUS-CCYYMMDD        TO FEEP-POST-DATE
008560     MOVE FEEL-INST-ID           TO FEEP-INST-ID
008570     WRITE FEE-POSTING-RECORD
008580     IF WS-POST-STATUS NOT = '00'
008590        DISPLAY 'ERROR WRITING FEEPOST:' WS-POST-STATUS
008600        GO TO 5000-EXIT
008610     END-IF
008620     ADD 1                       TO WS-RPT-POST-LINES
008630     .
008640 5000-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------*
008670 7000-WRITE-TRAILER.
008680*----------------------------------------------------------------*
008690     MOVE SPACES                 TO FEE-POSTING-RECORD
008700     SET FEEP-TRAILER            TO TRUE
008710     MOVE WS-RPT-POST-LINES      TO FEEPT-LINE-COUNT
008720     MOVE WS-TOT-POST-NET        TO FEEPT-NET-AMT
008730     MOVE WS-BUS-CCYYMMDD        TO FEEPT-POST-DATE
008740     WRITE FEE-POSTING-RECORD
008750     .
008760 7000-EXIT.
008770     EXIT.
008780*----------------------------------------------------------------*
008790 8000-PRINT-SUMMARY.
008800*----------------------------------------------------------------*
008810     MOVE SPACES TO WS-PRINT-LINE
008820     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
008830     MOVE WS-RPT-CDC-READ TO WS-CNT-DIS
008840     MOVE SPACES TO WS-PRINT-LINE
008850     STRING 'CHANGE-CAPTURE RECORDS READ ........: ' WS-CNT-DIS
008860            DELIMITED BY SIZE INTO WS-PRINT-LINE
008870     END-STRING
008880     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
008890     MOVE WS-RPT-SETTLED TO WS-CNT-DIS
008900     MOVE SPACES TO WS-PRINT-LINE
008910     STRING 'SETTLED PURCHASES AND CASH .........: ' WS-CNT-DIS
008920            DELIMITED BY SIZE INTO WS-PRINT-LINE
008930     END-STRING
008940     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
008950     MOVE WS-RPT-NO-FEE TO WS-CNT-DIS
008960     MOVE SPACES TO WS-PRINT-LINE
008970     STRING '  NO FEE DUE .......................: ' WS-CNT-DIS
008980            DELIMITED BY SIZE INTO WS-PRINT-LINE
008990     END-STRING
009000     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009010     MOVE WS-RPT-REFUNDS TO WS-CNT-DIS
009020     MOVE SPACES TO WS-PRINT-LINE
009030     STRING 'SETTLED REFUNDS ....................: ' WS-CNT-DIS
009040            DELIMITED BY SIZE INTO WS-PRINT-LINE
009050     END-STRING
009060     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009070     MOVE WS-RPT-ALREADY-DONE TO WS-CNT-DIS
009080     MOVE SPACES TO WS-PRINT-LINE
009090     STRING 'FEES ALREADY ON LEDGER (SKIPPED) ...: ' WS-CNT-DIS
009100            DELIMITED BY SIZE INTO WS-PRINT-LINE
009110     END-STRING
009120     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009130*
009140     MOVE 'ASSESSED'             TO WS-WAIVE-REASON
009150     PERFORM 8100-PRINT-FEE-TYPE THRU 8100-EXIT
009160         VARYING WS-FT-IDX FROM 1 BY 1 UNTIL WS-FT-IDX > 3
009170     MOVE 'WAIVED'               TO WS-WAIVE-REASON
009180     PERFORM 8100-PRINT-FEE-TYPE THRU 8100-EXIT
009190         VARYING WS-FT-IDX FROM 1 BY 1 UNTIL WS-FT-IDX > 3
009200     MOVE 'REVERSED'             TO WS-WAIVE-REASON
009210     PERFORM 8100-PRINT-FEE-TYPE THRU 8100-EXIT
009220         VARYING WS-FT-IDX FROM 1 BY 1 UNTIL WS-FT-IDX > 3
009230*
009240     MOVE SPACES TO WS-PRINT-LINE
009250     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009260     MOVE WS-RPT-POST-LINES TO WS-CNT-DIS
009270     MOVE WS-TOT-POST-NET   TO WS-AMT-DIS
009280     MOVE SPACES TO WS-PRINT-LINE
009290     STRING 'FEEPOST LINES / NET TO CORE ........: ' WS-CNT-DIS
009300            ' ' WS-AMT-DIS
009310            DELIMITED BY SIZE INTO WS-PRINT-LINE
009320     END-STRING
009330     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009340     MOVE WS-CP-UNRESOLVED-CNT TO WS-CNT-DIS
009350     MOVE SPACES TO WS-PRINT-LINE
009360     STRING 'CARD TYPE UNRESOLVED (** ROW USED) .: ' WS-CNT-DIS
009370            DELIMITED BY SIZE INTO WS-PRINT-LINE
009380     END-STRING
009390     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009400     IF WS-RPT-LEDGER-ERRORS > 0
009410        MOVE WS-RPT-LEDGER-ERRORS TO WS-CNT-DIS
009420        MOVE SPACES TO WS-PRINT-LINE
009430        STRING '  *** FEE LEDGER ERRORS ............: ' WS-CNT-DIS
009440               DELIMITED BY SIZE INTO WS-PRINT-LINE
009450        END-STRING
009460        WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009470     END-IF
009480     .
009490 8000-EXIT.
009500     EXIT.
009510*----------------------------------------------------------------*
009520*    ONE TOTAL LINE PER FEE TYPE FOR THE SECTION NAMED IN        *
009530*    WS-WAIVE-REASON (ASSESSED, WAIVED OR REVERSED).             *
009540*----------------------------------------------------------------*
009550 8100-PRINT-FEE-TYPE.
009560*----------------------------------------------------------------*
009570     EVALUATE WS-WAIVE-REASON
009580         WHEN 'ASSESSED'
009590             MOVE WS-FT-ASSESSED-CNT(WS-FT-IDX) TO WS-CNT-DIS
009600             MOVE WS-FT-ASSESSED-AMT(WS-FT-IDX) TO WS-AMT-DIS
009610         WHEN 'WAIVED'
009620             MOVE WS-FT-WAIVED-CNT(WS-FT-IDX)   TO WS-CNT-DIS
009630             MOVE WS-FT-WAIVED-AMT(WS-FT-IDX)   TO WS-AMT-DIS
009640         WHEN OTHER
009650             MOVE WS-FT-REVERSED-CNT(WS-FT-IDX) TO WS-CNT-DIS
009660             MOVE WS-FT-REVERSED-AMT(WS-FT-IDX) TO WS-AMT-DIS
009670     END-EVALUATE
009680     MOVE SPACES TO WS-PRINT-LINE
009690     STRING WS-WAIVE-REASON ' ' WS-FT-NAME(WS-FT-IDX)
009700            ' .....: ' WS-CNT-DIS ' ' WS-AMT-DIS
009710            DELIMITED BY SIZE INTO WS-PRINT-LINE
009720     END-STRING
009730     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009740     .
009750 8100-EXIT.
009760     EXIT.
009770*----------------------------------------------------------------*
009780 9000-FILE-CLOSE.
009790*----------------------------------------------------------------*
009800     IF CDC-FILE-AVAILABLE
009810        CLOSE CDC-FILE
009820     END-IF
009830     IF TRACE-FILE-AVAILABLE
009840        CLOSE TRACE-FILE
009850     END-IF
009860     CLOSE FEE-LEDGER
009870     CLOSE POSTING-FILE
009880     IF RUN-CONTROL-AVAILABLE
009890        CLOSE RUN-CONTROL
009900     END-IF
009910     CLOSE CONTROL-REPORT
009920     .
009930 9000-EXIT.
009940     EXIT.
009950*----------------------------------------------------------------*
009960*    CARD PRODUCT LOAD AND LOOKUP                                *
009970*----------------------------------------------------------------*
009980 COPY CSBINPRP.
009990*----------------------------------------------------------------*
010000 9999-ABEND.
010010*----------------------------------------------------------------*
010020     DISPLAY 'CBFEEASM ABENDING DUE TO FILE OPEN ERROR'
010030     MOVE 16 TO RETURN-CODE
010040     GOBACK
010050     .
010060 9999-EXIT.
010070     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBRWDACR.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-02-27.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBRWDACR - NIGHTLY REWARDS POINTS ACCRUAL                   *
000090*    RUNS AFTER CBSETMTC AND THE SWEEP, BESIDE CBFEEASM. EVERY   *
000100*    HOLD THEY MATCHED TO A POSTING COMES THROUGH THE DAY'S      *
000110*    CHANGE-CAPTURE DELETES (CDCIN, SOURCE CBSETMTC) WITH THE    *
000120*    AUTH DETAIL AS ITS BEFORE IMAGE, SO POINTS SHOW THE NIGHT   *
000130*    THE PURCHASE SETTLES INSTEAD OF AT STATEMENT CYCLE:         *
000140*      - A SETTLED PURCHASE EARNS POINTS BY THE REWDRULE ROW FOR *
000150*        ITS MCC REWARD GROUP (MCCREF) AND CARD PRODUCT TYPE     *
000160*        (BINPROD). CASH, QUASI-CASH AND CONFIRMED FRAUD EARN    *
000170*        NOTHING.                                                *
000180*      - A SETTLED REFUND (PROCESSING CODE '20') TAKES BACK, PRO *
000190*        RATA, THE POINTS THE CARD'S PURCHASES AT THE SAME       *
000200*        MERCHANT EARNED - NEWEST FIRST, UNTIL THE REFUND IS     *
000210*        USED UP (THE REFUND CARRIES NO LINK TO ITS PURCHASE).   *
000220*      - A CHARGEBACK THE NETWORK ACCEPTED TODAY (CHBTRACK, SET  *
000230*        BY CBCHBIN) REVERSES THE DISPUTED PURCHASE: ITS POINTS  *
000240*        COME BACK IN PROPORTION TO THE AMOUNT CHARGED BACK.     *
000250*    EVERY MOVEMENT IS A REWDLEDG LEDGER ROW AND MOVES THE       *
000260*    ACCOUNT'S BALANCE ROW. A RERUN OF THE SAME BUSINESS DATE    *
000270*    FINDS ITS ROWS ALREADY WRITTEN AND MOVES NOTHING TWICE.     *
000280*    THE CONTROL REPORT (RWDCTLRP) TOTALS BY MCC REWARD GROUP    *
000290*    AND LISTS EACH REVERSAL.                                    *
000300*----------------------------------------------------------------*
000310*                MODIFICATION HISTORY                            *
000320* DATE       INIT DESCRIPTION                                    *
000330* 2028-02-27  ABF INITIAL VERSION                                *
000340*----------------------------------------------------------------*
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SOURCE-COMPUTER. IBM-ZOS.
000380 OBJECT-COMPUTER. IBM-ZOS.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT RULE-FILE      ASSIGN TO REWDRULE
000420         ORGANIZATION IS SEQUENTIAL
000430         ACCESS MODE  IS SEQUENTIAL
000440         FILE STATUS  IS WS-RULE-STATUS.
000450*
000460     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE  IS RANDOM
000490         RECORD KEY   IS PCAL-KEY
000500         FILE STATUS  IS WS-PCAL-STATUS.
000510*
000520     SELECT CARD-PRODUCT-FILE ASSIGN TO BINPROD
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE  IS SEQUENTIAL
000550         RECORD KEY   IS BINP-BIN-HIGH
000560         FILE STATUS  IS WS-CP-STATUS.
000570*
000580     SELECT MCC-REFERENCE-FILE ASSIGN TO MCCREF
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE  IS SEQUENTIAL
000610         RECORD KEY   IS MCCR-MCC
000620         FILE STATUS  IS WS-MCR-STATUS.
000630*
000640     SELECT CDC-FILE       ASSIGN TO CDCIN
000650         ORGANIZATION IS SEQUENTIAL
000660         ACCESS MODE  IS SEQUENTIAL
000670         FILE STATUS  IS WS-CDC-STATUS.
000680*
000690     SELECT TRACK-FILE     ASSIGN TO CHBTRACK
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE  IS SEQUENTIAL
000720         RECORD KEY   IS CBT-CASE-ID
000730         FILE STATUS  IS WS-TRK-STATUS.
000740*
000750     SELECT REWARD-LEDGER  ASSIGN TO REWDLEDG
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE  IS DYNAMIC
000780         RECORD KEY   IS RWL-KEY
000790         FILE STATUS  IS WS-RWL-STATUS.
000800*
000810     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE  IS RANDOM
000840         RECORD KEY   IS RUNC-JOB-NAME
000850         FILE STATUS  IS WS-RUNC-STATUS.
000860*
000870     SELECT CONTROL-REPORT ASSIGN TO RWDCTLRP
000880         ORGANIZATION IS SEQUENTIAL
000890         ACCESS MODE  IS SEQUENTIAL
000900         FILE STATUS  IS WS-RPT-STATUS.
000910*----------------------------------------------------------------*
000920 DATA DIVISION.
000930*----------------------------------------------------------------*
000940 FILE SECTION.
000950 FD  RULE-FILE
000960     RECORDING MODE IS F.
000970 COPY CVRWDRLY.
000980*
000990 FD  PROC-CALENDAR
001000     RECORDING MODE IS F.
001010 COPY CVPRCALY.
001020*
001030 FD  CARD-PRODUCT-FILE
001040     RECORDING MODE IS F.
001050 COPY CVBINPRY.
001060*
001070 FD  MCC-REFERENCE-FILE
001080     RECORDING MODE IS F.
001090 COPY CVMCCRFY.
001100*
001110 FD  CDC-FILE
001120     RECORDING MODE IS F.
001130 COPY CVCDCFDY.
001140*
001150 FD  TRACK-FILE
001160     RECORDING MODE IS F.
001170 COPY CVCHBTKY.
001180*
001190 FD  REWARD-LEDGER
001200     RECORDING MODE IS F.
001210 COPY CVRWDLGY.
001220*
001230 FD  RUN-CONTROL
001240     RECORDING MODE IS F.
001250 COPY CVRUNCTY.
001260*
001270 FD  CONTROL-REPORT
001280     RECORDING MODE IS F.
001290 01  CONTROL-REPORT-LINE         PIC X(132).
001300*----------------------------------------------------------------*
001310 WORKING-STORAGE SECTION.
001320*----------------------------------------------------------------*
001330 01  WS-VARIABLES.
001340     05  WS-PGMNAME                 PIC X(08) VALUE 'CBRWDACR'.
001350     05  WS-SETTLE-PGM              PIC X(08) VALUE 'CBSETMTC'.
001360     05  CURRENT-DATE               PIC 9(06).
001370     05  WS-RUN-TIME                PIC 9(08).
001380     05  WS-BUS-CCYYMMDD            PIC X(08).
001390     05  WS-BUS-CCYYMMDD-N REDEFINES WS-BUS-CCYYMMDD
001400                                    PIC 9(08).
001410*    THE LEDGER KEY'S INVERTED DATE FOR TODAY'S ROWS.
001420     05  WS-BUS-REV-DATE            PIC 9(08).
001430     05  WS-SQLCODE                 PIC -(9)9.
001440*
001450 01  WS-FILE-STATUSES.
001460     05  WS-RULE-STATUS             PIC X(02).
001470         88  RULE-EOF                       VALUE '10'.
001480     05  WS-PCAL-STATUS             PIC X(02).
001490     05  WS-CDC-STATUS              PIC X(02).
001500         88  CDC-EOF                        VALUE '10'.
001510     05  WS-TRK-STATUS              PIC X(02).
001520         88  TRK-EOF                        VALUE '10'.
001530     05  WS-RWL-STATUS              PIC X(02).
001540     05  WS-RUNC-STATUS             PIC X(02).
001550     05  WS-RPT-STATUS              PIC X(02).
001560 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001570     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001580 01  WS-CDC-AVAIL-SW                PIC X(01) VALUE 'N'.
001590     88  CDC-FILE-AVAILABLE                 VALUE 'Y'.
001600 01  WS-TRK-AVAIL-SW                PIC X(01) VALUE 'N'.
001610     88  TRACK-FILE-AVAILABLE               VALUE 'Y'.
001620*----------------------------------------------------------------*
001630*    EARN RULES HELD IN STORAGE (REWDRULE)                       *
001640*----------------------------------------------------------------*
001650 01  WS-RULE-CONTROL.
001660     05  WS-RUL-COUNT               PIC S9(4) COMP VALUE 0.
001670     05  WS-RUL-TABLE-MAX           PIC S9(4) COMP VALUE 200.
001680     05  WS-RUL-HIT                 PIC S9(4) COMP.
001690*    2 = GROUP MATCHED, 1 = CARD TYPE MATCHED; HIGHEST WINS.
001700     05  WS-RUL-SCORE               PIC S9(4) COMP.
001710     05  WS-RUL-BEST-SCORE          PIC S9(4) COMP.
001720 01  WS-RULE-TABLE.
001730     05  WS-RUL-ENTRY OCCURS 200 TIMES
001740                      INDEXED BY WS-RUL-IDX.
001750         10  WS-RUL-MCC-GROUP       PIC X(02).
001760         10  WS-RUL-CARD-TYPE       PIC X(02).
001770         10  WS-RUL-PER-UNIT        PIC 9(03)V99.
001780         10  WS-RUL-MAX-POINTS      PIC 9(07).
001790*----------------------------------------------------------------*
001800*    THE MOVEMENT BEING WORKED                                   *
001810*----------------------------------------------------------------*
001820 01  WS-POINTS-WORK.
001830     05  WS-SETTLED-AMT             PIC S9(09)V99 COMP-3.
001840     05  WS-EARN-GROUP              PIC X(02).
001850     05  WS-EARN-POINTS             PIC S9(09) COMP-3.
001860     05  WS-REV-MODE                PIC X(01).
001870         88  REV-FOR-REFUND                 VALUE 'R'.
001880         88  REV-FOR-CHARGEBACK             VALUE 'C'.
001890     05  WS-REV-ACCT-ID             PIC 9(11).
001900     05  WS-REV-CARD-NUM            PIC X(16).
001910     05  WS-REV-MERCHANT-ID         PIC X(15).
001920     05  WS-REV-TRAN-ID             PIC X(15).
001930     05  WS-REV-CASE-ID             PIC 9(09).
001940     05  WS-REV-CURRENCY            PIC X(03).
001950     05  WS-REV-BASE-AMT            PIC S9(09)V99 COMP-3.
001960     05  WS-REV-LEFT-AMT            PIC S9(09)V99 COMP-3.
001970     05  WS-REV-PART-AMT            PIC S9(09)V99 COMP-3.
001980     05  WS-REV-POINTS              PIC S9(09) COMP-3.
001990     05  WS-REV-TOTAL-POINTS        PIC S9(09) COMP-3.
002000     05  WS-PTS-LEFT                PIC S9(09) COMP-3.
002010*    MCC AND GROUP OF THE FIRST PURCHASE A REVERSAL REACHED, FOR
002020*    THE REVERSAL ROW AND THE GROUP TOTALS.
002030     05  WS-REV-MCC                 PIC X(04).
002040     05  WS-REV-MCC-GROUP           PIC X(02).
002050     05  WS-REV-CARD-TYPE           PIC X(02).
002060     05  WS-REV-ROW-KEY             PIC X(35).
002070     05  WS-BROWSE-SW               PIC X(01).
002080         88  BROWSE-DONE                    VALUE 'Y'.
002090         88  BROWSE-NOT-DONE                VALUE 'N'.
002100*    BALANCE ROW MOVEMENT - SIGNED POINTS FOR WS-BAL-ACCT-ID.
002110     05  WS-BAL-ACCT-ID             PIC 9(11).
002120     05  WS-BAL-POINTS              PIC S9(09) COMP-3.
002130*----------------------------------------------------------------*
002140*    TOTALS BY MCC REWARD GROUP, IN THE ORDER GROUPS ARE FIRST   *
002150*    SEEN ('  ' = CODES WITH NO GROUP ON MCCREF).                *
002160*----------------------------------------------------------------*
002170 01  WS-GROUP-TOTALS.
002180     05  WS-GRP-COUNT               PIC S9(4) COMP VALUE 0.
002190     05  WS-GRP-TABLE-MAX           PIC S9(4) COMP VALUE 100.
002200     05  WS-GRP-SUB                 PIC S9(4) COMP.
002210     05  WS-GRP-LOOKUP              PIC X(02).
002220     05  WS-GRP-ENTRY OCCURS 100 TIMES.
002230         10  WS-GRP-CODE            PIC X(02).
002240         10  WS-GRP-EARNED-CNT      PIC S9(9) COMP-3.
002250         10  WS-GRP-EARNED-PTS      PIC S9(11) COMP-3.
002260         10  WS-GRP-EARNED-AMT      PIC S9(11)V99 COMP-3.
002270         10  WS-GRP-REVERSED-CNT    PIC S9(9) COMP-3.
002280         10  WS-GRP-REVERSED-PTS    PIC S9(11) COMP-3.
002290*----------------------------------------------------------------*
002300 01  WS-REPORT-COUNTERS.
002310     05  WS-RPT-CDC-READ            PIC S9(9) COMP-3 VALUE 0.
002320     05  WS-RPT-SETTLED             PIC S9(9) COMP-3 VALUE 0.
002330     05  WS-RPT-EARNED              PIC S9(9) COMP-3 VALUE 0.
002340     05  WS-RPT-NOT-ELIGIBLE        PIC S9(9) COMP-3 VALUE 0.
002350     05  WS-RPT-NO-RULE             PIC S9(9) COMP-3 VALUE 0.
002360     05  WS-RPT-REFUNDS             PIC S9(9) COMP-3 VALUE 0.
002370     05  WS-RPT-REFUNDS-REVERSED    PIC S9(9) COMP-3 VALUE 0.
002380     05  WS-RPT-CHBK-READ           PIC S9(9) COMP-3 VALUE 0.
002390     05  WS-RPT-CHBK-ACCEPTED       PIC S9(9) COMP-3 VALUE 0.
002400     05  WS-RPT-CHBK-REVERSED       PIC S9(9) COMP-3 VALUE 0.
002410     05  WS-RPT-NOTHING-TO-REVERSE  PIC S9(9) COMP-3 VALUE 0.
002420     05  WS-RPT-ALREADY-DONE        PIC S9(9) COMP-3 VALUE 0.
002430     05  WS-RPT-LEDGER-ERRORS       PIC S9(9) COMP-3 VALUE 0.
002440     05  WS-RPT-SQL-ERRORS          PIC S9(9) COMP-3 VALUE 0.
002450     05  WS-RPT-ROWS-WRITTEN        PIC S9(9) COMP-3 VALUE 0.
002460     05  WS-RPT-NEW-BALANCES        PIC S9(9) COMP-3 VALUE 0.
002470 01  WS-POINT-TOTALS.
002480     05  WS-TOT-EARNED-PTS          PIC S9(11) COMP-3 VALUE 0.
002490     05  WS-TOT-REVERSED-PTS        PIC S9(11) COMP-3 VALUE 0.
002500*----------------------------------------------------------------*
002510 01  WS-PRINT-LINE                 PIC X(132).
002520 01  WS-DISPLAY-FIELDS.
002530     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002540     05  WS-CNT-DIS2                PIC ZZZ,ZZZ,ZZ9.
002550     05  WS-PTS-DIS                 PIC ZZZ,ZZZ,ZZZ,ZZ9-.
002560     05  WS-PTS-DIS2                PIC ZZZ,ZZZ,ZZZ,ZZ9-.
002570     05  WS-AMT-DIS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
002580*----------------------------------------------------------------*
002590*    THE SETTLED AUTH, DECODED FROM THE CDC BEFORE IMAGE         *
002600*----------------------------------------------------------------*
002610 01  PENDING-AUTH-DETAILS.
002620 COPY CIPAUDTY.
002630 COPY CSBINPRY.
002640 COPY CSMCCRFY.
002650*----------------------------------------------------------------*
002660*    DB2 HOST VARIABLES FOR THE CHARGEBACK CASE                  *
002670*----------------------------------------------------------------*
002680 01  PAUDISPT-HOST-VARS.
002690 COPY CVDISPTY.
002700     EXEC SQL
002710         INCLUDE SQLCA
002720     END-EXEC.
002730*----------------------------------------------------------------*
002740 PROCEDURE DIVISION.
002750*----------------------------------------------------------------*
002760 MAIN-PARA.
002770     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002780*
002790     PERFORM 2000-PROCESS-NEXT-CDC   THRU 2000-EXIT
002800         UNTIL CDC-EOF
002810*
002820     IF TRACK-FILE-AVAILABLE
002830        PERFORM 5000-PROCESS-NEXT-CHARGEBACK THRU 5000-EXIT
002840            UNTIL TRK-EOF
002850     END-IF
002860*
002870     PERFORM 8000-PRINT-SUMMARY      THRU 8000-EXIT
002880     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002890*
002900     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002910*
002920     IF WS-RPT-LEDGER-ERRORS > 0
002930        OR WS-RPT-SQL-ERRORS > 0
002940        MOVE 4 TO RETURN-CODE
002950     END-IF
002960     GOBACK.
002970*----------------------------------------------------------------*
002980 1000-INITIALIZE.
002990*----------------------------------------------------------------*
003000     ACCEPT CURRENT-DATE     FROM DATE
003010     MOVE '20'               TO WS-BUS-CCYYMMDD(1:2)
003020     MOVE CURRENT-DATE       TO WS-BUS-CCYYMMDD(3:6)
003030     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
003040     COMPUTE WS-BUS-REV-DATE = 99999999 - WS-BUS-CCYYMMDD-N
003050*
003060*    WITHOUT THE RULES EVERY PURCHASE WOULD SILENTLY EARN NOTHING.
003070     OPEN INPUT  RULE-FILE
003080     IF WS-RULE-STATUS = SPACES OR '00'
003090        PERFORM 1200-LOAD-NEXT-RULE THRU 1200-EXIT
003100            UNTIL RULE-EOF
003110               OR WS-RUL-COUNT >= WS-RUL-TABLE-MAX
003120        CLOSE RULE-FILE
003130     ELSE
003140        DISPLAY 'ERROR IN OPENING REWDRULE:' WS-RULE-STATUS
003150        PERFORM 9999-ABEND THRU 9999-EXIT
003160     END-IF
003170     PERFORM 1600-LOAD-CARD-PRODUCTS THRU 1600-EXIT
003180     PERFORM 1700-LOAD-MCC-REFERENCE THRU 1700-EXIT
003190*
003200     OPEN INPUT  CDC-FILE
003210     IF WS-CDC-STATUS = SPACES OR '00'
003220        SET CDC-FILE-AVAILABLE TO TRUE
003230     ELSE
003240        DISPLAY 'CDCIN NOT AVAILABLE - NO SETTLED AUTHS TO ACCRUE'
003250        SET CDC-EOF TO TRUE
003260     END-IF
003270     OPEN INPUT  TRACK-FILE
003280     IF WS-TRK-STATUS = SPACES OR '00'
003290        SET TRACK-FILE-AVAILABLE TO TRUE
003300     ELSE
003310        DISPLAY 'CHBTRACK NOT AVAILABLE - NO CHARGEBACK REVERSALS'
003320     END-IF
003330     OPEN I-O    REWARD-LEDGER
003340     IF WS-RWL-STATUS = SPACES OR '00'
003350        CONTINUE
003360     ELSE
003370        DISPLAY 'ERROR IN OPENING REWDLEDG:' WS-RWL-STATUS
003380        PERFORM 9999-ABEND THRU 9999-EXIT
003390     END-IF
003400     OPEN OUTPUT CONTROL-REPORT
003410*
003420     OPEN I-O RUN-CONTROL
003430     IF WS-RUNC-STATUS = SPACES OR '00'
003440        SET RUN-CONTROL-AVAILABLE TO TRUE
003450        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
003460     ELSE
003470        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
003480     END-IF
003490*
003500     MOVE SPACES TO WS-PRINT-LINE
003510     STRING 'CBRWDACR REWARDS POINTS ACCRUAL - BUSINESS DATE '
003520            WS-BUS-CCYYMMDD
003530            DELIMITED BY SIZE INTO WS-PRINT-LINE
003540     END-STRING
003550     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
003560*
003570     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
003580     DISPLAY '*-------------------------------------*'
003590     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
003600     DISPLAY 'EARN RULE ROWS         :' WS-RUL-COUNT
003610     .
003620 1000-EXIT.
003630     EXIT.
003640*----------------------------------------------------------------*
003650 1200-LOAD-NEXT-RULE.
003660*----------------------------------------------------------------*
003670     READ RULE-FILE
003680         AT END GO TO 1200-EXIT
003690     END-READ
003700     IF RWR-MCC-GROUP = SPACES
003710        OR RWR-CARD-TYPE = SPACES
003720        OR RWR-POINTS-PER-UNIT IS NOT NUMERIC
003730        DISPLAY 'REWDRULE ROW IGNORED - ' RWR-MCC-GROUP '/'
003740                RWR-CARD-TYPE
003750        GO TO 1200-EXIT
003760     END-IF
003770     ADD 1 TO WS-RUL-COUNT
003780     SET WS-RUL-IDX                TO WS-RUL-COUNT
003790     MOVE RWR-MCC-GROUP            TO WS-RUL-MCC-GROUP(WS-RUL-IDX)
003800     MOVE RWR-CARD-TYPE            TO WS-RUL-CARD-TYPE(WS-RUL-IDX)
003810     MOVE RWR-POINTS-PER-UNIT      TO WS-RUL-PER-UNIT(WS-RUL-IDX)
003820     MOVE 0                   TO WS-RUL-MAX-POINTS(WS-RUL-IDX)
003830     IF RWR-MAX-POINTS IS NUMERIC
003840        MOVE RWR-MAX-POINTS   TO WS-RUL-MAX-POINTS(WS-RUL-IDX)
003850     END-IF
003860     .
003870 1200-EXIT.
003880     EXIT.
003890*----------------------------------------------------------------*
003900*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
003910*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE.            *
003920*----------------------------------------------------------------*
003930 1250-READ-BUSINESS-DATE.
003940*----------------------------------------------------------------*
003950     OPEN INPUT PROC-CALENDAR
003960     IF WS-PCAL-STATUS = SPACES OR '00'
003970        MOVE 'C'             TO PCAL-REC-TYPE
003980        MOVE '00000000'      TO PCAL-KEY-DATE
003990        READ PROC-CALENDAR
004000        IF WS-PCAL-STATUS = '00'
004010           MOVE PCAL-BUSINESS-DATE      TO WS-BUS-CCYYMMDD
004020           DISPLAY 'BUSINESS DATE FROM PROCCAL: '
004030                   PCAL-BUSINESS-DATE
004040        END-IF
004050        CLOSE PROC-CALENDAR
004060     ELSE
004070        DISPLAY 'PROCCAL NOT AVAILABLE - USING SYSTEM DATE'
004080     END-IF
004090     .
004100 1250-EXIT.
004110     EXIT.
004120*----------------------------------------------------------------*
004130*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START; THE RESULT    *
004140*    IS STAMPED AT END.                                          *
004150*----------------------------------------------------------------*
004160 1300-MARK-RUN-START.
004170*----------------------------------------------------------------*
004180     ACCEPT WS-RUN-TIME      FROM TIME
004190     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
004200     READ RUN-CONTROL
004210     IF WS-RUNC-STATUS NOT = '00'
004220        MOVE SPACES          TO RUN-CONTROL-RECORD
004230        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004240     END-IF
004250     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
004260     MOVE WS-RUN-TIME        TO RUNC-START-TIME
004270     MOVE SPACES             TO RUNC-END-TIME
004280     SET  RUNC-RUNNING       TO TRUE
004290     MOVE ZEROES             TO RUNC-RECORD-COUNT
004300     IF WS-RUNC-STATUS = '00'
004310        REWRITE RUN-CONTROL-RECORD
004320     ELSE
004330        WRITE RUN-CONTROL-RECORD
004340     END-IF
004350     .
004360 1300-EXIT.
004370     EXIT.
004380*----------------------------------------------------------------*
004390*    COMPLETE UNLESS A MOVEMENT COULD NOT BE RECORDED; THE       *
004400*    RECORD COUNT IS THE LEDGER ROWS WRITTEN.                    *
004410*----------------------------------------------------------------*
004420 1400-MARK-RUN-END.
004430*----------------------------------------------------------------*
004440     IF RUN-CONTROL-AVAILABLE
004450        ACCEPT WS-RUN-TIME   FROM TIME
004460        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004470        READ RUN-CONTROL
004480        MOVE WS-RUN-TIME     TO RUNC-END-TIME
004490        IF WS-RPT-LEDGER-ERRORS = 0
004500           AND WS-RPT-SQL-ERRORS = 0
004510           SET  RUNC-COMPLETE TO TRUE
004520        ELSE
004530           SET  RUNC-FAILED   TO TRUE
004540        END-IF
004550        MOVE WS-RPT-ROWS-WRITTEN TO RUNC-RECORD-COUNT
004560        REWRITE RUN-CONTROL-RECORD
004570        IF WS-RUNC-STATUS NOT = '00'
004580           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
004590        END-IF
004600     END-IF
004610     .
004620 1400-EXIT.
004630     EXIT.
004640*----------------------------------------------------------------*
004650*    ONLY A HOLD RELEASED BY SETTLEMENT (CBSETMTC, OR THE SWEEP  *
004660*    WHICH STAMPS THE SAME NAME) IS A POSTED TRANSACTION - THE   *
004670*    PURGE'S EXPIRIES AND THE INTAKE'S VOIDS NEVER POSTED AND    *
004680*    NEVER EARNED.                                               *
004690*----------------------------------------------------------------*
004700 2000-PROCESS-NEXT-CDC.
004710*----------------------------------------------------------------*
004720     READ CDC-FILE
004730         AT END GO TO 2000-EXIT
004740     END-READ
004750     ADD 1 TO WS-RPT-CDC-READ
004760     IF NOT CDC-IS-DELETE
004770        OR CDC-SOURCE-PGM NOT = WS-SETTLE-PGM
004780        GO TO 2000-EXIT
004790     END-IF
004800     MOVE CDC-BEFORE-IMAGE       TO PENDING-AUTH-DETAILS
004810     IF PA-SETTLED-TO-DATE-AMT IS NUMERIC
004820        AND PA-SETTLED-TO-DATE-AMT > 0
004830        MOVE PA-SETTLED-TO-DATE-AMT TO WS-SETTLED-AMT
004840     ELSE
004850        MOVE PA-APPROVED-AMT     TO WS-SETTLED-AMT
004860     END-IF
004870     IF WS-SETTLED-AMT NOT > 0
004880        GO TO 2000-EXIT
004890     END-IF
004900*
004910     IF PA-PROCESSING-CODE(1:2) = '20'
004920        ADD 1 TO WS-RPT-REFUNDS
004930        SET REV-FOR-REFUND       TO TRUE
004940        MOVE PA-ACCT-ID          TO WS-REV-ACCT-ID
004950        MOVE PA-CARD-NUM         TO WS-REV-CARD-NUM
004960        MOVE PA-MERCHANT-ID      TO WS-REV-MERCHANT-ID
004970        MOVE PA-TRANSACTION-ID   TO WS-REV-TRAN-ID
004980        MOVE 0                   TO WS-REV-CASE-ID
004990        MOVE PA-CURRENCY-CODE    TO WS-REV-CURRENCY
005000        MOVE WS-SETTLED-AMT      TO WS-REV-BASE-AMT
005010        PERFORM 4000-REVERSE-POINTS THRU 4000-EXIT
005020        GO TO 2000-EXIT
005030     END-IF
005040*
005050     ADD 1 TO WS-RPT-SETTLED
005060     PERFORM 3000-EARN-POINTS    THRU 3000-EXIT
005070     .
005080 2000-EXIT.
005090     EXIT.
005100*----------------------------------------------------------------*
005110*    POINTS ON ONE SETTLED PURCHASE. THE LEDGER ROW IS WRITTEN   *
005120*    FIRST - IF IT IS ALREADY THERE THE PURCHASE EARNED ON AN    *
005130*    EARLIER RUN AND THE BALANCE IS LEFT ALONE.                  *
005140*----------------------------------------------------------------*
005150 3000-EARN-POINTS.
005160*----------------------------------------------------------------*
005170     MOVE PA-MERCHANT-CATAGORY-CODE TO WS-MCR-LOOKUP-MCC
005180     PERFORM 1720-FIND-MCC-REFERENCE THRU 1720-EXIT
005190*    CASH, CASH-LIKE SPEND AND A CONFIRMED FRAUD EARN NOTHING.
005200     IF PA-PROCESSING-CODE(1:2) = '01'
005210        OR WS-MCR-FLAGS(1:1) = 'Y'
005220        OR PA-FRAUD-CONFIRMED
005230        ADD 1 TO WS-RPT-NOT-ELIGIBLE
005240        GO TO 3000-EXIT
005250     END-IF
005260     MOVE WS-MCR-REWARD-GROUP    TO WS-EARN-GROUP
005270     PERFORM 1630-RESOLVE-CARD-TYPE THRU 1630-EXIT
005280     PERFORM 3100-FIND-RULE      THRU 3100-EXIT
005290     IF WS-RUL-HIT = 0
005300        ADD 1 TO WS-RPT-NO-RULE
005310        GO TO 3000-EXIT
005320     END-IF
005330     SET WS-RUL-IDX              TO WS-RUL-HIT
005340     COMPUTE WS-EARN-POINTS =
005350             WS-SETTLED-AMT * WS-RUL-PER-UNIT(WS-RUL-IDX)
005360     IF WS-RUL-MAX-POINTS(WS-RUL-IDX) > 0
005370        AND WS-EARN-POINTS > WS-RUL-MAX-POINTS(WS-RUL-IDX)
005380        MOVE WS-RUL-MAX-POINTS(WS-RUL-IDX) TO WS-EARN-POINTS
005390     END-IF
005400     IF WS-EARN-POINTS NOT > 0
005410        ADD 1 TO WS-RPT-NO-RULE
005420        GO TO 3000-EXIT
005430     END-IF
005440*
005450     MOVE SPACES                 TO REWARD-LEDGER-RECORD
005460     MOVE PA-ACCT-ID             TO RWL-ACCT-ID
005470     MOVE WS-BUS-REV-DATE        TO RWL-REV-DATE
005480     MOVE PA-TRANSACTION-ID      TO RWL-TRANSACTION-ID
005490     SET RWL-EARNED              TO TRUE
005500     MOVE WS-BUS-CCYYMMDD        TO RWL-ENTRY-DATE
005510     MOVE PA-CARD-NUM            TO RWL-CARD-NUM
005520     MOVE PA-MERCHANT-ID         TO RWL-MERCHANT-ID
005530     MOVE PA-MERCHANT-CATAGORY-CODE TO RWL-MCC
005540     MOVE WS-EARN-GROUP          TO RWL-MCC-GROUP
005550     MOVE WS-CP-CARD-TYPE        TO RWL-CARD-TYPE
005560     MOVE WS-SETTLED-AMT         TO RWL-BASE-AMT
005570     MOVE PA-CURRENCY-CODE       TO RWL-CURRENCY-CODE
005580     MOVE WS-EARN-POINTS         TO RWL-POINTS
005590     MOVE 0                      TO RWL-REVERSED-POINTS
005600     MOVE 0                      TO RWL-CASE-ID
005610     WRITE REWARD-LEDGER-RECORD
005620     EVALUATE WS-RWL-STATUS
005630         WHEN '00'
005640             CONTINUE
005650         WHEN '22'
005660             ADD 1 TO WS-RPT-ALREADY-DONE
005670             GO TO 3000-EXIT
005680         WHEN OTHER
005690             ADD 1 TO WS-RPT-LEDGER-ERRORS
005700             DISPLAY 'ERROR WRITING REWDLEDG:' WS-RWL-STATUS
005710                     ' TRAN ' PA-TRANSACTION-ID
005720             GO TO 3000-EXIT
005730     END-EVALUATE
005740     ADD 1                       TO WS-RPT-ROWS-WRITTEN
005750     ADD 1                       TO WS-RPT-EARNED
005760     ADD WS-EARN-POINTS          TO WS-TOT-EARNED-PTS
005770     MOVE WS-EARN-GROUP          TO WS-GRP-LOOKUP
005780     PERFORM 3300-FIND-GROUP-ROW THRU 3300-EXIT
005790     IF WS-GRP-SUB > 0
005800        ADD 1              TO WS-GRP-EARNED-CNT(WS-GRP-SUB)
005810        ADD WS-EARN-POINTS TO WS-GRP-EARNED-PTS(WS-GRP-SUB)
005820        ADD WS-SETTLED-AMT TO WS-GRP-EARNED-AMT(WS-GRP-SUB)
005830     END-IF
005840*
005850     MOVE PA-ACCT-ID             TO WS-BAL-ACCT-ID
005860     MOVE WS-EARN-POINTS         TO WS-BAL-POINTS
005870     PERFORM 6000-MOVE-BALANCE   THRU 6000-EXIT
005880     .
005890 3000-EXIT.
005900     EXIT.
005910*----------------------------------------------------------------*
005920*    THE MOST SPECIFIC RULE FOR THE GROUP AND CARD TYPE - AN     *
005930*    EXACT GROUP OUTRANKS AN EXACT CARD TYPE, AND '**' MATCHES   *
005940*    ANYTHING. NO MATCHING ROW LEAVES WS-RUL-HIT ZERO.           *
005950*----------------------------------------------------------------*
005960 3100-FIND-RULE.
005970*----------------------------------------------------------------*
005980     MOVE 0                      TO WS-RUL-HIT
005990     MOVE -1                     TO WS-RUL-BEST-SCORE
006000     PERFORM 3110-TRY-RULE-ROW   THRU 3110-EXIT
006010         VARYING WS-RUL-IDX FROM 1 BY 1
006020           UNTIL WS-RUL-IDX > WS-RUL-COUNT
006030     .
006040 3100-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------*
006070 3110-TRY-RULE-ROW.
006080*----------------------------------------------------------------*
006090     MOVE 0                      TO WS-RUL-SCORE
006100     EVALUATE TRUE
006110         WHEN WS-RUL-MCC-GROUP(WS-RUL-IDX) = '**'
006120             CONTINUE
006130         WHEN WS-EARN-GROUP NOT = SPACES
006140          AND WS-RUL-MCC-GROUP(WS-RUL-IDX) = WS-EARN-GROUP
006150             ADD 2               TO WS-RUL-SCORE
006160         WHEN OTHER
006170             GO TO 3110-EXIT
006180     END-EVALUATE
006190     EVALUATE TRUE
006200         WHEN WS-RUL-CARD-TYPE(WS-RUL-IDX) = '**'
006210             CONTINUE
006220         WHEN WS-RUL-CARD-TYPE(WS-RUL-IDX) = WS-CP-CARD-TYPE
006230             ADD 1               TO WS-RUL-SCORE
006240         WHEN OTHER
006250             GO TO 3110-EXIT
006260     END-EVALUATE
006270     IF WS-RUL-SCORE > WS-RUL-BEST-SCORE
006280        MOVE WS-RUL-SCORE        TO WS-RUL-BEST-SCORE
006290        SET WS-RUL-HIT           TO WS-RUL-IDX
006300     END-IF
006310     .
006320 3110-EXIT.
006330     EXIT.
006340*----------------------------------------------------------------*
006350*    THE TOTALS ROW FOR WS-GRP-LOOKUP, ADDED ON FIRST SIGHT.     *
006360*    WS-GRP-SUB COMES BACK ZERO ONLY WHEN THE TABLE IS FULL.     *
006370*----------------------------------------------------------------*
006380 3300-FIND-GROUP-ROW.
006390*----------------------------------------------------------------*
006400     MOVE 0                      TO WS-GRP-SUB
006410     PERFORM 3310-TRY-GROUP-ROW  THRU 3310-EXIT
006420         VARYING WS-GRP-SUB FROM 1 BY 1
006430           UNTIL WS-GRP-SUB > WS-GRP-COUNT
006440              OR WS-GRP-CODE(WS-GRP-SUB) = WS-GRP-LOOKUP
006450     IF WS-GRP-SUB <= WS-GRP-COUNT
006460        GO TO 3300-EXIT
006470     END-IF
006480     IF WS-GRP-COUNT >= WS-GRP-TABLE-MAX
006490        MOVE 0                   TO WS-GRP-SUB
006500        GO TO 3300-EXIT
006510     END-IF
006520     ADD 1                       TO WS-GRP-COUNT
006530     MOVE WS-GRP-COUNT           TO WS-GRP-SUB
006540     MOVE WS-GRP-LOOKUP          TO WS-GRP-CODE(WS-GRP-SUB)
006550     MOVE 0               TO WS-GRP-EARNED-CNT(WS-GRP-SUB)
006560                             WS-GRP-EARNED-PTS(WS-GRP-SUB)
006570                             WS-GRP-EARNED-AMT(WS-GRP-SUB)
006580                             WS-GRP-REVERSED-CNT(WS-GRP-SUB)
006590                             WS-GRP-REVERSED-PTS(WS-GRP-SUB)
006600     .
006610 3300-EXIT.
006620     EXIT.
006630*----------------------------------------------------------------*
006640 3310-TRY-GROUP-ROW.
006650*----------------------------------------------------------------*
006660     CONTINUE
006670     .
006680 3310-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------*
006710*    TAKES POINTS BACK FOR A SETTLED REFUND OR AN ACCEPTED       *
006720*    CHARGEBACK (WS-REV-MODE). THE ACCOUNT'S EARNED ROWS ARE     *
006730*    WALKED NEWEST FIRST - FOR A REFUND THOSE OF THE CARD AT THE *
006740*    SAME MERCHANT, FOR A CHARGEBACK THE DISPUTED TRANSACTION -  *
006750*    AND EACH GIVES BACK POINTS IN PROPORTION TO THE PART OF ITS *
006760*    SETTLED AMOUNT THE REVERSAL COVERS, UNTIL IT IS USED UP.    *
006770*    ONE REVERSAL ROW THEN CARRIES THE TOTAL; IF IT IS ALREADY   *
006780*    ON THE LEDGER AN EARLIER RUN DID ALL OF THIS.               *
006790*----------------------------------------------------------------*
006800 4000-REVERSE-POINTS.
006810*----------------------------------------------------------------*
006820     MOVE SPACES                 TO REWARD-LEDGER-RECORD
006830     MOVE WS-REV-ACCT-ID         TO RWL-ACCT-ID
006840     MOVE WS-BUS-REV-DATE        TO RWL-REV-DATE
006850     MOVE WS-REV-TRAN-ID         TO RWL-TRANSACTION-ID
006860     MOVE WS-REV-MODE            TO RWL-ENTRY-TYPE
006870     MOVE RWL-KEY                TO WS-REV-ROW-KEY
006880     READ REWARD-LEDGER
006890     IF WS-RWL-STATUS = '00'
006900        ADD 1 TO WS-RPT-ALREADY-DONE
006910        GO TO 4000-EXIT
006920     END-IF
006930*
006940     MOVE WS-REV-BASE-AMT        TO WS-REV-LEFT-AMT
006950     MOVE 0                      TO WS-REV-TOTAL-POINTS
006960     MOVE SPACES                 TO WS-REV-MCC
006970                                    WS-REV-MCC-GROUP
006980                                    WS-REV-CARD-TYPE
006990     MOVE LOW-VALUES             TO RWL-KEY
007000     MOVE WS-REV-ACCT-ID         TO RWL-ACCT-ID
007010     START REWARD-LEDGER KEY IS NOT LESS THAN RWL-KEY
007020     IF WS-RWL-STATUS NOT = '00'
007030        ADD 1 TO WS-RPT-NOTHING-TO-REVERSE
007040        GO TO 4000-EXIT
007050     END-IF
007060     SET BROWSE-NOT-DONE         TO TRUE
007070     PERFORM 4100-REVERSE-NEXT-EARNED THRU 4100-EXIT
007080         UNTIL BROWSE-DONE
007090            OR WS-REV-LEFT-AMT NOT > 0
007100     IF WS-REV-TOTAL-POINTS = 0
007110        ADD 1 TO WS-RPT-NOTHING-TO-REVERSE
007120        GO TO 4000-EXIT
007130     END-IF
007140*
007150     MOVE SPACES                 TO REWARD-LEDGER-RECORD
007160     MOVE WS-REV-ROW-KEY         TO RWL-KEY
007170     MOVE WS-BUS-CCYYMMDD        TO RWL-ENTRY-DATE
007180     MOVE WS-REV-CARD-NUM        TO RWL-CARD-NUM
007190     MOVE WS-REV-MERCHANT-ID     TO RWL-MERCHANT-ID
007200     MOVE WS-REV-MCC             TO RWL-MCC
007210     MOVE WS-REV-MCC-GROUP       TO RWL-MCC-GROUP
007220     MOVE WS-REV-CARD-TYPE       TO RWL-CARD-TYPE
007230     MOVE WS-REV-BASE-AMT        TO RWL-BASE-AMT
007240     MOVE WS-REV-CURRENCY        TO RWL-CURRENCY-CODE
007250     COMPUTE RWL-POINTS = 0 - WS-REV-TOTAL-POINTS
007260     MOVE 0                      TO RWL-REVERSED-POINTS
007270     MOVE WS-REV-CASE-ID         TO RWL-CASE-ID
007280     WRITE REWARD-LEDGER-RECORD
007290     IF WS-RWL-STATUS NOT = '00'
007300        ADD 1 TO WS-RPT-LEDGER-ERRORS
007310        DISPLAY 'ERROR WRITING REWDLEDG:' WS-RWL-STATUS
007320                ' TRAN ' WS-REV-TRAN-ID
007330        GO TO 4000-EXIT
007340     END-IF
007350     ADD 1                       TO WS-RPT-ROWS-WRITTEN
007360     IF REV-FOR-REFUND
007370        ADD 1 TO WS-RPT-REFUNDS-REVERSED
007380     ELSE
007390        ADD 1 TO WS-RPT-CHBK-REVERSED
007400     END-IF
007410     ADD WS-REV-TOTAL-POINTS     TO WS-TOT-REVERSED-PTS
007420     MOVE WS-REV-MCC-GROUP       TO WS-GRP-LOOKUP
007430     PERFORM 3300-FIND-GROUP-ROW THRU 3300-EXIT
007440     IF WS-GRP-SUB > 0
007450        ADD 1          TO WS-GRP-REVERSED-CNT(WS-GRP-SUB)
007460        ADD WS-REV-TOTAL-POINTS
007470                       TO WS-GRP-REVERSED-PTS(WS-GRP-SUB)
007480     END-IF
007490     PERFORM 4900-PRINT-REVERSAL THRU 4900-EXIT
007500*
007510     MOVE WS-REV-ACCT-ID         TO WS-BAL-ACCT-ID
007520     COMPUTE WS-BAL-POINTS = 0 - WS-REV-TOTAL-POINTS
007530     PERFORM 6000-MOVE-BALANCE   THRU 6000-EXIT
007540     .
007550 4000-EXIT.
007560     EXIT.
007570*----------------------------------------------------------------*
007580 4100-REVERSE-NEXT-EARNED.
007590*----------------------------------------------------------------*
007600     READ REWARD-LEDGER NEXT RECORD
007610         AT END
007620             SET BROWSE-DONE     TO TRUE
007630             GO TO 4100-EXIT
007640     END-READ
007650     IF WS-RWL-STATUS NOT = '00'
007660        OR RWL-ACCT-ID NOT = WS-REV-ACCT-ID
007670        SET BROWSE-DONE          TO TRUE
007680        GO TO 4100-EXIT
007690     END-IF
007700     IF NOT RWL-EARNED
007710        OR RWL-BASE-AMT NOT > 0
007720        GO TO 4100-EXIT
007730     END-IF
007740     IF REV-FOR-REFUND
007750        IF RWL-CARD-NUM NOT = WS-REV-CARD-NUM
007760           OR RWL-MERCHANT-ID NOT = WS-REV-MERCHANT-ID
007770           GO TO 4100-EXIT
007780        END-IF
007790     ELSE
007800        IF RWL-TRANSACTION-ID NOT = WS-REV-TRAN-ID
007810           GO TO 4100-EXIT
007820        END-IF
007830     END-IF
007840     COMPUTE WS-PTS-LEFT = RWL-POINTS - RWL-REVERSED-POINTS
007850     IF WS-PTS-LEFT NOT > 0
007860        GO TO 4100-EXIT
007870     END-IF
007880     IF WS-REV-LEFT-AMT < RWL-BASE-AMT
007890        COMPUTE WS-REV-POINTS ROUNDED =
007900                RWL-POINTS * WS-REV-LEFT-AMT / RWL-BASE-AMT
007910        MOVE WS-REV-LEFT-AMT     TO WS-REV-PART-AMT
007920     ELSE
007930        MOVE WS-PTS-LEFT         TO WS-REV-POINTS
007940        MOVE RWL-BASE-AMT        TO WS-REV-PART-AMT
007950     END-IF
007960     IF WS-REV-POINTS > WS-PTS-LEFT
007970        MOVE WS-PTS-LEFT         TO WS-REV-POINTS
007980     END-IF
007990     SUBTRACT WS-REV-PART-AMT    FROM WS-REV-LEFT-AMT
008000     IF WS-REV-POINTS NOT > 0
008010        GO TO 4100-EXIT
008020     END-IF
008030     ADD WS-REV-POINTS           TO RWL-REVERSED-POINTS
008040     REWRITE REWARD-LEDGER-RECORD
008050     IF WS-RWL-STATUS NOT = '00'
008060        ADD 1 TO WS-RPT-LEDGER-ERRORS
008070        DISPLAY 'ERROR REWRITING REWDLEDG:' WS-RWL-STATUS
008080                ' TRAN ' RWL-TRANSACTION-ID
008090        GO TO 4100-EXIT
008100     END-IF
008110     ADD WS-REV-POINTS           TO WS-REV-TOTAL-POINTS
008120     IF WS-REV-MCC = SPACES
008130        MOVE RWL-MCC             TO WS-REV-MCC
008140        MOVE RWL-MCC-GROUP       TO WS-REV-MCC-GROUP
008150        MOVE RWL-CARD-TYPE       TO WS-REV-CARD-TYPE
008160        IF REV-FOR-CHARGEBACK
008170           MOVE RWL-MERCHANT-ID  TO WS-REV-MERCHANT-ID
008180        END-IF
008190     END-IF
008200     .
008210 4100-EXIT.
008220     EXIT.
008230*----------------------------------------------------------------*
008240*    ONE DETAIL LINE PER REVERSAL POSTED.                        *
008250*----------------------------------------------------------------*
008260 4900-PRINT-REVERSAL.
008270*----------------------------------------------------------------*
008280     MOVE WS-REV-TOTAL-POINTS    TO WS-PTS-DIS
008290     MOVE WS-REV-BASE-AMT        TO WS-AMT-DIS
008300     MOVE SPACES                 TO WS-PRINT-LINE
008310     IF REV-FOR-REFUND
008320        MOVE 'REFUND  '          TO WS-PRINT-LINE(1:8)
008330     ELSE
008340        MOVE 'CHGBACK '          TO WS-PRINT-LINE(1:8)
008350     END-IF
008360     STRING ' ACCT ' WS-REV-ACCT-ID
008370            ' TRAN ' WS-REV-TRAN-ID
008380            ' MERCH ' WS-REV-MERCHANT-ID
008390            ' AMOUNT ' WS-AMT-DIS
008400            ' POINTS BACK ' WS-PTS-DIS
008410            DELIMITED BY SIZE INTO WS-PRINT-LINE(9:124)
008420     END-STRING
008430     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
008440     .
008450 4900-EXIT.
008460     EXIT.
008470*----------------------------------------------------------------*
008480*    A CHARGEBACK CBCHBIN RECORDED AS ACCEPTED TODAY: THE CASE   *
008490*    ROW ON CARDDEMO.PAUDISPT NAMES THE DISPUTED PURCHASE AND    *
008500*    THE AMOUNT CHARGED BACK.                                    *
008510*----------------------------------------------------------------*
008520 5000-PROCESS-NEXT-CHARGEBACK.
008530*----------------------------------------------------------------*
008540     READ TRACK-FILE NEXT RECORD
008550         AT END GO TO 5000-EXIT
008560     END-READ
008570     ADD 1 TO WS-RPT-CHBK-READ
008580     IF NOT CBT-ACCEPTED
008590        OR CBT-RESPONSE-DATE NOT = WS-BUS-CCYYMMDD
008600        GO TO 5000-EXIT
008610     END-IF
008620     ADD 1 TO WS-RPT-CHBK-ACCEPTED
008630     MOVE CBT-CASE-ID            TO DSP-CASE-ID
008640     EXEC SQL
008650         SELECT ACCT_ID, CARD_NUM, TRANSACTION_ID, DISPUTE_AMT
008660           INTO :DSP-ACCT-ID, :DSP-CARD-NUM, :DSP-TRANSACTION-ID,
008670                :DSP-DISPUTE-AMT
008680           FROM CARDDEMO.PAUDISPT
008690          WHERE CASE_ID = :DSP-CASE-ID
008700     END-EXEC
008710     IF SQLCODE NOT = ZERO
008720        ADD 1 TO WS-RPT-SQL-ERRORS
008730        MOVE SQLCODE TO WS-SQLCODE
008740        DISPLAY 'CASE READ FAILED, CASE ' CBT-CASE-ID
008750                ' SQLCODE=' WS-SQLCODE
008760        GO TO 5000-EXIT
008770     END-IF
008780     IF DSP-DISPUTE-AMT NOT > 0
008790        ADD 1 TO WS-RPT-NOTHING-TO-REVERSE
008800        GO TO 5000-EXIT
008810     END-IF
008820     SET REV-FOR-CHARGEBACK      TO TRUE
008830     MOVE DSP-ACCT-ID            TO WS-REV-ACCT-ID
008840     MOVE DSP-CARD-NUM           TO WS-REV-CARD-NUM
008850     MOVE SPACES                 TO WS-REV-MERCHANT-ID
008860     MOVE DSP-TRANSACTION-ID     TO WS-REV-TRAN-ID
008870     MOVE CBT-CASE-ID            TO WS-REV-CASE-ID
008880     MOVE SPACES                 TO WS-REV-CURRENCY
008890     MOVE DSP-DISPUTE-AMT        TO WS-REV-BASE-AMT
008900     PERFORM 4000-REVERSE-POINTS THRU 4000-EXIT
008910     .
008920 5000-EXIT.
008930     EXIT.
008940*----------------------------------------------------------------*
008950*    THE ACCOUNT'S BALANCE ROW TAKES EVERY MOVEMENT. THE FIRST   *
008960*    MOVEMENT ON AN ACCOUNT OPENS ITS ROW.                       *
008970*----------------------------------------------------------------*
008980 6000-MOVE-BALANCE.
008990*----------------------------------------------------------------*
009000     MOVE SPACES                 TO REWARD-LEDGER-RECORD
009010     MOVE WS-BAL-ACCT-ID         TO RWL-ACCT-ID
009020     MOVE 0                      TO RWL-REV-DATE
009030     SET RWL-BALANCE-ROW         TO TRUE
009040     READ REWARD-LEDGER
009050     EVALUATE WS-RWL-STATUS
009060         WHEN '00'
009070             CONTINUE
009080         WHEN '23'
009090             MOVE SPACES         TO RWL-BALANCE-DATA
009100             MOVE WS-BAL-ACCT-ID TO RWL-ACCT-ID
009110             MOVE 0              TO RWL-REV-DATE
009120             MOVE SPACES         TO RWL-TRANSACTION-ID
009130             SET RWL-BALANCE-ROW TO TRUE
009140             MOVE 0              TO RWB-BALANCE-POINTS
009150                                    RWB-LIFETIME-EARNED
009160                                    RWB-LIFETIME-REVERSED
009170             MOVE WS-BUS-CCYYMMDD TO RWB-OPENED-DATE
009180         WHEN OTHER
009190             ADD 1 TO WS-RPT-LEDGER-ERRORS
009200             DISPLAY 'ERROR READING REWDLEDG BALANCE:'
009210                     WS-RWL-STATUS
009220                     ' ACCT ' WS-BAL-ACCT-ID
009230             GO TO 6000-EXIT
009240     END-EVALUATE
009250     ADD WS-BAL-POINTS           TO RWB-BALANCE-POINTS
009260     IF WS-BAL-POINTS > 0
009270        ADD WS-BAL-POINTS        TO RWB-LIFETIME-EARNED
009280     ELSE
009290        SUBTRACT WS-BAL-POINTS   FROM RWB-LIFETIME-REVERSED
009300     END-IF
009310     MOVE WS-BUS-CCYYMMDD        TO RWB-LAST-ACTIVITY-DATE
009320     IF WS-RWL-STATUS = '23'
009330        WRITE REWARD-LEDGER-RECORD
009340        IF WS-RWL-STATUS = '00'
009350           ADD 1 TO WS-RPT-NEW-BALANCES
009360        END-IF
009370     ELSE
009380        REWRITE REWARD-LEDGER-RECORD
009390     END-IF
009400     IF WS-RWL-STATUS NOT = '00'
009410        ADD 1 TO WS-RPT-LEDGER-ERRORS
009420        DISPLAY 'ERROR UPDATING REWDLEDG BALANCE:' WS-RWL-STATUS
009430                ' ACCT ' WS-BAL-ACCT-ID
009440     END-IF
009450     .
009460 6000-EXIT.
009470     EXIT.
009480*----------------------------------------------------------------*
009490 8000-PRINT-SUMMARY.
009500*----------------------------------------------------------------*
009510     MOVE SPACES TO WS-PRINT-LINE
009520     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009530     MOVE SPACES TO WS-PRINT-LINE
009540     STRING 'GROUP    PURCHASES     SETTLED AMOUNT'
009550            '     POINTS EARNED  REVERSALS    POINTS TAKEN BACK'
009560            DELIMITED BY SIZE INTO WS-PRINT-LINE
009570     END-STRING
009580     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009590     PERFORM 8100-PRINT-GROUP     THRU 8100-EXIT
009600         VARYING WS-GRP-SUB FROM 1 BY 1
009610           UNTIL WS-GRP-SUB > WS-GRP-COUNT
009620*
009630     MOVE SPACES TO WS-PRINT-LINE
009640     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009650     MOVE WS-RPT-CDC-READ TO WS-CNT-DIS
009660     MOVE SPACES TO WS-PRINT-LINE
009670     STRING 'CHANGE-CAPTURE RECORDS READ ........: ' WS-CNT-DIS
009680            DELIMITED BY SIZE INTO WS-PRINT-LINE
009690     END-STRING
009700     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009710     MOVE WS-RPT-SETTLED TO WS-CNT-DIS
009720     MOVE SPACES TO WS-PRINT-LINE
009730     STRING 'SETTLED PURCHASES AND CASH .........: ' WS-CNT-DIS
009740            DELIMITED BY SIZE INTO WS-PRINT-LINE
009750     END-STRING
009760     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009770     MOVE WS-RPT-EARNED TO WS-CNT-DIS
009780     MOVE WS-TOT-EARNED-PTS TO WS-PTS-DIS
009790     MOVE SPACES TO WS-PRINT-LINE
009800     STRING '  EARNED POINTS / POINTS ...........: ' WS-CNT-DIS
009810            ' ' WS-PTS-DIS
009820            DELIMITED BY SIZE INTO WS-PRINT-LINE
009830     END-STRING
009840     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009850     MOVE WS-RPT-NOT-ELIGIBLE TO WS-CNT-DIS
009860     MOVE SPACES TO WS-PRINT-LINE
009870     STRING '  CASH / QUASI-CASH / FRAUD ........: ' WS-CNT-DIS
009880            DELIMITED BY SIZE INTO WS-PRINT-LINE
009890     END-STRING
009900     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009910     MOVE WS-RPT-NO-RULE TO WS-CNT-DIS
009920     MOVE SPACES TO WS-PRINT-LINE
009930     STRING '  NO EARN RULE OR NO WHOLE POINT ...: ' WS-CNT-DIS
009940            DELIMITED BY SIZE INTO WS-PRINT-LINE
009950     END-STRING
009960     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
009970     MOVE WS-RPT-REFUNDS TO WS-CNT-DIS
009980     MOVE WS-RPT-REFUNDS-REVERSED TO WS-CNT-DIS2
009990     MOVE SPACES TO WS-PRINT-LINE
010000     STRING 'SETTLED REFUNDS / POINTS REVERSED ..: ' WS-CNT-DIS
010010            ' ' WS-CNT-DIS2
010020            DELIMITED BY SIZE INTO WS-PRINT-LINE
010030     END-STRING
010040     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
010050     MOVE WS-RPT-CHBK-ACCEPTED TO WS-CNT-DIS
010060     MOVE WS-RPT-CHBK-REVERSED TO WS-CNT-DIS2
010070     MOVE SPACES TO WS-PRINT-LINE
010080     STRING 'ACCEPTED CHARGEBACKS / REVERSED ....: ' WS-CNT-DIS
010090            ' ' WS-CNT-DIS2
010100            DELIMITED BY SIZE INTO WS-PRINT-LINE
010110     END-STRING
010120     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
010130     MOVE WS-RPT-NOTHING-TO-REVERSE TO WS-CNT-DIS
010140     MOVE SPACES TO WS-PRINT-LINE
010150     STRING '  NO EARNED POINTS TO TAKE BACK ....: ' WS-CNT-DIS
010160            DELIMITED BY SIZE INTO WS-PRINT-LINE
010170     END-STRING
010180     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
010190     MOVE WS-TOT-REVERSED-PTS TO WS-PTS-DIS
010200     MOVE SPACES TO WS-PRINT-LINE
010210     STRING 'POINTS TAKEN BACK ..................: ' WS-PTS-DIS
010220            DELIMITED BY SIZE INTO WS-PRINT-LINE
010230     END-STRING
010240     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
010250     MOVE WS-RPT-ALREADY-DONE TO WS-CNT-DIS
010260     MOVE SPACES TO WS-PRINT-LINE
010270     STRING 'ALREADY ON LEDGER (SKIPPED) ........: ' WS-CNT-DIS
010280            DELIMITED BY SIZE INTO WS-PRINT-LINE
010290     END-STRING
010300     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
010310     MOVE WS-RPT-NEW-BALANCES TO WS-CNT-DIS
010320     MOVE SPACES TO WS-PRINT-LINE
010330     STRING 'ACCOUNTS EARNING FOR THE FIRST TIME : ' WS-CNT-DIS
010340            DELIMITED BY SIZE INTO WS-PRINT-LINE
010350     END-STRING
010360     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
010370     MOVE WS-CP-UNRESOLVED-CNT TO WS-CNT-DIS
010380     MOVE SPACES TO WS-PRINT-LINE
010390     STRING 'CARD TYPE UNRESOLVED ...............: ' WS-CNT-DIS
010400            DELIMITED BY SIZE INTO WS-PRINT-LINE
010410     END-STRING
010420     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
010430     IF WS-RPT-LEDGER-ERRORS > 0
010440        MOVE WS-RPT-LEDGER-ERRORS TO WS-CNT-DIS
010450        MOVE SPACES TO WS-PRINT-LINE
010460        STRING '  *** POINTS LEDGER ERRORS .........: ' WS-CNT-DIS
010470               DELIMITED BY SIZE INTO WS-PRINT-LINE
010480        END-STRING
010490        WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
010500     END-IF
010510     IF WS-RPT-SQL-ERRORS > 0
010520        MOVE WS-RPT-SQL-ERRORS TO WS-CNT-DIS
010530        MOVE SPACES TO WS-PRINT-LINE
010540        STRING '  *** CHARGEBACK CASE READ ERRORS ..: ' WS-CNT-DIS
010550               DELIMITED BY SIZE INTO WS-PRINT-LINE
010560        END-STRING
010570        WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
010580     END-IF
010590     .
010600 8000-EXIT.
010610     EXIT.
010620*----------------------------------------------------------------*
010630 8100-PRINT-GROUP.
010640*----------------------------------------------------------------*
010650     MOVE WS-GRP-EARNED-CNT(WS-GRP-SUB)   TO WS-CNT-DIS
010660     MOVE WS-GRP-EARNED-AMT(WS-GRP-SUB)   TO WS-AMT-DIS
010670     MOVE WS-GRP-EARNED-PTS(WS-GRP-SUB)   TO WS-PTS-DIS
010680     MOVE WS-GRP-REVERSED-CNT(WS-GRP-SUB) TO WS-CNT-DIS2
010690     MOVE WS-GRP-REVERSED-PTS(WS-GRP-SUB) TO WS-PTS-DIS2
010700     MOVE SPACES TO WS-PRINT-LINE
010710     IF WS-GRP-CODE(WS-GRP-SUB) = SPACES
010720        MOVE 'NONE'              TO WS-PRINT-LINE(1:4)
010730     ELSE
010740        MOVE WS-GRP-CODE(WS-GRP-SUB) TO WS-PRINT-LINE(1:2)
010750     END-IF
010760     STRING WS-CNT-DIS ' ' WS-AMT-DIS ' ' WS-PTS-DIS
010770            ' ' WS-CNT-DIS2 ' ' WS-PTS-DIS2
010780            DELIMITED BY SIZE INTO WS-PRINT-LINE(7:126)
010790     END-STRING
010800     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
010810     .
010820 8100-EXIT.
010830     EXIT.
010840*----------------------------------------------------------------*
010850 9000-FILE-CLOSE.
010860*----------------------------------------------------------------*
010870     IF CDC-FILE-AVAILABLE
010880        CLOSE CDC-FILE
010890     END-IF
010900     IF TRACK-FILE-AVAILABLE
010910        CLOSE TRACK-FILE
010920     END-IF
010930     CLOSE REWARD-LEDGER
010940     IF RUN-CONTROL-AVAILABLE
010950        CLOSE RUN-CONTROL
010960     END-IF
010970     CLOSE CONTROL-REPORT
010980     .
010990 9000-EXIT.
011000     EXIT.
011010*----------------------------------------------------------------*
011020*    CARD PRODUCT AND MCC REFERENCE LOAD AND LOOKUP              *
011030*----------------------------------------------------------------*
011040 COPY CSBINPRP.
011050 COPY CSMCCRFP.
011060*----------------------------------------------------------------*
011070 9999-ABEND.
011080*----------------------------------------------------------------*
011090     DISPLAY 'CBRWDACR ABENDING DUE TO FILE OPEN ERROR'
011100     MOVE 16 TO RETURN-CODE
011110     GOBACK
011120     .
011130 9999-EXIT.
011140     EXIT.

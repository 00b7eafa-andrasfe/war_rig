000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBLIABRP.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2028-02-27.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBLIABRP - MONTHLY LIABILITY-SHIFT LOSS REPORT              *
000090*    SPLITS THE MONTH'S CONFIRMED FRAUD LOSS (AUTHFRDS ROWS WITH *
000100*    AUTH_FRAUD 'Y', BY MONTH OF THE AUTH AS CBFRLOSS BOOKS IT)  *
000110*    BY THE LIABILITY-SHIFT ASSESSMENT COPAUS2C STAMPED ON THE   *
000120*    ROW (CSLIASHP): CHARGEABLE TO THE MERCHANT, OURS, OR        *
000130*    UNDETERMINED. RECOVERIES ON FRDRECOV COME OFF EACH ROW, SO  *
000140*    WHAT IS LEFT IN THE CHARGEABLE LINE IS LOSS WE CARRIED THAT *
000150*    COULD HAVE GONE BACK TO THE ACQUIRER - EACH SUCH ROW IS     *
000160*    LISTED. THE DISPUTE CASES OPENED IN THE MONTH (PAUDISPT)    *
000170*    FOLLOW, BY ASSESSMENT AND OUTCOME. ROWS WRITTEN BEFORE THE  *
000180*    ASSESSMENT EXISTED HAVE NO LIAB_SHIFT AND ARE SHOWN AS NOT  *
000190*    ASSESSED. THE MONTH DEFAULTS TO THE ONE BEFORE THE RUN      *
000200*    DATE; 'RPTMON=CCYYMM' ON LIAPARMS OVERRIDES IT.             *
000210*----------------------------------------------------------------*
000220*                MODIFICATION HISTORY                            *
000230* DATE       INIT DESCRIPTION                                    *
000240* 2028-02-27  RKA INITIAL VERSION                                *
000250*----------------------------------------------------------------*
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-ZOS.
000290 OBJECT-COMPUTER. IBM-ZOS.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT LIAB-REPORT    ASSIGN TO LIABRPT
000330         ORGANIZATION IS SEQUENTIAL
000340         ACCESS MODE  IS SEQUENTIAL
000350         FILE STATUS  IS WS-RPT-STATUS.
000360*
000370     SELECT PARM-FILE      ASSIGN TO LIAPARMS
000380         ORGANIZATION IS SEQUENTIAL
000390         ACCESS MODE  IS SEQUENTIAL
000400         FILE STATUS  IS WS-PARM-STATUS.
000410*----------------------------------------------------------------*
000420 DATA DIVISION.
000430*----------------------------------------------------------------*
000440 FILE SECTION.
000450 FD  LIAB-REPORT
000460     RECORDING MODE IS F.
000470 01  LIAB-REPORT-LINE            PIC X(132).
000480*
000490 FD  PARM-FILE
000500     RECORDING MODE IS F.
000510 01  PARM-RECORD                 PIC X(80).
000520*----------------------------------------------------------------*
000530 WORKING-STORAGE SECTION.
000540*----------------------------------------------------------------*
000550 01  WS-VARIABLES.
000560     05  WS-PGMNAME                 PIC X(08) VALUE 'CBLIABRP'.
000570     05  CURRENT-DATE               PIC 9(06).
000580     05  WS-TODAY-CCYYMMDD          PIC X(08).
000590*    THE MONTH BEING REPORTED, CCYYMM.
000600     05  WS-RPT-MONTH               PIC X(06).
000610     05  WS-RPT-MONTH-N REDEFINES WS-RPT-MONTH.
000620         10  WS-RPT-YEAR            PIC 9(04).
000630         10  WS-RPT-MM              PIC 9(02).
000640*    THE SAME MONTH AS DB2 HOST VARIABLES.
000650     05  WS-RPT-YEAR-H              PIC S9(04) COMP.
000660     05  WS-RPT-MM-H                PIC S9(04) COMP.
000670*
000680 01  WS-FILE-STATUSES.
000690     05  WS-RPT-STATUS              PIC X(02).
000700     05  WS-PARM-STATUS             PIC X(02).
000710         88  PARM-EOF                       VALUE '10'.
000720*----------------------------------------------------------------*
000730*    CURSOR-CONTROL SWITCHES                                     *
000740*----------------------------------------------------------------*
000750 01  WS-CURSOR-CONTROL.
000760     05  WS-FRAUD-EOF-SW            PIC X(01) VALUE 'N'.
000770         88  FRAUD-CURSOR-EOF               VALUE 'Y'.
000780     05  WS-CASE-EOF-SW             PIC X(01) VALUE 'N'.
000790         88  CASE-CURSOR-EOF                VALUE 'Y'.
000800*----------------------------------------------------------------*
000810*    ASSESSMENT CLASSES - 1 CHARGEABLE TO THE MERCHANT, 2 OURS,  *
000820*    3 UNDETERMINED, 4 NOT ASSESSED (ROW PREDATES THE FIELD).    *
000830*----------------------------------------------------------------*
000840 01  WS-CLASS-NAMES.
000850     05  FILLER                     PIC X(24)
000860                                  VALUE 'CHARGEABLE TO MERCHANT'.
000870     05  FILLER                     PIC X(24)
000880                                    VALUE 'ISSUER - OURS'.
000890     05  FILLER                     PIC X(24)
000900                                    VALUE 'UNDETERMINED'.
000910     05  FILLER                     PIC X(24)
000920                                    VALUE 'NOT ASSESSED'.
000930 01  WS-CLASS-NAME-TABLE REDEFINES WS-CLASS-NAMES.
000940     05  WS-CLASS-NAME              PIC X(24) OCCURS 4 TIMES.
000950*
000960 01  WS-CLASS-TOTALS.
000970     05  WS-CLASS-ENTRY OCCURS 4 TIMES.
000980         10  WS-CLS-FRD-COUNT       PIC S9(9)      COMP-3.
000990         10  WS-CLS-FRD-GROSS       PIC S9(11)V99  COMP-3.
001000         10  WS-CLS-FRD-RCV         PIC S9(11)V99  COMP-3.
001010         10  WS-CLS-FRD-NET         PIC S9(11)V99  COMP-3.
001020         10  WS-CLS-DSP-COUNT       PIC S9(9)      COMP-3.
001030         10  WS-CLS-DSP-AMT         PIC S9(11)V99  COMP-3.
001040         10  WS-CLS-DSP-OPEN-CNT    PIC S9(9)      COMP-3.
001050         10  WS-CLS-DSP-CB-CNT      PIC S9(9)      COMP-3.
001060         10  WS-CLS-DSP-CB-AMT      PIC S9(11)V99  COMP-3.
001070         10  WS-CLS-DSP-CLSD-CNT    PIC S9(9)      COMP-3.
001080         10  WS-CLS-DSP-CLSD-AMT    PIC S9(11)V99  COMP-3.
001090 01  WS-CLS-IDX                     PIC S9(04) COMP.
001100*----------------------------------------------------------------*
001110*    REASON CODES CSLIASHP ASSIGNS, WITH THE FRAUD LOSS UNDER    *
001120*    EACH. THE LAST SLOT CATCHES ANYTHING ELSE.                  *
001130*----------------------------------------------------------------*
001140 01  WS-REASON-NAMES.
001150     05  FILLER  PIC X(32) VALUE 'CHCHIP READ'.
001160     05  FILLER  PIC X(32) VALUE 'FBCHIP FALLBACK TO STRIPE'.
001170     05  FILLER  PIC X(32) VALUE 'MSSTRIPE READ OF CHIP CARD'.
001180     05  FILLER  PIC X(32) VALUE '3A3-D SECURE AUTHENTICATED'.
001190     05  FILLER  PIC X(32) VALUE '3T3-D SECURE ATTEMPTED'.
001200     05  FILLER  PIC X(32) VALUE 'CVCVV MISMATCH APPROVED'.
001210     05  FILLER  PIC X(32) VALUE 'AVNO 3-D SECURE, AVS MISMATCH'.
001220     05  FILLER  PIC X(32) VALUE 'NANO 3-D SECURE'.
001230     05  FILLER  PIC X(32) VALUE 'UKENTRY MODE NOT ASSESSABLE'.
001240     05  FILLER  PIC X(32) VALUE '  NOT ASSESSED'.
001250 01  WS-REASON-TABLE REDEFINES WS-REASON-NAMES.
001260     05  WS-REASON-ENTRY OCCURS 10 TIMES.
001270         10  WS-RSN-CODE            PIC X(02).
001280         10  WS-RSN-TEXT            PIC X(30).
001290 01  WS-REASON-TOTALS.
001300     05  WS-RSN-TOTAL OCCURS 10 TIMES.
001310         10  WS-RSN-COUNT           PIC S9(9)      COMP-3.
001320         10  WS-RSN-NET             PIC S9(11)V99  COMP-3.
001330 01  WS-RSN-IDX                     PIC S9(04) COMP.
001340*----------------------------------------------------------------*
001350*    RUN COUNTERS                                                *
001360*----------------------------------------------------------------*
001370 01  WS-REPORT-COUNTERS.
001380     05  WS-FRAUD-ROWS-READ         PIC S9(9) COMP-3 VALUE 0.
001390     05  WS-CASE-ROWS-READ          PIC S9(9) COMP-3 VALUE 0.
001400     05  WS-SQL-ERRORS              PIC S9(9) COMP-3 VALUE 0.
001410     05  WS-CARRIED-ROWS            PIC S9(9) COMP-3 VALUE 0.
001420     05  WS-ROW-NET-AMT             PIC S9(11)V99 COMP-3.
001430*----------------------------------------------------------------*
001440 01  WS-PRINT-LINE                 PIC X(132).
001450 01  WS-DISPLAY-FIELDS.
001460     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001470     05  WS-CNT2-DIS                PIC ZZZ,ZZZ,ZZ9.
001480     05  WS-CNT3-DIS                PIC ZZZ,ZZZ,ZZ9.
001490     05  WS-CNT4-DIS                PIC ZZZ,ZZZ,ZZ9.
001500     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
001510     05  WS-RCV-DIS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
001520     05  WS-NET-DIS                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
001530*----------------------------------------------------------------*
001540*    DB2 SQL-ERROR DISPLAY FIELDS                                *
001550*----------------------------------------------------------------*
001560 01  WS-SQL-FIELDS.
001570     05  WS-SQLCODE                 PIC -9(8).
001580     05  WS-SQLSTATE                PIC X(05).
001590*----------------------------------------------------------------*
001600*    DB2 HOST VARIABLES                                          *
001610*----------------------------------------------------------------*
001620 01  AUTHFRDS-HOST-VARS.
001630 COPY CVAUTFDY.
001640 01  PAUDISPT-HOST-VARS.
001650 COPY CVDISPTY.
001660*    DATE(AUTH_TS) AND THE ROW'S FRDRECOV TOTAL.
001670 01  WS-FRAUD-EXTRA-VARS.
001680     05  WS-FRD-AUTH-DATE           PIC X(10).
001690     05  WS-FRD-RCV-AMT             PIC S9(11)V99 COMP-3.
001700*----------------------------------------------------------------*
001710 EXEC SQL
001720     INCLUDE SQLCA
001730 END-EXEC.
001740*----------------------------------------------------------------*
001750 PROCEDURE DIVISION.
001760*----------------------------------------------------------------*
001770 MAIN-PARA.
001780*----------------------------------------------------------------*
001790     PERFORM 1000-INITIALIZE              THRU 1000-EXIT
001800*
001810     PERFORM 2000-REPORT-FRAUD-LOSSES     THRU 2000-EXIT
001820*
001830     PERFORM 3000-REPORT-DISPUTE-CASES    THRU 3000-EXIT
001840*
001850     PERFORM 8000-PRINT-SUMMARY           THRU 8000-EXIT
001860*
001870     PERFORM 9000-FILE-CLOSE              THRU 9000-EXIT
001880*
001890     IF WS-SQL-ERRORS > ZERO
001900        MOVE 4                  TO RETURN-CODE
001910     END-IF
001920     GOBACK.
001930*----------------------------------------------------------------*
001940 1000-INITIALIZE.
001950*----------------------------------------------------------------*
001960     ACCEPT CURRENT-DATE     FROM DATE
001970     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
001980     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
001990*    DEFAULT: THE CALENDAR MONTH BEFORE THE RUN DATE.
002000     MOVE WS-TODAY-CCYYMMDD(1:6) TO WS-RPT-MONTH
002010     IF WS-RPT-MM = 1
002020        MOVE 12              TO WS-RPT-MM
002030        SUBTRACT 1           FROM WS-RPT-YEAR
002040     ELSE
002050        SUBTRACT 1           FROM WS-RPT-MM
002060     END-IF
002070*
002080     OPEN INPUT  PARM-FILE
002090     IF WS-PARM-STATUS = '00'
002100        PERFORM 1100-READ-PARMS THRU 1100-EXIT
002110            UNTIL PARM-EOF
002120        CLOSE PARM-FILE
002130     ELSE
002140        DISPLAY 'LIAPARMS NOT AVAILABLE - USING DEFAULTS'
002150     END-IF
002160     MOVE WS-RPT-YEAR        TO WS-RPT-YEAR-H
002170     MOVE WS-RPT-MM          TO WS-RPT-MM-H
002180     INITIALIZE WS-CLASS-TOTALS
002190                WS-REASON-TOTALS
002200*
002210     OPEN OUTPUT LIAB-REPORT
002220     MOVE SPACES TO WS-PRINT-LINE
002230     STRING 'CBLIABRP LIABILITY-SHIFT LOSS REPORT - MONTH '
002240            WS-RPT-MONTH ' - RUN DATE ' CURRENT-DATE
002250            DELIMITED BY SIZE INTO WS-PRINT-LINE
002260     END-STRING
002270     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
002280*
002290     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002300     DISPLAY '*-------------------------------------*'
002310     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002320     DISPLAY 'REPORT MONTH           :' WS-RPT-MONTH
002330     .
002340 1000-EXIT.
002350     EXIT.
002360*----------------------------------------------------------------*
002370 1100-READ-PARMS.
002380*----------------------------------------------------------------*
002390     READ PARM-FILE
002400         AT END GO TO 1100-EXIT
002410     END-READ
002420     IF PARM-RECORD(1:7) = 'RPTMON='
002430        AND PARM-RECORD(8:6) IS NUMERIC
002440        AND PARM-RECORD(12:2) >= '01'
002450        AND PARM-RECORD(12:2) <= '12'
002460        MOVE PARM-RECORD(8:6)   TO WS-RPT-MONTH
002470     END-IF
002480     .
002490 1100-EXIT.
002500     EXIT.
002510*----------------------------------------------------------------*
002520*    CONFIRMED FRAUD FOR THE MONTH. THE SUBSELECT NETS EACH ROW'S*
002530*    FRDRECOV RECOVERIES (CHARGEBACK, MERCHANT REFUND, CUSTOMER  *
002540*    LIABILITY) OFF ITS OWN LOSS.                                *
002550*----------------------------------------------------------------*
002560 2000-REPORT-FRAUD-LOSSES.
002570*----------------------------------------------------------------*
002580     EXEC SQL
002590         DECLARE LIABFRD-CURSOR CURSOR FOR
002600             SELECT F.CARD_NUM, CHAR(DATE(F.AUTH_TS)),
002610                    F.TRANSACTION_ID, F.MERCHANT_ID,
002620                    F.TRANSACTION_AMT,
002630                    COALESCE(F.LIAB_SHIFT, ' '),
002640                    COALESCE(F.LIAB_REASON, '  '),
002650                    COALESCE((SELECT SUM(R.RCV_AMT)
002660                                FROM CARDDEMO.FRDRECOV R
002670                               WHERE R.CARD_NUM = F.CARD_NUM
002680                                 AND R.AUTH_TS  = F.AUTH_TS), 0)
002690               FROM CARDDEMO.AUTHFRDS F
002700              WHERE F.AUTH_FRAUD = 'Y'
002710                AND YEAR(F.AUTH_TS)  = :WS-RPT-YEAR-H
002720                AND MONTH(F.AUTH_TS) = :WS-RPT-MM-H
002730              ORDER BY F.AUTH_TS
002740     END-EXEC
002750     EXEC SQL
002760         OPEN LIABFRD-CURSOR
002770     END-EXEC
002780     IF SQLCODE NOT = ZERO
002790        MOVE SQLCODE TO WS-SQLCODE
002800        DISPLAY 'ERROR OPENING LIABFRD-CURSOR, SQLCODE='
002810                WS-SQLCODE
002820        ADD 1 TO WS-SQL-ERRORS
002830        GO TO 2000-EXIT
002840     END-IF
002850*
002860     MOVE SPACES TO WS-PRINT-LINE
002870     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
002880     MOVE 'CHARGEABLE FRAUD LOSS CARRIED (NOT RECOVERED IN FULL)'
002890                                TO WS-PRINT-LINE
002900     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
002910     MOVE SPACES TO WS-PRINT-LINE
002920     STRING '  AUTH DATE  TRANSACTION ID   MERCHANT ID     RSN'
002930            '              LOSS         RECOVERED'
002940            '               NET'
002950            DELIMITED BY SIZE INTO WS-PRINT-LINE
002960     END-STRING
002970     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
002980*
002990     PERFORM 2100-FETCH-FRAUD-ROW     THRU 2100-EXIT
003000         UNTIL FRAUD-CURSOR-EOF
003010     EXEC SQL
003020         CLOSE LIABFRD-CURSOR
003030     END-EXEC
003040     .
003050 2000-EXIT.
003060     EXIT.
003070*----------------------------------------------------------------*
003080 2100-FETCH-FRAUD-ROW.
003090*----------------------------------------------------------------*
003100     EXEC SQL
003110         FETCH LIABFRD-CURSOR
003120             INTO :CARD-NUM, :WS-FRD-AUTH-DATE,
003130                  :TRANSACTION-ID, :MERCHANT-ID,
003140                  :TRANSACTION-AMT,
003150                  :LIAB-SHIFT, :LIAB-REASON,
003160                  :WS-FRD-RCV-AMT
003170     END-EXEC
003180     EVALUATE TRUE
003190         WHEN SQLCODE = ZERO
003200             ADD 1 TO WS-FRAUD-ROWS-READ
003210             PERFORM 2200-ACCUMULATE-FRAUD THRU 2200-EXIT
003220         WHEN SQLCODE = 100
003230             SET FRAUD-CURSOR-EOF TO TRUE
003240         WHEN OTHER
003250             ADD 1 TO WS-SQL-ERRORS
003260             MOVE SQLCODE  TO WS-SQLCODE
003270             MOVE SQLSTATE TO WS-SQLSTATE
003280             DISPLAY 'SQL ERROR ON AUTHFRDS FETCH - SQLCODE='
003290                     WS-SQLCODE ', STATE: ' WS-SQLSTATE
003300             SET FRAUD-CURSOR-EOF TO TRUE
003310     END-EVALUATE
003320     .
003330 2100-EXIT.
003340     EXIT.
003350*----------------------------------------------------------------*
003360 2200-ACCUMULATE-FRAUD.
003370*----------------------------------------------------------------*
003380     PERFORM 4000-SET-CLASS-INDEX     THRU 4000-EXIT
003390     COMPUTE WS-ROW-NET-AMT = TRANSACTION-AMT - WS-FRD-RCV-AMT
003400     IF WS-ROW-NET-AMT < ZERO
003410        MOVE ZERO               TO WS-ROW-NET-AMT
003420     END-IF
003430     ADD 1                  TO WS-CLS-FRD-COUNT(WS-CLS-IDX)
003440     ADD TRANSACTION-AMT    TO WS-CLS-FRD-GROSS(WS-CLS-IDX)
003450     ADD WS-FRD-RCV-AMT     TO WS-CLS-FRD-RCV(WS-CLS-IDX)
003460     ADD WS-ROW-NET-AMT     TO WS-CLS-FRD-NET(WS-CLS-IDX)
003470*
003480     IF WS-CLS-IDX = 4
003490        MOVE 10                 TO WS-RSN-IDX
003500     ELSE
003510        PERFORM 2210-FIND-REASON THRU 2210-EXIT
003520            VARYING WS-RSN-IDX FROM 1 BY 1
003530            UNTIL WS-RSN-IDX > 9
003540               OR WS-RSN-CODE(WS-RSN-IDX) = LIAB-REASON
003550        IF WS-RSN-IDX > 9
003560           MOVE 10              TO WS-RSN-IDX
003570        END-IF
003580     END-IF
003590     ADD 1                  TO WS-RSN-COUNT(WS-RSN-IDX)
003600     ADD WS-ROW-NET-AMT     TO WS-RSN-NET(WS-RSN-IDX)
003610*
003620     IF WS-CLS-IDX = 1 AND WS-ROW-NET-AMT > ZERO
003630        PERFORM 2300-PRINT-CARRIED-ROW THRU 2300-EXIT
003640     END-IF
003650     .
003660 2200-EXIT.
003670     EXIT.
003680*----------------------------------------------------------------*
003690 2210-FIND-REASON.
003700*----------------------------------------------------------------*
003710     CONTINUE
003720     .
003730 2210-EXIT.
003740     EXIT.
003750*----------------------------------------------------------------*
003760*    ONE LINE PER CHARGEABLE ROW WITH LOSS STILL ON OUR BOOKS -  *
003770*    THE WORK LIST FOR A LATE CHARGEBACK WHERE THE NETWORK WINDOW*
003780*    IS STILL OPEN.                                              *
003790*----------------------------------------------------------------*
003800 2300-PRINT-CARRIED-ROW.
003810*----------------------------------------------------------------*
003820     ADD 1                      TO WS-CARRIED-ROWS
003830     MOVE TRANSACTION-AMT       TO WS-AMT-DIS
003840     MOVE WS-FRD-RCV-AMT        TO WS-RCV-DIS
003850     MOVE WS-ROW-NET-AMT        TO WS-NET-DIS
003860     MOVE SPACES TO WS-PRINT-LINE
003870     STRING '  ' WS-FRD-AUTH-DATE ' ' TRANSACTION-ID
003880            '  ' MERCHANT-ID ' ' LIAB-REASON '  '
003890            WS-AMT-DIS ' ' WS-RCV-DIS ' ' WS-NET-DIS
003900            DELIMITED BY SIZE INTO WS-PRINT-LINE
003910     END-STRING
003920     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
003930     .
003940 2300-EXIT.
003950     EXIT.
003960*----------------------------------------------------------------*
003970*    DISPUTE CASES OPENED IN THE MONTH, BY ASSESSMENT. A         *
003980*    CHARGEABLE CASE CLOSED WITHOUT A CHARGEBACK IS A LOSS WE    *
003990*    CARRIED THAT THE ACQUIRER SHOULD HAVE BORNE.                *
004000*----------------------------------------------------------------*
004010 3000-REPORT-DISPUTE-CASES.
004020*----------------------------------------------------------------*
004030     EXEC SQL
004040         DECLARE LIABDSP-CURSOR CURSOR FOR
004050             SELECT DISPUTE_AMT, CASE_STATUS,
004060                    COALESCE(LIAB_SHIFT, ' '),
004070                    COALESCE(LIAB_REASON, '  ')
004080               FROM CARDDEMO.PAUDISPT
004090              WHERE YEAR(OPENED_DATE)  = :WS-RPT-YEAR-H
004100                AND MONTH(OPENED_DATE) = :WS-RPT-MM-H
004110     END-EXEC
004120     EXEC SQL
004130         OPEN LIABDSP-CURSOR
004140     END-EXEC
004150     IF SQLCODE NOT = ZERO
004160        MOVE SQLCODE TO WS-SQLCODE
004170        DISPLAY 'ERROR OPENING LIABDSP-CURSOR, SQLCODE='
004180                WS-SQLCODE
004190        ADD 1 TO WS-SQL-ERRORS
004200        GO TO 3000-EXIT
004210     END-IF
004220     PERFORM 3100-FETCH-CASE-ROW      THRU 3100-EXIT
004230         UNTIL CASE-CURSOR-EOF
004240     EXEC SQL
004250         CLOSE LIABDSP-CURSOR
004260     END-EXEC
004270     .
004280 3000-EXIT.
004290     EXIT.
004300*----------------------------------------------------------------*
004310 3100-FETCH-CASE-ROW.
004320*----------------------------------------------------------------*
004330     EXEC SQL
004340         FETCH LIABDSP-CURSOR
004350             INTO :DSP-DISPUTE-AMT, :DSP-CASE-STATUS,
004360                  :DSP-LIAB-SHIFT, :DSP-LIAB-REASON
004370     END-EXEC
004380     EVALUATE TRUE
004390         WHEN SQLCODE = ZERO
004400             ADD 1 TO WS-CASE-ROWS-READ
004410             PERFORM 3200-ACCUMULATE-CASE  THRU 3200-EXIT
004420         WHEN SQLCODE = 100
004430             SET CASE-CURSOR-EOF TO TRUE
004440         WHEN OTHER
004450             ADD 1 TO WS-SQL-ERRORS
004460             MOVE SQLCODE  TO WS-SQLCODE
004470             MOVE SQLSTATE TO WS-SQLSTATE
004480             DISPLAY 'SQL ERROR ON PAUDISPT FETCH - SQLCODE='
004490                     WS-SQLCODE ', STATE: ' WS-SQLSTATE
004500             SET CASE-CURSOR-EOF TO TRUE
004510     END-EVALUATE
004520     .
004530 3100-EXIT.
004540     EXIT.
004550*----------------------------------------------------------------*
004560 3200-ACCUMULATE-CASE.
004570*----------------------------------------------------------------*
004580     MOVE DSP-LIAB-SHIFT        TO LIAB-SHIFT
004590     PERFORM 4000-SET-CLASS-INDEX     THRU 4000-EXIT
004600     ADD 1                  TO WS-CLS-DSP-COUNT(WS-CLS-IDX)
004610     ADD DSP-DISPUTE-AMT    TO WS-CLS-DSP-AMT(WS-CLS-IDX)
004620     EVALUATE DSP-CASE-STATUS
004630         WHEN 'C'
004640             ADD 1             TO WS-CLS-DSP-CB-CNT(WS-CLS-IDX)
004650             ADD DSP-DISPUTE-AMT
004660                               TO WS-CLS-DSP-CB-AMT(WS-CLS-IDX)
004670         WHEN 'X'
004680             ADD 1             TO WS-CLS-DSP-CLSD-CNT(WS-CLS-IDX)
004690             ADD DSP-DISPUTE-AMT
004700                               TO WS-CLS-DSP-CLSD-AMT(WS-CLS-IDX)
004710         WHEN OTHER
004720             ADD 1             TO WS-CLS-DSP-OPEN-CNT(WS-CLS-IDX)
004730     END-EVALUATE
004740     .
004750 3200-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------*
004780*    LIAB-SHIFT TO THE CLASS SUBSCRIPT.                          *
004790*----------------------------------------------------------------*
004800 4000-SET-CLASS-INDEX.
004810*----------------------------------------------------------------*
004820     EVALUATE LIAB-SHIFT
004830         WHEN 'M'
004840             MOVE 1             TO WS-CLS-IDX
004850         WHEN 'I'
004860             MOVE 2             TO WS-CLS-IDX
004870         WHEN 'U'
004880             MOVE 3             TO WS-CLS-IDX
004890         WHEN OTHER
004900             MOVE 4             TO WS-CLS-IDX
004910     END-EVALUATE
004920     .
004930 4000-EXIT.
004940     EXIT.
004950*----------------------------------------------------------------*
004960 8000-PRINT-SUMMARY.
004970*----------------------------------------------------------------*
004980*    CARRIED-ROW COUNT, THEN FRAUD LOSS BY CLASS AND BY REASON,  *
004990*    THEN THE DISPUTE CASES BY CLASS.                            *
005000*----------------------------------------------------------------*
005010     MOVE WS-CARRIED-ROWS TO WS-CNT-DIS
005020     MOVE SPACES TO WS-PRINT-LINE
005030     STRING '  CHARGEABLE ROWS CARRIED ...........: ' WS-CNT-DIS
005040            DELIMITED BY SIZE INTO WS-PRINT-LINE
005050     END-STRING
005060     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005070*
005080     MOVE SPACES TO WS-PRINT-LINE
005090     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005100     MOVE 'CONFIRMED FRAUD LOSS BY LIABILITY ASSESSMENT'
005110                                TO WS-PRINT-LINE
005120     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005130     MOVE SPACES TO WS-PRINT-LINE
005140     STRING '  ASSESSMENT                     COUNT'
005150            '              LOSS         RECOVERED'
005160            '      NET CARRIED'
005170            DELIMITED BY SIZE INTO WS-PRINT-LINE
005180     END-STRING
005190     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005200     PERFORM 8100-PRINT-FRAUD-CLASS  THRU 8100-EXIT
005210         VARYING WS-CLS-IDX FROM 1 BY 1
005220         UNTIL WS-CLS-IDX > 4
005230*
005240     MOVE SPACES TO WS-PRINT-LINE
005250     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005260     MOVE 'NET FRAUD LOSS CARRIED BY ASSESSMENT REASON'
005270                                TO WS-PRINT-LINE
005280     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005290     PERFORM 8200-PRINT-REASON       THRU 8200-EXIT
005300         VARYING WS-RSN-IDX FROM 1 BY 1
005310         UNTIL WS-RSN-IDX > 10
005320*
005330     MOVE SPACES TO WS-PRINT-LINE
005340     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005350     MOVE 'DISPUTE CASES OPENED IN THE MONTH BY ASSESSMENT'
005360                                TO WS-PRINT-LINE
005370     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005380     MOVE SPACES TO WS-PRINT-LINE
005390     STRING '  ASSESSMENT                     CASES'
005400            '       OPEN  CHGD BACK     CLOSED'
005410            '    CLOSED AMOUNT'
005420            DELIMITED BY SIZE INTO WS-PRINT-LINE
005430     END-STRING
005440     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005450     PERFORM 8300-PRINT-CASE-CLASS   THRU 8300-EXIT
005460         VARYING WS-CLS-IDX FROM 1 BY 1
005470         UNTIL WS-CLS-IDX > 4
005480*
005490     MOVE SPACES TO WS-PRINT-LINE
005500     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005510     MOVE WS-CLS-FRD-NET(1)     TO WS-AMT-DIS
005520     MOVE SPACES TO WS-PRINT-LINE
005530     STRING 'CHARGEABLE FRAUD LOSS WE CARRIED ...: ' WS-AMT-DIS
005540            DELIMITED BY SIZE INTO WS-PRINT-LINE
005550     END-STRING
005560     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005570     MOVE WS-CLS-DSP-CLSD-AMT(1) TO WS-AMT-DIS
005580     MOVE SPACES TO WS-PRINT-LINE
005590     STRING 'CHARGEABLE CASES CLOSED UNRECOVERED : ' WS-AMT-DIS
005600            DELIMITED BY SIZE INTO WS-PRINT-LINE
005610     END-STRING
005620     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005630     MOVE WS-CLS-FRD-NET(2)     TO WS-AMT-DIS
005640     MOVE SPACES TO WS-PRINT-LINE
005650     STRING 'FRAUD LOSS GENUINELY OURS ..........: ' WS-AMT-DIS
005660            DELIMITED BY SIZE INTO WS-PRINT-LINE
005670     END-STRING
005680     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005690     MOVE WS-FRAUD-ROWS-READ    TO WS-CNT-DIS
005700     MOVE SPACES TO WS-PRINT-LINE
005710     STRING 'AUTHFRDS ROWS READ .................: ' WS-CNT-DIS
005720            DELIMITED BY SIZE INTO WS-PRINT-LINE
005730     END-STRING
005740     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005750     MOVE WS-CASE-ROWS-READ     TO WS-CNT-DIS
005760     MOVE SPACES TO WS-PRINT-LINE
005770     STRING 'PAUDISPT ROWS READ .................: ' WS-CNT-DIS
005780            DELIMITED BY SIZE INTO WS-PRINT-LINE
005790     END-STRING
005800     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005810     MOVE WS-SQL-ERRORS         TO WS-CNT-DIS
005820     MOVE SPACES TO WS-PRINT-LINE
005830     STRING 'DB2 ERRORS .........................: ' WS-CNT-DIS
005840            DELIMITED BY SIZE INTO WS-PRINT-LINE
005850     END-STRING
005860     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
005870     .
005880 8000-EXIT.
005890     EXIT.
005900*----------------------------------------------------------------*
005910 8100-PRINT-FRAUD-CLASS.
005920*----------------------------------------------------------------*
005930     MOVE WS-CLS-FRD-COUNT(WS-CLS-IDX) TO WS-CNT-DIS
005940     MOVE WS-CLS-FRD-GROSS(WS-CLS-IDX) TO WS-AMT-DIS
005950     MOVE WS-CLS-FRD-RCV(WS-CLS-IDX)   TO WS-RCV-DIS
005960     MOVE WS-CLS-FRD-NET(WS-CLS-IDX)   TO WS-NET-DIS
005970     MOVE SPACES TO WS-PRINT-LINE
005980     STRING '  ' WS-CLASS-NAME(WS-CLS-IDX) ' ' WS-CNT-DIS
005990            ' ' WS-AMT-DIS ' ' WS-RCV-DIS ' ' WS-NET-DIS
006000            DELIMITED BY SIZE INTO WS-PRINT-LINE
006010     END-STRING
006020     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
006030     .
006040 8100-EXIT.
006050     EXIT.
006060*----------------------------------------------------------------*
006070 8200-PRINT-REASON.
006080*----------------------------------------------------------------*
006090     IF WS-RSN-COUNT(WS-RSN-IDX) = ZERO
006100        GO TO 8200-EXIT
006110     END-IF
006120     MOVE WS-RSN-COUNT(WS-RSN-IDX)     TO WS-CNT-DIS
006130     MOVE WS-RSN-NET(WS-RSN-IDX)       TO WS-NET-DIS
006140     MOVE SPACES TO WS-PRINT-LINE
006150     STRING '  ' WS-RSN-CODE(WS-RSN-IDX) ' '
006160            WS-RSN-TEXT(WS-RSN-IDX) ' ' WS-CNT-DIS
006170            ' ' WS-NET-DIS
006180            DELIMITED BY SIZE INTO WS-PRINT-LINE
006190     END-STRING
006200     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
006210     .
006220 8200-EXIT.
006230     EXIT.
006240*----------------------------------------------------------------*
006250 8300-PRINT-CASE-CLASS.
006260*----------------------------------------------------------------*
006270     MOVE WS-CLS-DSP-COUNT(WS-CLS-IDX)    TO WS-CNT-DIS
006280     MOVE WS-CLS-DSP-OPEN-CNT(WS-CLS-IDX) TO WS-CNT2-DIS
006290     MOVE WS-CLS-DSP-CB-CNT(WS-CLS-IDX)   TO WS-CNT3-DIS
006300     MOVE WS-CLS-DSP-CLSD-CNT(WS-CLS-IDX) TO WS-CNT4-DIS
006310     MOVE WS-CLS-DSP-CLSD-AMT(WS-CLS-IDX) TO WS-AMT-DIS
006320     MOVE SPACES TO WS-PRINT-LINE
006330     STRING '  ' WS-CLASS-NAME(WS-CLS-IDX) ' ' WS-CNT-DIS
006340            WS-CNT2-DIS WS-CNT3-DIS WS-CNT4-DIS WS-AMT-DIS
006350            DELIMITED BY SIZE INTO WS-PRINT-LINE
006360     END-STRING
006370     WRITE LIAB-REPORT-LINE FROM WS-PRINT-LINE
006380     .
006390 8300-EXIT.
006400     EXIT.
006410*----------------------------------------------------------------*
006420 9000-FILE-CLOSE.
006430*----------------------------------------------------------------*
006440     CLOSE LIAB-REPORT
006450     .
006460 9000-EXIT.
006470     EXIT.

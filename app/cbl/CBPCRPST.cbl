000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBPCRPST.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-07-25.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBPCRPST - DISPUTE PROVISIONAL-CREDIT POSTING               *
000090*    REGULATION GIVES THE CUSTOMER PROVISIONAL CREDIT ON A       *
000100*    DISPUTE WITHIN TEN BUSINESS DAYS OF THE CASE BEING OPENED.  *
000110*    EVERY NIGHT THIS JOB:                                       *
000120*      - COUNTS BACK THE THRESHOLD (PCRPARMS BUSDAYS=, DEFAULT   *
000130*        10) IN BUSINESS DAYS FROM THE PROCCAL BUSINESS DATE,    *
000140*        SKIPPING WEEKENDS AND HOLIDAY ROWS THE SAME WAY         *
000150*        CBDATCUT DOES,                                          *
000160*      - POSTS A PROVISIONAL CREDIT ON THE PROVCRED LEDGER FOR   *
000170*        EVERY CASE STILL OPEN IN CARDDEMO.PAUDISPT THAT WAS     *
000180*        OPENED ON OR BEFORE THAT DATE AND HAS NO CREDIT YET,    *
000190*      - SENDS EVERY LEDGER MOVEMENT NOT YET BOOKED (ITS OWN     *
000200*        POSTINGS AND CBCHBIN'S REVERSALS AND FINALS) TO THE GL  *
000210*        BRIDGE AS ITS OWN BALANCED PAIR (PCRGLOUT, GLOUT        *
000220*        LAYOUT),                                                *
000230*      - LISTS EVERY CASE PAST THE THRESHOLD STILL WITHOUT       *
000240*        CREDIT (PCRXCPRP) FOR THE DISPUTE DESK.                 *
000250*    ANY CASE LEFT WITHOUT CREDIT STAMPS PAURUNCT FAILED, RC=4.  *
000260*----------------------------------------------------------------*
000270*                MODIFICATION HISTORY                            *
000280* DATE       INIT DESCRIPTION                                    *
000290* 2027-07-25  JGM INITIAL VERSION                                *
000300*----------------------------------------------------------------*
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-ZOS.
000340 OBJECT-COMPUTER. IBM-ZOS.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PARM-FILE      ASSIGN TO PCRPARMS
000380         ORGANIZATION IS SEQUENTIAL
000390         ACCESS MODE  IS SEQUENTIAL
000400         FILE STATUS  IS WS-PARM-STATUS.
000410*
000420     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE  IS RANDOM
000450         RECORD KEY   IS PCAL-KEY
000460         FILE STATUS  IS WS-PCAL-STATUS.
000470*
000480     SELECT PROV-CREDIT    ASSIGN TO PROVCRED
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE  IS DYNAMIC
000510         RECORD KEY   IS PCR-KEY
000520         FILE STATUS  IS WS-PCR-STATUS.
000530*
000540     SELECT GL-FEED-FILE   ASSIGN TO PCRGLOUT
000550         ORGANIZATION IS SEQUENTIAL
000560         ACCESS MODE  IS SEQUENTIAL
000570         FILE STATUS  IS WS-GL-STATUS.
000580*
000590     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE  IS RANDOM
000620         RECORD KEY   IS RUNC-JOB-NAME
000630         FILE STATUS  IS WS-RUNC-STATUS.
000640*
000650     SELECT CONTROL-REPORT ASSIGN TO PCRCTLRP
000660         ORGANIZATION IS SEQUENTIAL
000670         ACCESS MODE  IS SEQUENTIAL
000680         FILE STATUS  IS WS-RPT-STATUS.
000690*
000700     SELECT EXCEPTION-REPORT ASSIGN TO PCRXCPRP
000710         ORGANIZATION IS SEQUENTIAL
000720         ACCESS MODE  IS SEQUENTIAL
000730         FILE STATUS  IS WS-XRP-STATUS.
000740*----------------------------------------------------------------*
000750 DATA DIVISION.
000760*----------------------------------------------------------------*
000770 FILE SECTION.
000780 FD  PARM-FILE
000790     RECORDING MODE IS F.
000800 01  PARM-RECORD                 PIC X(80).
000810*
000820 FD  PROC-CALENDAR
000830     RECORDING MODE IS F.
000840 COPY CVPRCALY.
000850*
000860 FD  PROV-CREDIT
000870     RECORDING MODE IS F.
000880 COPY CVPCRDLY.
000890*
000900 FD  GL-FEED-FILE
000910     RECORDING MODE IS F.
000920 COPY CVGLFDRY.
000930*
000940 FD  RUN-CONTROL
000950     RECORDING MODE IS F.
000960 COPY CVRUNCTY.
000970*
000980 FD  CONTROL-REPORT
000990     RECORDING MODE IS F.
001000 01  CONTROL-REPORT-LINE         PIC X(132).
001010*
001020 FD  EXCEPTION-REPORT
001030     RECORDING MODE IS F.
001040 01  EXCEPTION-REPORT-LINE       PIC X(132).
001050*----------------------------------------------------------------*
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------*
001080 01  WS-VARIABLES.
001090     05  WS-PGMNAME                 PIC X(08) VALUE 'CBPCRPST'.
001100     05  CURRENT-DATE               PIC 9(06).
001110     05  WS-RUN-TIME                PIC 9(08).
001120     05  WS-BUS-CCYYMMDD            PIC X(08).
001130     05  WS-CUTOFF-CCYYMMDD         PIC X(08).
001140     05  WS-CUTOFF-ISO              PIC X(10).
001150     05  WS-NEXT-SEQ                PIC 9(03).
001160     05  WS-NO-CREDIT-REASON        PIC X(30).
001170*
001180 01  WS-FILE-STATUSES.
001190     05  WS-PARM-STATUS             PIC X(02).
001200         88  PARM-EOF                       VALUE '10'.
001210     05  WS-PCAL-STATUS             PIC X(02).
001220     05  WS-PCR-STATUS              PIC X(02).
001230         88  PCR-EOF                        VALUE '10'.
001240     05  WS-GL-STATUS               PIC X(02).
001250     05  WS-RUNC-STATUS             PIC X(02).
001260     05  WS-RPT-STATUS              PIC X(02).
001270     05  WS-XRP-STATUS              PIC X(02).
001280 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001290     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001300 01  WS-PCAL-AVAIL-SW               PIC X(01) VALUE 'N'.
001310     88  PROC-CALENDAR-AVAILABLE            VALUE 'Y'.
001320*----------------------------------------------------------------*
001330*    RUN-MODE CONTROL (PARM-DRIVEN - OPS MAINTAINABLE)           *
001340*----------------------------------------------------------------*
001350 01  WS-RUN-PARMS.
001360     05  WS-THRESHOLD-DAYS          PIC S9(4) COMP VALUE +10.
001370     05  WS-THRESHOLD-NUM           PIC 9(03).
001380     05  WS-DAYS-COUNTED            PIC S9(4) COMP VALUE 0.
001390*----------------------------------------------------------------*
001400*    GL ACCOUNTS THE MOVEMENTS BOOK TO                           *
001410*      POSTED   - DR DISPUTE EXPOSURE      CR CUSTOMER BALANCE   *
001420*      REVERSED - DR CUSTOMER BALANCE      CR DISPUTE EXPOSURE   *
001430*      FINAL    - DR NETWORK RECEIVABLE    CR DISPUTE EXPOSURE   *
001440*----------------------------------------------------------------*
001450 01  WS-GL-ACCOUNTS.
001460     05  WS-GL-EXPOSURE             PIC X(10) VALUE 'PCREXPOSUR'.
001470     05  WS-GL-CUST-BALANCE         PIC X(10) VALUE 'PCRCUSTBAL'.
001480     05  WS-GL-AUTH-TYPE            PIC X(02) VALUE 'DP'.
001490     05  WS-GL-CURRENCY             PIC X(03) VALUE 'USD'.
001500*----------------------------------------------------------------*
001510*    DAY-OF-WEEK WORK (ZELLER) - 0 = SATURDAY, 1 = SUNDAY.       *
001520*----------------------------------------------------------------*
001530 01  WS-DOW-FIELDS.
001540     05  WS-DOW-Q                   PIC S9(4) COMP.
001550     05  WS-DOW-M                   PIC S9(4) COMP.
001560     05  WS-DOW-K                   PIC S9(4) COMP.
001570     05  WS-DOW-J                   PIC S9(4) COMP.
001580     05  WS-DOW-T1                  PIC S9(9) COMP.
001590     05  WS-DOW-T2                  PIC S9(9) COMP.
001600     05  WS-DOW-SUM                 PIC S9(9) COMP.
001610     05  WS-DOW-QUOT                PIC S9(9) COMP.
001620     05  WS-DOW                     PIC S9(4) COMP.
001630         88  WS-DOW-WEEKEND                 VALUE 0, 1.
001640     05  WS-HOLIDAY-SW              PIC X(01).
001650         88  DAY-IS-HOLIDAY                 VALUE 'Y'.
001660         88  DAY-IS-OPEN                    VALUE 'N'.
001670 COPY CSDAT03Y.
001680*----------------------------------------------------------------*
001690 01  WS-CURSOR-CONTROL.
001700     05  WS-CURSOR-EOF-SW           PIC X(01) VALUE 'N'.
001710         88  CURSOR-EOF                      VALUE 'Y'.
001720         88  CURSOR-NOT-EOF                  VALUE 'N'.
001730*----------------------------------------------------------------*
001740 01  WS-REPORT-COUNTERS.
001750     05  WS-RPT-CASES-DUE           PIC S9(9) COMP-3 VALUE 0.
001760     05  WS-RPT-ALREADY-CREDITED    PIC S9(9) COMP-3 VALUE 0.
001770     05  WS-RPT-CREDITS-POSTED      PIC S9(9) COMP-3 VALUE 0.
001780     05  WS-RPT-NO-CREDIT           PIC S9(9) COMP-3 VALUE 0.
001790     05  WS-RPT-GL-POSTED           PIC S9(9) COMP-3 VALUE 0.
001800     05  WS-RPT-GL-REVERSED         PIC S9(9) COMP-3 VALUE 0.
001810     05  WS-RPT-GL-FINAL            PIC S9(9) COMP-3 VALUE 0.
001820     05  WS-RPT-GL-LINES            PIC S9(9) COMP-3 VALUE 0.
001830 01  WS-AMOUNT-TOTALS.
001840     05  WS-TOT-CREDITS-POSTED      PIC S9(11)V99 COMP-3 VALUE 0.
001850     05  WS-TOT-GL-POSTED           PIC S9(11)V99 COMP-3 VALUE 0.
001860     05  WS-TOT-GL-REVERSED         PIC S9(11)V99 COMP-3 VALUE 0.
001870     05  WS-TOT-GL-FINAL            PIC S9(11)V99 COMP-3 VALUE 0.
001880     05  WS-TOT-NO-CREDIT           PIC S9(11)V99 COMP-3 VALUE 0.
001890*----------------------------------------------------------------*
001900 01  WS-PRINT-LINE                 PIC X(132).
001910 01  WS-DISPLAY-FIELDS.
001920     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001930     05  WS-AMT-DIS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
001940     05  WS-CASEID-DIS              PIC Z(08)9.
001950     05  WS-SQLCODE                 PIC -9(8).
001960*----------------------------------------------------------------*
001970*    DB2 HOST VARIABLES FOR THE PAUDISPT CURSOR                  *
001980*----------------------------------------------------------------*
001990 01  PAUDISPT-HOST-VARS.
002000 COPY CVDISPTY.
002010*----------------------------------------------------------------*
002020 EXEC SQL
002030     INCLUDE SQLCA
002040 END-EXEC.
002050*----------------------------------------------------------------*
002060 PROCEDURE DIVISION.
002070*----------------------------------------------------------------*
002080 MAIN-PARA.
002090     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002100*
002110     PERFORM 2000-FIND-THRESHOLD-DATE THRU 2000-EXIT
002120*
002130     PERFORM 3000-OPEN-CURSOR        THRU 3000-EXIT
002140     PERFORM 3100-CREDIT-NEXT-CASE   THRU 3100-EXIT
002150         UNTIL CURSOR-EOF
002160     PERFORM 3900-CLOSE-CURSOR       THRU 3900-EXIT
002170*
002180     PERFORM 5000-SEND-GL-MOVEMENTS  THRU 5000-EXIT
002190*
002200     PERFORM 8000-PRINT-SUMMARY      THRU 8000-EXIT
002210     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002220*
002230     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002240*
002250     IF WS-RPT-NO-CREDIT > 0
002260        MOVE 4 TO RETURN-CODE
002270     END-IF
002280     GOBACK.
002290*----------------------------------------------------------------*
002300 1000-INITIALIZE.
002310*----------------------------------------------------------------*
002320     ACCEPT CURRENT-DATE     FROM DATE
002330     MOVE '20'               TO WS-BUS-CCYYMMDD(1:2)
002340     MOVE CURRENT-DATE       TO WS-BUS-CCYYMMDD(3:6)
002350     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
002360*
002370     OPEN INPUT  PARM-FILE
002380     IF WS-PARM-STATUS = '00'
002390        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
002400            UNTIL PARM-EOF
002410        CLOSE PARM-FILE
002420     ELSE
002430        DISPLAY 'PCRPARMS NOT AVAILABLE - USING DEFAULTS'
002440     END-IF
002450*
002460     OPEN I-O    PROV-CREDIT
002470     IF WS-PCR-STATUS = SPACES OR '00'
002480        CONTINUE
002490     ELSE
002500        DISPLAY 'ERROR IN OPENING PROVCRED:' WS-PCR-STATUS
002510        PERFORM 9999-ABEND THRU 9999-EXIT
002520     END-IF
002530     OPEN OUTPUT GL-FEED-FILE
002540     OPEN OUTPUT CONTROL-REPORT
002550     OPEN OUTPUT EXCEPTION-REPORT
002560*
002570     OPEN I-O RUN-CONTROL
002580     IF WS-RUNC-STATUS = SPACES OR '00'
002590        SET RUN-CONTROL-AVAILABLE TO TRUE
002600        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002610     ELSE
002620        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002630     END-IF
002640*
002650     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002660     DISPLAY '*-------------------------------------*'
002670     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002680     DISPLAY 'THRESHOLD BUSINESS DAYS:' WS-THRESHOLD-DAYS
002690     .
002700 1000-EXIT.
002710     EXIT.
002720*----------------------------------------------------------------*
002730 1100-READ-NEXT-PARM.
002740*----------------------------------------------------------------*
002750     READ PARM-FILE
002760         AT END GO TO 1100-EXIT
002770     END-READ
002780     EVALUATE PARM-RECORD(1:8)
002790         WHEN 'BUSDAYS='
002800             IF PARM-RECORD(9:3) IS NUMERIC
002810                MOVE PARM-RECORD(9:3)  TO WS-THRESHOLD-NUM
002820                IF WS-THRESHOLD-NUM > 0
002830                   MOVE WS-THRESHOLD-NUM TO WS-THRESHOLD-DAYS
002840                END-IF
002850             END-IF
002860         WHEN OTHER
002870             CONTINUE
002880     END-EVALUATE
002890     .
002900 1100-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------*
002930*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
002940*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE. THE FILE   *
002950*    STAYS OPEN FOR THE HOLIDAY PROBES WHILE THE THRESHOLD IS    *
002960*    COUNTED BACK.                                               *
002970*----------------------------------------------------------------*
002980 1250-READ-BUSINESS-DATE.
002990*----------------------------------------------------------------*
003000     OPEN INPUT PROC-CALENDAR
003010     IF WS-PCAL-STATUS = SPACES OR '00'
003020        SET PROC-CALENDAR-AVAILABLE TO TRUE
003030        MOVE 'C'             TO PCAL-REC-TYPE
003040        MOVE '00000000'      TO PCAL-KEY-DATE
003050        READ PROC-CALENDAR
003060        IF WS-PCAL-STATUS = '00'
003070           MOVE PCAL-BUSINESS-DATE      TO WS-BUS-CCYYMMDD
003080           DISPLAY 'BUSINESS DATE FROM PROCCAL: '
003090                   PCAL-BUSINESS-DATE
003100        END-IF
003110     ELSE
003120        DISPLAY 'PROCCAL NOT AVAILABLE - USING SYSTEM DATE,'
003130                ' WEEKENDS ONLY'
003140     END-IF
003150     .
003160 1250-EXIT.
003170     EXIT.
003180*----------------------------------------------------------------*
003190*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START; THE RESULT    *
003200*    IS STAMPED AT END.                                          *
003210*----------------------------------------------------------------*
003220 1300-MARK-RUN-START.
003230*----------------------------------------------------------------*
003240     ACCEPT WS-RUN-TIME      FROM TIME
003250     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
003260     READ RUN-CONTROL
003270     IF WS-RUNC-STATUS NOT = '00'
003280        MOVE SPACES          TO RUN-CONTROL-RECORD
003290        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003300     END-IF
003310     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
003320     MOVE WS-RUN-TIME        TO RUNC-START-TIME
003330     MOVE SPACES             TO RUNC-END-TIME
003340     SET  RUNC-RUNNING       TO TRUE
003350     MOVE ZEROES             TO RUNC-RECORD-COUNT
003360     IF WS-RUNC-STATUS = '00'
003370        REWRITE RUN-CONTROL-RECORD
003380     ELSE
003390        WRITE RUN-CONTROL-RECORD
003400     END-IF
003410     .
003420 1300-EXIT.
003430     EXIT.
003440*----------------------------------------------------------------*
003450*    COMPLETE UNLESS A CASE PAST THE THRESHOLD IS STILL WITHOUT  *
003460*    CREDIT; THE RECORD COUNT IS THE CREDITS POSTED THIS RUN.    *
003470*----------------------------------------------------------------*
003480 1400-MARK-RUN-END.
003490*----------------------------------------------------------------*
003500     IF RUN-CONTROL-AVAILABLE
003510        ACCEPT WS-RUN-TIME   FROM TIME
003520        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003530        READ RUN-CONTROL
003540        MOVE WS-RUN-TIME     TO RUNC-END-TIME
003550        IF WS-RPT-NO-CREDIT = 0
003560           SET  RUNC-COMPLETE TO TRUE
003570        ELSE
003580           SET  RUNC-FAILED   TO TRUE
003590        END-IF
003600        MOVE WS-RPT-CREDITS-POSTED TO RUNC-RECORD-COUNT
003610        REWRITE RUN-CONTROL-RECORD
003620        IF WS-RUNC-STATUS NOT = '00'
003630           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
003640        END-IF
003650     END-IF
003660     .
003670 1400-EXIT.
003680     EXIT.
003690*----------------------------------------------------------------*
003700*    FROM THE BUSINESS DATE, STEP BACK ONE CALENDAR DAY AT A     *
003710*    TIME, COUNTING ONLY BUSINESS DAYS, UNTIL THE THRESHOLD IS   *
003720*    REACHED. A CASE OPENED ON OR BEFORE THE DAY LANDED ON HAS   *
003730*    BEEN OPEN AT LEAST THAT MANY BUSINESS DAYS.                 *
003740*----------------------------------------------------------------*
003750 2000-FIND-THRESHOLD-DATE.
003760*----------------------------------------------------------------*
003770     MOVE WS-BUS-CCYYMMDD       TO WS-BUS-DATE
003780     MOVE 0                     TO WS-DAYS-COUNTED
003790     PERFORM 2100-STEP-BACK-ONE-DAY THRU 2100-EXIT
003800         UNTIL WS-DAYS-COUNTED >= WS-THRESHOLD-DAYS
003810     MOVE WS-BUS-DATE           TO WS-CUTOFF-CCYYMMDD
003820     STRING WS-CUTOFF-CCYYMMDD(1:4) '-' WS-CUTOFF-CCYYMMDD(5:2)
003830            '-' WS-CUTOFF-CCYYMMDD(7:2)
003840            DELIMITED BY SIZE INTO WS-CUTOFF-ISO
003850     END-STRING
003860     IF PROC-CALENDAR-AVAILABLE
003870        CLOSE PROC-CALENDAR
003880     END-IF
003890*
003900     MOVE SPACES TO WS-PRINT-LINE
003910     STRING 'CBPCRPST PROVISIONAL-CREDIT POSTING - BUSINESS DATE '
003920            WS-BUS-CCYYMMDD ' - CASES OPENED ON OR BEFORE '
003930            WS-CUTOFF-ISO
003940            DELIMITED BY SIZE INTO WS-PRINT-LINE
003950     END-STRING
003960     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
003970     MOVE SPACES TO WS-PRINT-LINE
003980     STRING 'CBPCRPST DISPUTE CASES PAST THE PROVISIONAL-CREDIT'
003990            ' THRESHOLD WITHOUT CREDIT - BUSINESS DATE '
004000            WS-BUS-CCYYMMDD
004010            DELIMITED BY SIZE INTO WS-PRINT-LINE
004020     END-STRING
004030     WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
004040     DISPLAY 'THRESHOLD OPENED DATE  :' WS-CUTOFF-ISO
004050     .
004060 2000-EXIT.
004070     EXIT.
004080*----------------------------------------------------------------*
004090 2100-STEP-BACK-ONE-DAY.
004100*----------------------------------------------------------------*
004110     SUBTRACT 1                 FROM WS-BUS-DD
004120     IF WS-BUS-DD = 0
004130        SUBTRACT 1              FROM WS-BUS-MM
004140        IF WS-BUS-MM = 0
004150           MOVE 12              TO WS-BUS-MM
004160           IF WS-BUS-YY = 0
004170              MOVE 99           TO WS-BUS-YY
004180              SUBTRACT 1        FROM WS-BUS-CC
004190           ELSE
004200              SUBTRACT 1        FROM WS-BUS-YY
004210           END-IF
004220        END-IF
004230        MOVE WS-BUS-MONTH-DAYS(WS-BUS-MM) TO WS-BUS-DD
004240        IF WS-BUS-MM = 2
004250           DIVIDE WS-BUS-YY BY 4
004260               GIVING WS-BUS-LEAP-QUOT
004270               REMAINDER WS-BUS-LEAP-REM
004280           IF WS-BUS-LEAP-REM = 0
004290              MOVE 29           TO WS-BUS-DD
004300           END-IF
004310        END-IF
004320     END-IF
004330     PERFORM 2200-CLASSIFY-DAY THRU 2200-EXIT
004340     IF DAY-IS-OPEN AND NOT WS-DOW-WEEKEND
004350        ADD 1                   TO WS-DAYS-COUNTED
004360     END-IF
004370     .
004380 2100-EXIT.
004390     EXIT.
004400*----------------------------------------------------------------*
004410*    WEEKENDS BY ZELLER'S CONGRUENCE, HOLIDAYS BY A KEYED READ   *
004420*    FOR AN 'H' ROW ON THE DATE - AS CBDATCUT CLASSIFIES THEM.   *
004430*----------------------------------------------------------------*
004440 2200-CLASSIFY-DAY.
004450*----------------------------------------------------------------*
004460     SET DAY-IS-OPEN            TO TRUE
004470*    ZELLER - JANUARY AND FEBRUARY COUNT AS MONTHS 13 AND 14
004480*    OF THE PRIOR YEAR.
004490     MOVE WS-BUS-DD             TO WS-DOW-Q
004500     MOVE WS-BUS-MM             TO WS-DOW-M
004510     MOVE WS-BUS-YY             TO WS-DOW-K
004520     MOVE WS-BUS-CC             TO WS-DOW-J
004530     IF WS-DOW-M < 3
004540        ADD 12                  TO WS-DOW-M
004550        IF WS-DOW-K = 0
004560           MOVE 99              TO WS-DOW-K
004570           SUBTRACT 1           FROM WS-DOW-J
004580        ELSE
004590           SUBTRACT 1           FROM WS-DOW-K
004600        END-IF
004610     END-IF
004620     COMPUTE WS-DOW-T1 = (13 * (WS-DOW-M + 1)) / 5
004630     COMPUTE WS-DOW-T2 = WS-DOW-K / 4 + WS-DOW-J / 4
004640     COMPUTE WS-DOW-SUM = WS-DOW-Q + WS-DOW-T1 + WS-DOW-K
004650                        + WS-DOW-T2 + (5 * WS-DOW-J)
004660     DIVIDE WS-DOW-SUM BY 7
004670         GIVING WS-DOW-QUOT
004680         REMAINDER WS-DOW
004690*
004700     IF NOT WS-DOW-WEEKEND
004710        AND PROC-CALENDAR-AVAILABLE
004720        MOVE 'H'                TO PCAL-REC-TYPE
004730        MOVE WS-BUS-DATE        TO PCAL-KEY-DATE
004740        READ PROC-CALENDAR
004750        IF WS-PCAL-STATUS = '00'
004760           SET DAY-IS-HOLIDAY   TO TRUE
004770        END-IF
004780     END-IF
004790     .
004800 2200-EXIT.
004810     EXIT.
004820*----------------------------------------------------------------*
004830*    EVERY CASE NOT CLOSED THAT HAS BEEN OPEN THE THRESHOLD OR   *
004840*    LONGER, OLDEST FIRST.                                       *
004850*----------------------------------------------------------------*
004860 3000-OPEN-CURSOR.
004870*----------------------------------------------------------------*
004880     EXEC SQL
004890         DECLARE PCRDUE-CURSOR CURSOR FOR
004900             SELECT CASE_ID, CARD_NUM, ACCT_ID,
004910                    DISPUTE_AMT, CASE_STATUS,
004920                    CHAR(OPENED_DATE)
004930               FROM CARDDEMO.PAUDISPT
004940              WHERE CASE_STATUS <> 'X'
004950                AND OPENED_DATE <= DATE(:WS-CUTOFF-ISO)
004960              ORDER BY OPENED_DATE, CASE_ID
004970     END-EXEC
004980     EXEC SQL
004990         OPEN PCRDUE-CURSOR
005000     END-EXEC
005010     IF SQLCODE NOT = ZERO
005020        MOVE SQLCODE TO WS-SQLCODE
005030        DISPLAY 'ERROR OPENING PCRDUE-CURSOR, SQLCODE=' WS-SQLCODE
005040        SET CURSOR-EOF TO TRUE
005050     ELSE
005060        SET CURSOR-NOT-EOF TO TRUE
005070     END-IF
005080     .
005090 3000-EXIT.
005100     EXIT.
005110*----------------------------------------------------------------*
005120*    A CASE WITH ANY LEDGER ROW HAS HAD ITS CREDIT (A REVERSED   *
005130*    OR FINAL CREDIT IS THE NETWORK'S ANSWER, NOT A MISSING      *
005140*    ONE). OTHERWISE THE CREDIT IS POSTED AS ROW 001.            *
005150*----------------------------------------------------------------*
005160 3100-CREDIT-NEXT-CASE.
005170*----------------------------------------------------------------*
005180     EXEC SQL
005190         FETCH PCRDUE-CURSOR
005200             INTO :DSP-CASE-ID, :DSP-CARD-NUM, :DSP-ACCT-ID,
005210                  :DSP-DISPUTE-AMT, :DSP-CASE-STATUS,
005220                  :DSP-OPENED-DATE
005230     END-EXEC
005240     EVALUATE TRUE
005250         WHEN SQLCODE = ZERO
005260             ADD 1 TO WS-RPT-CASES-DUE
005270         WHEN SQLCODE = 100
005280             SET CURSOR-EOF TO TRUE
005290             GO TO 3100-EXIT
005300         WHEN OTHER
005310             MOVE SQLCODE TO WS-SQLCODE
005320             DISPLAY 'SQL ERROR ON FETCH - SQLCODE=' WS-SQLCODE
005330             SET CURSOR-EOF TO TRUE
005340             GO TO 3100-EXIT
005350     END-EVALUATE
005360*
005370     MOVE DSP-CASE-ID           TO PCR-CASE-ID
005380     MOVE 1                     TO PCR-SEQ
005390     READ PROV-CREDIT
005400     IF WS-PCR-STATUS = '00'
005410        ADD 1 TO WS-RPT-ALREADY-CREDITED
005420        GO TO 3100-EXIT
005430     END-IF
005440     IF WS-PCR-STATUS NOT = '23'
005450        MOVE 'LEDGER READ ERROR ' TO WS-NO-CREDIT-REASON
005460        MOVE WS-PCR-STATUS      TO WS-NO-CREDIT-REASON(19:2)
005470        PERFORM 3500-LIST-NO-CREDIT THRU 3500-EXIT
005480        GO TO 3100-EXIT
005490     END-IF
005500     IF DSP-DISPUTE-AMT NOT > 0
005510        MOVE 'NO DISPUTED AMOUNT ON CASE' TO WS-NO-CREDIT-REASON
005520        PERFORM 3500-LIST-NO-CREDIT THRU 3500-EXIT
005530        GO TO 3100-EXIT
005540     END-IF
005550*
005560     MOVE SPACES                TO PROV-CREDIT-RECORD
005570     MOVE DSP-CASE-ID           TO PCR-CASE-ID
005580     MOVE 1                     TO PCR-SEQ
005590     SET PCR-POSTED             TO TRUE
005600     MOVE DSP-ACCT-ID           TO PCR-ACCT-ID
005610     MOVE DSP-CARD-NUM          TO PCR-CARD-NUM
005620     MOVE DSP-DISPUTE-AMT       TO PCR-AMOUNT
005630     MOVE WS-GL-CURRENCY        TO PCR-CURRENCY-CODE
005640     MOVE WS-GL-EXPOSURE        TO PCR-DR-ACCOUNT
005650     MOVE WS-GL-CUST-BALANCE    TO PCR-CR-ACCOUNT
005660     MOVE WS-BUS-CCYYMMDD       TO PCR-MOVE-DATE
005670     MOVE WS-PGMNAME            TO PCR-MOVED-BY
005680     WRITE PROV-CREDIT-RECORD
005690     IF WS-PCR-STATUS NOT = '00'
005700        MOVE 'LEDGER WRITE ERROR ' TO WS-NO-CREDIT-REASON
005710        MOVE WS-PCR-STATUS      TO WS-NO-CREDIT-REASON(20:2)
005720        PERFORM 3500-LIST-NO-CREDIT THRU 3500-EXIT
005730        GO TO 3100-EXIT
005740     END-IF
005750     ADD 1                      TO WS-RPT-CREDITS-POSTED
005760     ADD DSP-DISPUTE-AMT        TO WS-TOT-CREDITS-POSTED
005770     MOVE DSP-CASE-ID           TO WS-CASEID-DIS
005780     MOVE DSP-DISPUTE-AMT       TO WS-AMT-DIS
005790     MOVE SPACES TO WS-PRINT-LINE
005800     STRING 'CREDIT POSTED  CASE ' WS-CASEID-DIS
005810            ' ACCT ' DSP-ACCT-ID
005820            ' OPENED ' DSP-OPENED-DATE
005830            ' ST ' DSP-CASE-STATUS
005840            ' AMT ' WS-AMT-DIS
005850            DELIMITED BY SIZE INTO WS-PRINT-LINE
005860     END-STRING
005870     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
005880     .
005890 3100-EXIT.
005900     EXIT.
005910*----------------------------------------------------------------*
005920 3500-LIST-NO-CREDIT.
005930*----------------------------------------------------------------*
005940     ADD 1                      TO WS-RPT-NO-CREDIT
005950     ADD DSP-DISPUTE-AMT        TO WS-TOT-NO-CREDIT
005960     MOVE DSP-CASE-ID           TO WS-CASEID-DIS
005970     MOVE DSP-DISPUTE-AMT       TO WS-AMT-DIS
005980     MOVE SPACES TO WS-PRINT-LINE
005990     STRING 'CASE ' WS-CASEID-DIS
006000            ' ACCT ' DSP-ACCT-ID
006010            ' CARD ' DSP-CARD-NUM
006020            ' OPENED ' DSP-OPENED-DATE
006030            ' ST ' DSP-CASE-STATUS
006040            ' AMT ' WS-AMT-DIS
006050            ' ' WS-NO-CREDIT-REASON
006060            DELIMITED BY SIZE INTO WS-PRINT-LINE
006070     END-STRING
006080     WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
006090     .
006100 3500-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------*
006130 3900-CLOSE-CURSOR.
006140*----------------------------------------------------------------*
006150     EXEC SQL
006160         CLOSE PCRDUE-CURSOR
006170     END-EXEC
006180     .
006190 3900-EXIT.
006200     EXIT.
006210*----------------------------------------------------------------*
006220*    EVERY LEDGER ROW NOT YET BOOKED GOES TO THE GL BRIDGE AS    *
006230*    ITS OWN DR/CR PAIR ON THE ACCOUNTS THE ROW CARRIES, DATED   *
006240*    THE BUSINESS DATE, AND IS THEN STAMPED SENT.                *
006250*----------------------------------------------------------------*
006260 5000-SEND-GL-MOVEMENTS.
006270*----------------------------------------------------------------*
006280     MOVE LOW-VALUES            TO PCR-KEY
006290     START PROV-CREDIT KEY IS NOT LESS THAN PCR-KEY
006300     IF WS-PCR-STATUS NOT = '00'
006310        GO TO 5000-EXIT
006320     END-IF
006330     PERFORM 5100-SEND-NEXT-MOVEMENT THRU 5100-EXIT
006340         UNTIL PCR-EOF
006350     .
006360 5000-EXIT.
006370     EXIT.
006380*----------------------------------------------------------------*
006390 5100-SEND-NEXT-MOVEMENT.
006400*----------------------------------------------------------------*
006410     READ PROV-CREDIT NEXT RECORD
006420         AT END GO TO 5100-EXIT
006430     END-READ
006440     IF WS-PCR-STATUS NOT = '00'
006450        DISPLAY 'ERROR READING PROVCRED:' WS-PCR-STATUS
006460        MOVE '10'               TO WS-PCR-STATUS
006470        GO TO 5100-EXIT
006480     END-IF
006490     IF PCR-GL-SENT-DATE NOT = SPACES
006500        GO TO 5100-EXIT
006510     END-IF
006520*
006530     MOVE SPACES                TO GL-FEED-RECORD
006540     MOVE PCR-AMOUNT            TO GLF-AMOUNT
006550     MOVE PCR-CURRENCY-CODE     TO GLF-CURRENCY-CODE
006560     MOVE WS-GL-AUTH-TYPE       TO GLF-AUTH-TYPE
006570     MOVE WS-BUS-CCYYMMDD(3:6)  TO GLF-FEED-DATE
006580     MOVE WS-BUS-CCYYMMDD(3:6)  TO GLF-ORIG-FEED-DATE
006590     MOVE PCR-DR-ACCOUNT        TO GLF-GL-ACCOUNT
006600     MOVE 'D'                   TO GLF-DR-CR
006610     WRITE GL-FEED-RECORD
006620     MOVE PCR-CR-ACCOUNT        TO GLF-GL-ACCOUNT
006630     MOVE 'C'                   TO GLF-DR-CR
006640     WRITE GL-FEED-RECORD
006650     IF WS-GL-STATUS NOT = '00'
006660        DISPLAY 'ERROR WRITING PCRGLOUT:' WS-GL-STATUS
006670        GO TO 5100-EXIT
006680     END-IF
006690     ADD 2                      TO WS-RPT-GL-LINES
006700*
006710     MOVE WS-BUS-CCYYMMDD       TO PCR-GL-SENT-DATE
006720     REWRITE PROV-CREDIT-RECORD
006730     IF WS-PCR-STATUS NOT = '00'
006740        DISPLAY 'ERROR REWRITING PROVCRED:' WS-PCR-STATUS
006750     END-IF
006760     EVALUATE TRUE
006770         WHEN PCR-POSTED
006780             ADD 1              TO WS-RPT-GL-POSTED
006790             ADD PCR-AMOUNT     TO WS-TOT-GL-POSTED
006800         WHEN PCR-REVERSED
006810             ADD 1              TO WS-RPT-GL-REVERSED
006820             ADD PCR-AMOUNT     TO WS-TOT-GL-REVERSED
006830         WHEN PCR-MADE-FINAL
006840             ADD 1              TO WS-RPT-GL-FINAL
006850             ADD PCR-AMOUNT     TO WS-TOT-GL-FINAL
006860     END-EVALUATE
006870     .
006880 5100-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------*
006910 8000-PRINT-SUMMARY.
006920*----------------------------------------------------------------*
006930     MOVE SPACES TO WS-PRINT-LINE
006940     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
006950     MOVE WS-RPT-CASES-DUE TO WS-CNT-DIS
006960     MOVE SPACES TO WS-PRINT-LINE
006970     STRING 'OPEN CASES PAST THE THRESHOLD ......: ' WS-CNT-DIS
006980            DELIMITED BY SIZE INTO WS-PRINT-LINE
006990     END-STRING
007000     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
007010     MOVE WS-RPT-ALREADY-CREDITED TO WS-CNT-DIS
007020     MOVE SPACES TO WS-PRINT-LINE
007030     STRING '  ALREADY CREDITED .................: ' WS-CNT-DIS
007040            DELIMITED BY SIZE INTO WS-PRINT-LINE
007050     END-STRING
007060     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
007070     MOVE WS-RPT-CREDITS-POSTED TO WS-CNT-DIS
007080     MOVE WS-TOT-CREDITS-POSTED TO WS-AMT-DIS
007090     MOVE SPACES TO WS-PRINT-LINE
007100     STRING '  CREDIT POSTED THIS RUN ...........: ' WS-CNT-DIS
007110            ' ' WS-AMT-DIS
007120            DELIMITED BY SIZE INTO WS-PRINT-LINE
007130     END-STRING
007140     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
007150     MOVE WS-RPT-NO-CREDIT TO WS-CNT-DIS
007160     MOVE WS-TOT-NO-CREDIT TO WS-AMT-DIS
007170     MOVE SPACES TO WS-PRINT-LINE
007180     STRING '  STILL WITHOUT CREDIT (PCRXCPRP) ..: ' WS-CNT-DIS
007190            ' ' WS-AMT-DIS
007200            DELIMITED BY SIZE INTO WS-PRINT-LINE
007210     END-STRING
007220     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
007230*
007240     MOVE WS-RPT-GL-POSTED TO WS-CNT-DIS
007250     MOVE WS-TOT-GL-POSTED TO WS-AMT-DIS
007260     MOVE SPACES TO WS-PRINT-LINE
007270     STRING 'GL PAIRS SENT - CREDITS POSTED .....: ' WS-CNT-DIS
007280            ' ' WS-AMT-DIS
007290            DELIMITED BY SIZE INTO WS-PRINT-LINE
007300     END-STRING
007310     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
007320     MOVE WS-RPT-GL-REVERSED TO WS-CNT-DIS
007330     MOVE WS-TOT-GL-REVERSED TO WS-AMT-DIS
007340     MOVE SPACES TO WS-PRINT-LINE
007350     STRING 'GL PAIRS SENT - CREDITS REVERSED ...: ' WS-CNT-DIS
007360            ' ' WS-AMT-DIS
007370            DELIMITED BY SIZE INTO WS-PRINT-LINE
007380     END-STRING
007390     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
007400     MOVE WS-RPT-GL-FINAL TO WS-CNT-DIS
007410     MOVE WS-TOT-GL-FINAL TO WS-AMT-DIS
007420     MOVE SPACES TO WS-PRINT-LINE
007430     STRING 'GL PAIRS SENT - CREDITS MADE FINAL .: ' WS-CNT-DIS
007440            ' ' WS-AMT-DIS
007450            DELIMITED BY SIZE INTO WS-PRINT-LINE
007460     END-STRING
007470     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
007480     MOVE WS-RPT-GL-LINES TO WS-CNT-DIS
007490     MOVE SPACES TO WS-PRINT-LINE
007500     STRING 'PCRGLOUT LINES WRITTEN .............: ' WS-CNT-DIS
007510            DELIMITED BY SIZE INTO WS-PRINT-LINE
007520     END-STRING
007530     WRITE CONTROL-REPORT-LINE FROM WS-PRINT-LINE
007540*
007550     IF WS-RPT-NO-CREDIT = 0
007560        MOVE SPACES TO WS-PRINT-LINE
007570        STRING 'NO CASE PAST THE THRESHOLD IS WITHOUT CREDIT'
007580               DELIMITED BY SIZE INTO WS-PRINT-LINE
007590        END-STRING
007600        WRITE EXCEPTION-REPORT-LINE FROM WS-PRINT-LINE
007610     END-IF
007620     .
007630 8000-EXIT.
007640     EXIT.
007650*----------------------------------------------------------------*
007660 9000-FILE-CLOSE.
007670*----------------------------------------------------------------*
007680     CLOSE PROV-CREDIT
007690     CLOSE GL-FEED-FILE
007700     IF RUN-CONTROL-AVAILABLE
007710        CLOSE RUN-CONTROL
007720     END-IF
007730     CLOSE CONTROL-REPORT
007740     CLOSE EXCEPTION-REPORT
007750     .
007760 9000-EXIT.
007770     EXIT.
007780*----------------------------------------------------------------*
007790 9999-ABEND.
007800*----------------------------------------------------------------*
007810     DISPLAY 'CBPCRPST ABENDING DUE TO FILE OPEN ERROR'
007820     MOVE 16 TO RETURN-CODE
007830     GOBACK
007840     .
007850 9999-EXIT.
007860     EXIT.

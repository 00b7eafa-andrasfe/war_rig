000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBEXPSNP.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-08-22.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBEXPSNP - MONTH-END PENDING-EXPOSURE SNAPSHOT              *
000090*    CREDIT RISK'S LOSS ALLOWANCE IS BUILT FROM POSTED BALANCES; *
000100*    APPROVED HOLDS STILL OPEN IN PAUTB SIT OUTSIDE IT. AT MONTH *
000110*    END THIS JOB WALKS EVERY ROOT AND, PER ACCOUNT:             *
000120*      - TOTALS THE UNSETTLED PART OF EVERY OPEN APPROVED HOLD   *
000130*        (REFUNDS EXCLUDED), BUCKETED BY HOLD AGE (0-3, 4-7,     *
000140*        8-14, 15-30, OVER 30 DAYS) AND BY AUTH TYPE,            *
000150*      - MEASURES LIMIT UTILISATION AGAINST ACCTDAT - POSTED     *
000160*        BALANCE PLUS PENDING OVER THE CREDIT LIMIT PLUS ANY     *
000170*        LIMITOVR UPLIFT ACTIVE ON THE SNAPSHOT DATE,            *
000180*      - KEEPS THE ROW IN CARDDEMO.PNDEXPHS (RERUN SAFE - THE    *
000190*        MONTH IS REPLACED) AND WRITES IT TO THE FLAT EXTRACT    *
000200*        FOR THE RISK MODEL TEAM (EXPXTRCT).                     *
000210*    HISTORY OLDER THAN THE RETENTION (EXPPARMS RETAIN=, DEFAULT *
000220*    13 MONTHS) IS DELETED, AND THE REPORT (EXPSNPRP) SHOWS THE  *
000230*    MONTH-OVER-MONTH MOVEMENT AGAINST THE PRIOR SNAPSHOT.       *
000240*----------------------------------------------------------------*
000250*                MODIFICATION HISTORY                            *
000260* DATE       INIT DESCRIPTION                                    *
000270* 2027-08-22  RKA INITIAL VERSION                                *
000280*----------------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-ZOS.
000320 OBJECT-COMPUTER. IBM-ZOS.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PARM-FILE      ASSIGN TO EXPPARMS
000360         ORGANIZATION IS SEQUENTIAL
000370         ACCESS MODE  IS SEQUENTIAL
000380         FILE STATUS  IS WS-PARM-STATUS.
000390*
000400     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE  IS RANDOM
000430         RECORD KEY   IS PCAL-KEY
000440         FILE STATUS  IS WS-PCAL-STATUS.
000450*
000460     SELECT ACCT-FILE      ASSIGN TO ACCTDAT
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE  IS RANDOM
000490         RECORD KEY   IS ACCT-ID
000500         FILE STATUS  IS WS-ACCT-STATUS.
000510*
000520     SELECT OVERRIDE-FILE  ASSIGN TO LIMITOVR
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE  IS RANDOM
000550         RECORD KEY   IS LOV-ACCT-ID
000560         FILE STATUS  IS WS-LOV-STATUS.
000570*
000580     SELECT EXTRACT-FILE   ASSIGN TO EXPXTRCT
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE  IS SEQUENTIAL
000610         FILE STATUS  IS WS-XTR-STATUS.
000620*
000630     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE  IS RANDOM
000660         RECORD KEY   IS RUNC-JOB-NAME
000670         FILE STATUS  IS WS-RUNC-STATUS.
000680*
000690     SELECT SNAPSHOT-REPORT ASSIGN TO EXPSNPRP
000700         ORGANIZATION IS SEQUENTIAL
000710         ACCESS MODE  IS SEQUENTIAL
000720         FILE STATUS  IS WS-RPT-STATUS.
000730*----------------------------------------------------------------*
000740 DATA DIVISION.
000750*----------------------------------------------------------------*
000760 FILE SECTION.
000770 FD  PARM-FILE
000780     RECORDING MODE IS F.
000790 01  PARM-RECORD                 PIC X(80).
000800*
000810 FD  PROC-CALENDAR
000820     RECORDING MODE IS F.
000830 COPY CVPRCALY.
000840*
000850 FD  ACCT-FILE
000860     RECORDING MODE IS F.
000870 COPY CVACT01Y.
000880*
000890 FD  OVERRIDE-FILE
000900     RECORDING MODE IS F.
000910 COPY CVLMOVRY.
000920*
000930 FD  EXTRACT-FILE
000940     RECORDING MODE IS F.
000950 COPY CVEXPXTY.
000960*
000970 FD  RUN-CONTROL
000980     RECORDING MODE IS F.
000990 COPY CVRUNCTY.
001000*
001010 FD  SNAPSHOT-REPORT
001020     RECORDING MODE IS F.
001030 01  SNAPSHOT-REPORT-LINE        PIC X(132).
001040*----------------------------------------------------------------*
001050 WORKING-STORAGE SECTION.
001060*----------------------------------------------------------------*
001070 01  WS-VARIABLES.
001080     05  WS-PGMNAME                 PIC X(08) VALUE 'CBEXPSNP'.
001090     05  CURRENT-DATE               PIC 9(06).
001100     05  WS-RUN-TIME                PIC 9(08).
001110     05  WS-BUS-CCYYMMDD            PIC X(08).
001120     05  WS-SNAP-YYDDD              PIC 9(05).
001130     05  WS-AUTH-YYDDD              PIC 9(05).
001140     05  WS-AUTH-YY                 PIC 9(02).
001150     05  WS-AUTH-DDD                PIC 9(03).
001160     05  WS-SNAP-YY                 PIC 9(02).
001170     05  WS-SNAP-DDD                PIC 9(03).
001180     05  WS-HOLD-AGE                PIC S9(4) COMP.
001190     05  WS-HELD-AMT                PIC S9(09)V99 COMP-3.
001200     05  WS-NOW-INDEX               PIC S9(09) COMP.
001210     05  WS-CUTOFF-INDEX            PIC S9(09) COMP.
001220     05  WS-PRIOR-INDEX             PIC S9(09) COMP.
001230     05  WS-LIMIT-TOTAL             PIC S9(11)V99 COMP-3.
001240     05  WS-UTIL-WORK               PIC S9(07)V99 COMP-3.
001250     05  WS-RETAIN-NUM              PIC 9(03).
001260*
001270 01  WS-FILE-STATUSES.
001280     05  WS-PARM-STATUS             PIC X(02).
001290         88  PARM-EOF                       VALUE '10'.
001300     05  WS-PCAL-STATUS             PIC X(02).
001310     05  WS-ACCT-STATUS             PIC X(02).
001320         88  ACCT-FOUND                     VALUE '00'.
001330     05  WS-LOV-STATUS              PIC X(02).
001340         88  LOV-FOUND                      VALUE '00'.
001350     05  WS-XTR-STATUS              PIC X(02).
001360     05  WS-RUNC-STATUS             PIC X(02).
001370     05  WS-RPT-STATUS              PIC X(02).
001380 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001390     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001400 01  WS-LOV-AVAIL-SW                PIC X(01) VALUE 'N'.
001410     88  OVERRIDE-FILE-AVAILABLE            VALUE 'Y'.
001420*----------------------------------------------------------------*
001430*    RUN-MODE CONTROL (PARM-DRIVEN - OPS MAINTAINABLE)           *
001440*----------------------------------------------------------------*
001450 01  WS-RUN-PARMS.
001460     05  WS-RETAIN-MONTHS           PIC S9(4) COMP VALUE +13.
001470*----------------------------------------------------------------*
001480*    MONTH TOTALS - THIS SNAPSHOT (1) AND THE PRIOR ONE (2).     *
001490*    MEASURES: 1 ACCOUNTS  2 HOLDS  3 EXPOSURE  4-8 AGE BUCKETS  *
001500*    9-12 AUTH TYPES  13 ACCOUNTS OVER 100% UTILISED.            *
001510*----------------------------------------------------------------*
001520 01  WS-MEASURE-NAMES.
001530     05  FILLER PIC X(24) VALUE 'ACCOUNTS WITH EXPOSURE  '.
001540     05  FILLER PIC X(24) VALUE 'OPEN APPROVED HOLDS     '.
001550     05  FILLER PIC X(24) VALUE 'PENDING EXPOSURE        '.
001560     05  FILLER PIC X(24) VALUE '  AGED 0-3 DAYS         '.
001570     05  FILLER PIC X(24) VALUE '  AGED 4-7 DAYS         '.
001580     05  FILLER PIC X(24) VALUE '  AGED 8-14 DAYS        '.
001590     05  FILLER PIC X(24) VALUE '  AGED 15-30 DAYS       '.
001600     05  FILLER PIC X(24) VALUE '  AGED OVER 30 DAYS     '.
001610     05  FILLER PIC X(24) VALUE '  DEBIT (DB)            '.
001620     05  FILLER PIC X(24) VALUE '  CREDIT (CR)           '.
001630     05  FILLER PIC X(24) VALUE '  PREPAID (PP)          '.
001640     05  FILLER PIC X(24) VALUE '  OTHER AUTH TYPE       '.
001650     05  FILLER PIC X(24) VALUE 'ACCOUNTS OVER 100% UTIL '.
001660 01  WS-MEASURE-TABLE REDEFINES WS-MEASURE-NAMES.
001670     05  WS-MSR-NAME OCCURS 13 TIMES PIC X(24).
001680 01  WS-MONTH-TOTALS.
001690     05  WS-MTH-ENTRY OCCURS 2 TIMES.
001700         10  WS-MTH-MEASURE OCCURS 13 TIMES
001710                                    PIC S9(13)V99 COMP-3.
001720 01  WS-MSR-IDX                     PIC S9(4) COMP.
001730 01  WS-MOVEMENT                    PIC S9(13)V99 COMP-3.
001740*----------------------------------------------------------------*
001750*    THE ACCOUNT BEING SNAPPED                                   *
001760*----------------------------------------------------------------*
001770 01  WS-ACCOUNT-WORK.
001780     05  WS-ACCT-HOLDS              PIC S9(09) COMP.
001790     05  WS-ACCT-EXPOSURE           PIC S9(11)V99 COMP-3.
001800     05  WS-ACCT-AGE-AMT OCCURS 5 TIMES
001810                                    PIC S9(11)V99 COMP-3.
001820     05  WS-ACCT-TYPE-AMT OCCURS 4 TIMES
001830                                    PIC S9(11)V99 COMP-3.
001840 01  WS-AGE-IDX                     PIC S9(4) COMP.
001850 01  WS-TYPE-IDX                    PIC S9(4) COMP.
001860 COPY CSDAT03Y.
001870*----------------------------------------------------------------*
001880 01  WS-REPORT-COUNTERS.
001890     05  WS-RPT-ROOTS-READ          PIC S9(9) COMP-3 VALUE 0.
001900     05  WS-RPT-NO-ACCT             PIC S9(9) COMP-3 VALUE 0.
001910     05  WS-RPT-UPLIFTS             PIC S9(9) COMP-3 VALUE 0.
001920     05  WS-RPT-ROWS-KEPT           PIC S9(9) COMP-3 VALUE 0.
001930     05  WS-RPT-INSERT-ERRORS       PIC S9(9) COMP-3 VALUE 0.
001940     05  WS-RPT-ROWS-AGED           PIC S9(9) COMP.
001950 01  WS-PRIOR-FOUND-SW              PIC X(01) VALUE 'N'.
001960     88  PRIOR-SNAPSHOT-FOUND               VALUE 'Y'.
001970*----------------------------------------------------------------*
001980 01  WS-PRINT-LINE                 PIC X(132).
001990 01  WS-DISPLAY-FIELDS.
002000     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002010     05  WS-CUR-DIS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002020     05  WS-PRV-DIS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002030     05  WS-MOV-DIS                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
002040     05  WS-SQLCODE                 PIC -9(8).
002050*----------------------------------------------------------------*
002060 01  WS-DETAIL-CONTROL.
002070     05  WS-DETAIL-EOF-SW           PIC X(01).
002080         88  DETAIL-SEG-EOF                 VALUE 'Y'.
002090     05  WS-ROOT-EOF-SW             PIC X(01) VALUE 'N'.
002100         88  ROOT-SEG-EOF                   VALUE 'Y'.
002110*----------------------------------------------------------------*
002120*    DB2 HOST VARIABLES FOR THE EXPOSURE HISTORY                 *
002130*----------------------------------------------------------------*
002140 01  PNDEXPHS-HOST-VARS.
002150 COPY CVEXPHSY.
002160 01  WS-PRIOR-VARS.
002170     05  PRV-SNAP-YEAR              PIC S9(09) COMP.
002180     05  PRV-SNAP-MONTH             PIC S9(09) COMP.
002190     05  PRV-ACCOUNTS               PIC S9(09) COMP.
002200     05  PRV-HOLDS                  PIC S9(09) COMP.
002210     05  PRV-AMTS.
002220         10  PRV-EXPOSURE-AMT       PIC S9(13)V99 COMP-3.
002230         10  PRV-AGE-0-3-AMT        PIC S9(13)V99 COMP-3.
002240         10  PRV-AGE-4-7-AMT        PIC S9(13)V99 COMP-3.
002250         10  PRV-AGE-8-14-AMT       PIC S9(13)V99 COMP-3.
002260         10  PRV-AGE-15-30-AMT      PIC S9(13)V99 COMP-3.
002270         10  PRV-AGE-OVER-30-AMT    PIC S9(13)V99 COMP-3.
002280         10  PRV-DEBIT-AMT          PIC S9(13)V99 COMP-3.
002290         10  PRV-CREDIT-AMT         PIC S9(13)V99 COMP-3.
002300         10  PRV-PREPAID-AMT        PIC S9(13)V99 COMP-3.
002310         10  PRV-OTHER-TYPE-AMT     PIC S9(13)V99 COMP-3.
002320     05  PRV-AMT-TABLE REDEFINES PRV-AMTS.
002330         10  PRV-AMT OCCURS 10 TIMES PIC S9(13)V99 COMP-3.
002340     05  PRV-OVER-LIMIT             PIC S9(09) COMP.
002350*----------------------------------------------------------------*
002360 EXEC SQL
002370     INCLUDE SQLCA
002380 END-EXEC.
002390*----------------------------------------------------------------*
002400*    DLI / PCB CONTROL INFORMATION                               *
002410*----------------------------------------------------------------*
002420 01  WS-IMS-CONTROL.
002430     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTM'.
002440     05  PCB-OFFSET.
002450         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
002460     05  IMS-RETURN-CODE                 PIC X(02).
002470         88  STATUS-OK                    VALUE '  ', 'FW'.
002480         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
002490         88  END-OF-DB                    VALUE 'GB'.
002500     05  DIBSTAT                         PIC X(02).
002510*----------------------------------------------------------------*
002520*    IMS SEGMENT LAYOUT                                          *
002530*----------------------------------------------------------------*
002540*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
002550 01 PENDING-AUTH-SUMMARY.
002560 COPY CIPAUSMY.
002570*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
002580 01 PENDING-AUTH-DETAILS.
002590 COPY CIPAUDTY.
002600*----------------------------------------------------------------*
002610 LINKAGE SECTION.
002620 01  PAUTBPCB                       PIC X(100).
002630*----------------------------------------------------------------*
002640 PROCEDURE DIVISION                  USING PAUTBPCB.
002650*----------------------------------------------------------------*
002660 MAIN-PARA.
002670     ENTRY 'DLITCBL'                 USING PAUTBPCB.
002680*
002690     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002700*
002710     PERFORM 2000-CLEAR-MONTH        THRU 2000-EXIT
002720*
002730     PERFORM 3000-SNAP-NEXT-ACCOUNT  THRU 3000-EXIT
002740         UNTIL ROOT-SEG-EOF
002750*
002760     PERFORM 5000-LOAD-PRIOR-MONTH   THRU 5000-EXIT
002770     PERFORM 6000-AGE-OUT-HISTORY    THRU 6000-EXIT
002780     PERFORM 7000-WRITE-TRAILER      THRU 7000-EXIT
002790*
002800     PERFORM 8000-PRINT-MOVEMENT     THRU 8000-EXIT
002810     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002820*
002830     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002840*
002850     IF WS-RPT-INSERT-ERRORS > 0
002860        MOVE 4 TO RETURN-CODE
002870     END-IF
002880     GOBACK.
002890*----------------------------------------------------------------*
002900 1000-INITIALIZE.
002910*----------------------------------------------------------------*
002920     ACCEPT CURRENT-DATE     FROM DATE
002930     MOVE '20'               TO WS-BUS-CCYYMMDD(1:2)
002940     MOVE CURRENT-DATE       TO WS-BUS-CCYYMMDD(3:6)
002950     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
002960     INITIALIZE WS-MONTH-TOTALS
002970*
002980     OPEN INPUT  PARM-FILE
002990     IF WS-PARM-STATUS = '00'
003000        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
003010            UNTIL PARM-EOF
003020        CLOSE PARM-FILE
003030     END-IF
003040*
003050*    THE SNAPSHOT DATE AS JULIAN FOR THE HOLD AGES AND AS A
003060*    MONTH INDEX FOR THE HISTORY.
003070     MOVE WS-BUS-CCYYMMDD    TO WS-BUS-DATE
003080     PERFORM 1370-COMPUTE-BUS-YYDDD THRU 1370-BUS-EXIT
003090     MOVE WS-BUS-YYDDD       TO WS-SNAP-YYDDD
003100     MOVE WS-BUS-YY          TO WS-SNAP-YY
003110     MOVE WS-BUS-DDD         TO WS-SNAP-DDD
003120     COMPUTE EXH-SNAP-YEAR   = WS-BUS-CC * 100 + WS-BUS-YY
003130     MOVE WS-BUS-MM          TO EXH-SNAP-MONTH
003140     STRING WS-BUS-CCYYMMDD(1:4) '-' WS-BUS-CCYYMMDD(5:2)
003150            '-' WS-BUS-CCYYMMDD(7:2)
003160            DELIMITED BY SIZE INTO EXH-SNAP-DATE
003170     END-STRING
003180     COMPUTE WS-NOW-INDEX    = EXH-SNAP-YEAR * 12 + EXH-SNAP-MONTH
003190     COMPUTE WS-PRIOR-INDEX  = WS-NOW-INDEX - 1
003200     COMPUTE WS-CUTOFF-INDEX = WS-NOW-INDEX - WS-RETAIN-MONTHS
003210*
003220     OPEN INPUT  ACCT-FILE
003230     IF WS-ACCT-STATUS = SPACES OR '00'
003240        CONTINUE
003250     ELSE
003260        DISPLAY 'ERROR IN OPENING ACCTDAT:' WS-ACCT-STATUS
003270        PERFORM 9999-ABEND THRU 9999-EXIT
003280     END-IF
003290     OPEN INPUT  OVERRIDE-FILE
003300     IF WS-LOV-STATUS = SPACES OR '00'
003310        SET OVERRIDE-FILE-AVAILABLE TO TRUE
003320     ELSE
003330        DISPLAY 'LIMITOVR NOT AVAILABLE - NO UPLIFTS APPLIED'
003340     END-IF
003350     OPEN OUTPUT EXTRACT-FILE
003360     IF WS-XTR-STATUS = SPACES OR '00'
003370        CONTINUE
003380     ELSE
003390        DISPLAY 'ERROR IN OPENING EXPXTRCT:' WS-XTR-STATUS
003400        PERFORM 9999-ABEND THRU 9999-EXIT
003410     END-IF
003420     OPEN OUTPUT SNAPSHOT-REPORT
003430*
003440     OPEN I-O RUN-CONTROL
003450     IF WS-RUNC-STATUS = SPACES OR '00'
003460        SET RUN-CONTROL-AVAILABLE TO TRUE
003470        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
003480     ELSE
003490        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
003500     END-IF
003510*
003520     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
003530     DISPLAY '*-------------------------------------*'
003540     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
003550     DISPLAY 'SNAPSHOT DATE          :' EXH-SNAP-DATE
003560     DISPLAY 'RETENTION MONTHS       :' WS-RETAIN-MONTHS
003570     .
003580 1000-EXIT.
003590     EXIT.
003600*----------------------------------------------------------------*
003610 1100-READ-NEXT-PARM.
003620*----------------------------------------------------------------*
003630     READ PARM-FILE
003640         AT END GO TO 1100-EXIT
003650     END-READ
003660     EVALUATE PARM-RECORD(1:8)
003670         WHEN 'RETAIN= '
003680         WHEN 'RETAIN=0'
003690         WHEN 'RETAIN=1'
003700         WHEN 'RETAIN=2'
003710         WHEN 'RETAIN=3'
003720         WHEN 'RETAIN=4'
003730         WHEN 'RETAIN=5'
003740         WHEN 'RETAIN=6'
003750         WHEN 'RETAIN=7'
003760         WHEN 'RETAIN=8'
003770         WHEN 'RETAIN=9'
003780             IF PARM-RECORD(8:3) IS NUMERIC
003790                MOVE PARM-RECORD(8:3)  TO WS-RETAIN-NUM
003800                IF WS-RETAIN-NUM > 1
003810                   MOVE WS-RETAIN-NUM  TO WS-RETAIN-MONTHS
003820                END-IF
003830             END-IF
003840         WHEN OTHER
003850             CONTINUE
003860     END-EVALUATE
003870     .
003880 1100-EXIT.
003890     EXIT.
003900*----------------------------------------------------------------*
003910*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
003920*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE - THE HOLD  *
003930*    AGES ARE TAKEN AGAINST THE BUSINESS DAY.                    *
003940*----------------------------------------------------------------*
003950 1250-READ-BUSINESS-DATE.
003960*----------------------------------------------------------------*
003970     OPEN INPUT PROC-CALENDAR
003980     IF WS-PCAL-STATUS = SPACES OR '00'
003990        MOVE 'C'             TO PCAL-REC-TYPE
004000        MOVE '00000000'      TO PCAL-KEY-DATE
004010        READ PROC-CALENDAR
004020        IF WS-PCAL-STATUS = '00'
004030           MOVE PCAL-BUSINESS-DATE      TO WS-BUS-CCYYMMDD
004040           DISPLAY 'BUSINESS DATE FROM PROCCAL: '
004050                   PCAL-BUSINESS-DATE
004060        END-IF
004070        CLOSE PROC-CALENDAR
004080     ELSE
004090        DISPLAY 'PROCCAL NOT AVAILABLE - USING SYSTEM DATE'
004100     END-IF
004110     .
004120 1250-EXIT.
004130     EXIT.
004140 COPY CSDAT03P.
004150*----------------------------------------------------------------*
004160*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START; THE RESULT    *
004170*    IS STAMPED AT END.                                          *
004180*----------------------------------------------------------------*
004190 1300-MARK-RUN-START.
004200*----------------------------------------------------------------*
004210     ACCEPT WS-RUN-TIME      FROM TIME
004220     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
004230     READ RUN-CONTROL
004240     IF WS-RUNC-STATUS NOT = '00'
004250        MOVE SPACES          TO RUN-CONTROL-RECORD
004260        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004270     END-IF
004280     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
004290     MOVE WS-RUN-TIME        TO RUNC-START-TIME
004300     MOVE SPACES             TO RUNC-END-TIME
004310     SET  RUNC-RUNNING       TO TRUE
004320     MOVE ZEROES             TO RUNC-RECORD-COUNT
004330     IF WS-RUNC-STATUS = '00'
004340        REWRITE RUN-CONTROL-RECORD
004350     ELSE
004360        WRITE RUN-CONTROL-RECORD
004370     END-IF
004380     .
004390 1300-EXIT.
004400     EXIT.
004410*----------------------------------------------------------------*
004420*    FAILED IF ANY ACCOUNT'S ROW DID NOT REACH THE HISTORY; THE  *
004430*    RECORD COUNT IS THE ACCOUNTS SNAPPED.                       *
004440*----------------------------------------------------------------*
004450 1400-MARK-RUN-END.
004460*----------------------------------------------------------------*
004470     IF RUN-CONTROL-AVAILABLE
004480        ACCEPT WS-RUN-TIME   FROM TIME
004490        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004500        READ RUN-CONTROL
004510        MOVE WS-RUN-TIME     TO RUNC-END-TIME
004520        IF WS-RPT-INSERT-ERRORS = 0
004530           SET  RUNC-COMPLETE TO TRUE
004540        ELSE
004550           SET  RUNC-FAILED   TO TRUE
004560        END-IF
004570        MOVE WS-RPT-ROWS-KEPT TO RUNC-RECORD-COUNT
004580        REWRITE RUN-CONTROL-RECORD
004590        IF WS-RUNC-STATUS NOT = '00'
004600           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
004610        END-IF
004620     END-IF
004630     .
004640 1400-EXIT.
004650     EXIT.
004660*----------------------------------------------------------------*
004670*    A RERUN REPLACES THE MONTH'S SNAPSHOT RATHER THAN ADDING A  *
004680*    SECOND ONE.                                                 *
004690*----------------------------------------------------------------*
004700 2000-CLEAR-MONTH.
004710*----------------------------------------------------------------*
004720     EXEC SQL
004730         DELETE FROM CARDDEMO.PNDEXPHS
004740          WHERE SNAP_YEAR  = :EXH-SNAP-YEAR
004750            AND SNAP_MONTH = :EXH-SNAP-MONTH
004760     END-EXEC
004770     IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
004780        MOVE SQLCODE TO WS-SQLCODE
004790        DISPLAY 'ERROR CLEARING PNDEXPHS MONTH, SQLCODE='
004800                WS-SQLCODE
004810        PERFORM 9999-ABEND THRU 9999-EXIT
004820     END-IF
004830     .
004840 2000-EXIT.
004850     EXIT.
004860*----------------------------------------------------------------*
004870 3000-SNAP-NEXT-ACCOUNT.
004880*----------------------------------------------------------------*
004890     EXEC DLI GN USING PCB(PAUT-PCB-NUM)
004900          SEGMENT (PAUTSMRY)
004910          INTO (PENDING-AUTH-SUMMARY)
004920     END-EXEC
004930     MOVE DIBSTAT                TO IMS-RETURN-CODE
004940     EVALUATE TRUE
004950         WHEN STATUS-OK
004960             ADD 1 TO WS-RPT-ROOTS-READ
004970         WHEN END-OF-DB
004980             SET ROOT-SEG-EOF    TO TRUE
004990             GO TO 3000-EXIT
005000         WHEN OTHER
005010             DISPLAY 'ERROR READING SUMMARY SEGMENT: '
005020                 IMS-RETURN-CODE
005030             SET ROOT-SEG-EOF    TO TRUE
005040             GO TO 3000-EXIT
005050     END-EVALUATE
005060*
005070     INITIALIZE WS-ACCOUNT-WORK
005080     MOVE 'N'                    TO WS-DETAIL-EOF-SW
005090     PERFORM 3100-ADD-NEXT-HOLD  THRU 3100-EXIT
005100         UNTIL DETAIL-SEG-EOF
005110     IF WS-ACCT-HOLDS = 0
005120        GO TO 3000-EXIT
005130     END-IF
005140     PERFORM 3300-MEASURE-UTILISATION THRU 3300-EXIT
005150     PERFORM 4000-KEEP-SNAPSHOT  THRU 4000-EXIT
005160     .
005170 3000-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------*
005200*    AN OPEN HOLD IS AN APPROVED DETAIL THAT IS NOT A REFUND; A  *
005210*    PARTLY SETTLED HOLD IS EXPOSED ONLY FOR ITS UNSETTLED PART. *
005220*----------------------------------------------------------------*
005230 3100-ADD-NEXT-HOLD.
005240*----------------------------------------------------------------*
005250     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
005260         SEGMENT (PAUTDTL1)
005270         INTO (PENDING-AUTH-DETAILS)
005280     END-EXEC
005290     MOVE DIBSTAT                TO IMS-RETURN-CODE
005300     IF NOT STATUS-OK
005310        SET DETAIL-SEG-EOF       TO TRUE
005320        GO TO 3100-EXIT
005330     END-IF
005340     IF NOT PA-AUTH-APPROVED
005350        OR PA-PROCESSING-CODE(1:2) = '20'
005360        GO TO 3100-EXIT
005370     END-IF
005380     MOVE PA-APPROVED-AMT        TO WS-HELD-AMT
005390     IF PA-MATCH-STATUS = 'P'
005400        AND PA-SETTLED-TO-DATE-AMT IS NUMERIC
005410        SUBTRACT PA-SETTLED-TO-DATE-AMT FROM WS-HELD-AMT
005420     END-IF
005430     IF WS-HELD-AMT NOT > 0
005440        GO TO 3100-EXIT
005450     END-IF
005460     PERFORM 3200-FIND-HOLD-AGE  THRU 3200-EXIT
005470*
005480     EVALUATE TRUE
005490         WHEN WS-HOLD-AGE <= 3   MOVE 1 TO WS-AGE-IDX
005500         WHEN WS-HOLD-AGE <= 7   MOVE 2 TO WS-AGE-IDX
005510         WHEN WS-HOLD-AGE <= 14  MOVE 3 TO WS-AGE-IDX
005520         WHEN WS-HOLD-AGE <= 30  MOVE 4 TO WS-AGE-IDX
005530         WHEN OTHER              MOVE 5 TO WS-AGE-IDX
005540     END-EVALUATE
005550     EVALUATE TRUE
005560         WHEN PA-AUTH-TYPE-DEBIT    MOVE 1 TO WS-TYPE-IDX
005570         WHEN PA-AUTH-TYPE-CREDIT   MOVE 2 TO WS-TYPE-IDX
005580         WHEN PA-AUTH-TYPE-PREPAID  MOVE 3 TO WS-TYPE-IDX
005590         WHEN OTHER                 MOVE 4 TO WS-TYPE-IDX
005600     END-EVALUATE
005610     ADD 1                       TO WS-ACCT-HOLDS
005620     ADD WS-HELD-AMT             TO WS-ACCT-EXPOSURE
005630     ADD WS-HELD-AMT             TO WS-ACCT-AGE-AMT(WS-AGE-IDX)
005640     ADD WS-HELD-AMT             TO WS-ACCT-TYPE-AMT(WS-TYPE-IDX)
005650     .
005660 3100-EXIT.
005670     EXIT.
005680*----------------------------------------------------------------*
005690*    DAYS FROM THE AUTH DATE (YYDDD) TO THE SNAPSHOT DATE. AN    *
005700*    AUTH FROM THE PRIOR YEAR COUNTS THAT YEAR'S REMAINING DAYS; *
005710*    ANYTHING OLDER IS SIMPLY OVER 30.                           *
005720*----------------------------------------------------------------*
005730 3200-FIND-HOLD-AGE.
005740*----------------------------------------------------------------*
005750     COMPUTE WS-AUTH-YYDDD = 99999 - PA-AUTH-DATE-9C
005760     DIVIDE WS-AUTH-YYDDD BY 1000
005770         GIVING WS-AUTH-YY
005780         REMAINDER WS-AUTH-DDD
005790     EVALUATE TRUE
005800         WHEN WS-AUTH-YY = WS-SNAP-YY
005810             COMPUTE WS-HOLD-AGE = WS-SNAP-DDD - WS-AUTH-DDD
005820         WHEN WS-AUTH-YY + 1 = WS-SNAP-YY
005830          OR (WS-AUTH-YY = 99 AND WS-SNAP-YY = 0)
005840             DIVIDE WS-AUTH-YY BY 4
005850                 GIVING WS-BUS-LEAP-QUOT
005860                 REMAINDER WS-BUS-LEAP-REM
005870             IF WS-BUS-LEAP-REM = 0
005880                COMPUTE WS-HOLD-AGE =
005890                        366 - WS-AUTH-DDD + WS-SNAP-DDD
005900             ELSE
005910                COMPUTE WS-HOLD-AGE =
005920                        365 - WS-AUTH-DDD + WS-SNAP-DDD
005930             END-IF
005940         WHEN OTHER
005950             MOVE 999            TO WS-HOLD-AGE
005960     END-EVALUATE
005970     IF WS-HOLD-AGE < 0
005980        MOVE 0                   TO WS-HOLD-AGE
005990     END-IF
006000     .
006010 3200-EXIT.
006020     EXIT.
006030*----------------------------------------------------------------*
006040*    POSTED BALANCE PLUS PENDING AGAINST THE LIMIT THE INTAKE    *
006050*    WOULD HONOUR TODAY - THE ACCTDAT LIMIT PLUS A LIMITOVR      *
006060*    UPLIFT THAT IS ACTIVE AND IN ITS WINDOW (AS COPAUA0C).      *
006070*----------------------------------------------------------------*
006080 3300-MEASURE-UTILISATION.
006090*----------------------------------------------------------------*
006100     MOVE 0                      TO EXH-CREDIT-LIMIT
006110                                    EXH-UPLIFT-AMT
006120                                    EXH-CURR-BAL
006130     MOVE PA-ACCOUNT-ID          TO ACCT-ID
006140     READ ACCT-FILE
006150     IF ACCT-FOUND
006160        MOVE ACCT-CREDIT-LIMIT   TO EXH-CREDIT-LIMIT
006170        MOVE ACCT-CURR-BAL       TO EXH-CURR-BAL
006180     ELSE
006190        ADD 1 TO WS-RPT-NO-ACCT
006200     END-IF
006210     IF OVERRIDE-FILE-AVAILABLE
006220        MOVE PA-ACCOUNT-ID       TO LOV-ACCT-ID
006230        READ OVERRIDE-FILE
006240        IF LOV-FOUND
006250           AND LOV-ACTIVE
006260           AND LOV-START-DATE <= WS-BUS-CCYYMMDD
006270           AND LOV-END-DATE >= WS-BUS-CCYYMMDD
006280           MOVE LOV-UPLIFT-AMT   TO EXH-UPLIFT-AMT
006290           ADD 1 TO WS-RPT-UPLIFTS
006300        END-IF
006310     END-IF
006320     COMPUTE WS-LIMIT-TOTAL = EXH-CREDIT-LIMIT + EXH-UPLIFT-AMT
006330     IF WS-LIMIT-TOTAL > 0
006340        COMPUTE WS-UTIL-WORK ROUNDED =
006350                (EXH-CURR-BAL + WS-ACCT-EXPOSURE) * 100
006360                / WS-LIMIT-TOTAL
006370        IF WS-UTIL-WORK > 999.99
006380           MOVE 999.99           TO WS-UTIL-WORK
006390        END-IF
006400        IF WS-UTIL-WORK < 0
006410           MOVE 0                TO WS-UTIL-WORK
006420        END-IF
006430     ELSE
006440        MOVE 999.99              TO WS-UTIL-WORK
006450     END-IF
006460     MOVE WS-UTIL-WORK           TO EXH-UTIL-PCT
006470     .
006480 3300-EXIT.
006490     EXIT.
006500*----------------------------------------------------------------*
006510*    THE ACCOUNT'S ROW TO THE HISTORY, TO THE EXTRACT, AND INTO  *
006520*    THIS MONTH'S TOTALS.                                        *
006530*----------------------------------------------------------------*
006540 4000-KEEP-SNAPSHOT.
006550*----------------------------------------------------------------*
006560     MOVE PA-ACCOUNT-ID          TO EXH-ACCT-ID
006570     MOVE WS-ACCT-HOLDS          TO EXH-HOLD-CNT
006580     MOVE WS-ACCT-EXPOSURE       TO EXH-EXPOSURE-AMT
006590     MOVE WS-ACCT-AGE-AMT(1)     TO EXH-AGE-0-3-AMT
006600     MOVE WS-ACCT-AGE-AMT(2)     TO EXH-AGE-4-7-AMT
006610     MOVE WS-ACCT-AGE-AMT(3)     TO EXH-AGE-8-14-AMT
006620     MOVE WS-ACCT-AGE-AMT(4)     TO EXH-AGE-15-30-AMT
006630     MOVE WS-ACCT-AGE-AMT(5)     TO EXH-AGE-OVER-30-AMT
006640     MOVE WS-ACCT-TYPE-AMT(1)    TO EXH-DEBIT-AMT
006650     MOVE WS-ACCT-TYPE-AMT(2)    TO EXH-CREDIT-AMT
006660     MOVE WS-ACCT-TYPE-AMT(3)    TO EXH-PREPAID-AMT
006670     MOVE WS-ACCT-TYPE-AMT(4)    TO EXH-OTHER-TYPE-AMT
006680     EXEC SQL
006690          INSERT INTO CARDDEMO.PNDEXPHS
006700                (SNAP_YEAR
006710                ,SNAP_MONTH
006720                ,SNAP_DATE
006730                ,ACCT_ID
006740                ,HOLD_CNT
006750                ,EXPOSURE_AMT
006760                ,AGE_0_3_AMT
006770                ,AGE_4_7_AMT
006780                ,AGE_8_14_AMT
006790                ,AGE_15_30_AMT
006800                ,AGE_OVER_30_AMT
006810                ,DEBIT_AMT
006820                ,CREDIT_AMT
006830                ,PREPAID_AMT
006840                ,OTHER_TYPE_AMT
006850                ,CREDIT_LIMIT
006860                ,UPLIFT_AMT
006870                ,CURR_BAL
006880                ,UTIL_PCT)
006890            VALUES
006900              ( :EXH-SNAP-YEAR
006910               ,:EXH-SNAP-MONTH
006920               ,DATE(:EXH-SNAP-DATE)
006930               ,:EXH-ACCT-ID
006940               ,:EXH-HOLD-CNT
006950               ,:EXH-EXPOSURE-AMT
006960               ,:EXH-AGE-0-3-AMT
006970               ,:EXH-AGE-4-7-AMT
006980               ,:EXH-AGE-8-14-AMT
006990               ,:EXH-AGE-15-30-AMT
007000               ,:EXH-AGE-OVER-30-AMT
007010               ,:EXH-DEBIT-AMT
007020               ,:EXH-CREDIT-AMT
007030               ,:EXH-PREPAID-AMT
007040               ,:EXH-OTHER-TYPE-AMT
007050               ,:EXH-CREDIT-LIMIT
007060               ,:EXH-UPLIFT-AMT
007070               ,:EXH-CURR-BAL
007080               ,:EXH-UTIL-PCT
007090              )
007100     END-EXEC
007110     IF SQLCODE = ZERO
007120        ADD 1 TO WS-RPT-ROWS-KEPT
007130     ELSE
007140        ADD 1 TO WS-RPT-INSERT-ERRORS
007150        MOVE SQLCODE TO WS-SQLCODE
007160        DISPLAY 'PNDEXPHS INSERT FAILED - ACCT ' PA-ACCOUNT-ID
007170                ' SQLCODE=' WS-SQLCODE
007180     END-IF
007190*
007200     MOVE SPACES                 TO EXPOSURE-EXTRACT-RECORD
007210     SET EXX-DETAIL              TO TRUE
007220     MOVE WS-BUS-CCYYMMDD        TO EXX-SNAP-DATE
007230     MOVE PA-ACCOUNT-ID          TO EXX-ACCT-ID
007240     MOVE WS-ACCT-HOLDS          TO EXX-HOLD-CNT
007250     MOVE WS-ACCT-EXPOSURE       TO EXX-EXPOSURE-AMT
007260     PERFORM 4100-MOVE-AGE-BUCKET THRU 4100-EXIT
007270         VARYING WS-AGE-IDX FROM 1 BY 1 UNTIL WS-AGE-IDX > 5
007280     PERFORM 4200-MOVE-TYPE-BUCKET THRU 4200-EXIT
007290         VARYING WS-TYPE-IDX FROM 1 BY 1 UNTIL WS-TYPE-IDX > 4
007300     MOVE EXH-CREDIT-LIMIT       TO EXX-CREDIT-LIMIT
007310     MOVE EXH-UPLIFT-AMT         TO EXX-UPLIFT-AMT
007320     MOVE EXH-CURR-BAL           TO EXX-CURR-BAL
007330     MOVE EXH-UTIL-PCT           TO EXX-UTIL-PCT
007340     WRITE EXPOSURE-EXTRACT-RECORD
007350     IF WS-XTR-STATUS NOT = '00'
007360        DISPLAY 'ERROR WRITING EXPXTRCT:' WS-XTR-STATUS
007370     END-IF
007380*
007390     ADD 1                       TO WS-MTH-MEASURE(1, 1)
007400     ADD WS-ACCT-HOLDS           TO WS-MTH-MEASURE(1, 2)
007410     ADD WS-ACCT-EXPOSURE        TO WS-MTH-MEASURE(1, 3)
007420     IF EXH-UTIL-PCT > 100
007430        ADD 1                    TO WS-MTH-MEASURE(1, 13)
007440     END-IF
007450     .
007460 4000-EXIT.
007470     EXIT.
007480*----------------------------------------------------------------*
007490 4100-MOVE-AGE-BUCKET.
007500*----------------------------------------------------------------*
007510     MOVE WS-ACCT-AGE-AMT(WS-AGE-IDX) TO EXX-AGE-AMT(WS-AGE-IDX)
007520     COMPUTE WS-MSR-IDX = WS-AGE-IDX + 3
007530     ADD WS-ACCT-AGE-AMT(WS-AGE-IDX)
007540                              TO WS-MTH-MEASURE(1, WS-MSR-IDX)
007550     .
007560 4100-EXIT.
007570     EXIT.
007580*----------------------------------------------------------------*
007590 4200-MOVE-TYPE-BUCKET.
007600*----------------------------------------------------------------*
007610     MOVE WS-ACCT-TYPE-AMT(WS-TYPE-IDX)
007620                              TO EXX-TYPE-AMT(WS-TYPE-IDX)
007630     COMPUTE WS-MSR-IDX = WS-TYPE-IDX + 8
007640     ADD WS-ACCT-TYPE-AMT(WS-TYPE-IDX)
007650                              TO WS-MTH-MEASURE(1, WS-MSR-IDX)
007660     .
007670 4200-EXIT.
007680     EXIT.
007690*----------------------------------------------------------------*
007700*    THE PRIOR MONTH'S SNAPSHOT, SUMMED FROM THE HISTORY, IS THE *
007710*    BASE THE MOVEMENT IS MEASURED FROM.                         *
007720*----------------------------------------------------------------*
007730 5000-LOAD-PRIOR-MONTH.
007740*----------------------------------------------------------------*
007750     DIVIDE WS-PRIOR-INDEX BY 12
007760         GIVING PRV-SNAP-YEAR
007770         REMAINDER PRV-SNAP-MONTH
007780     IF PRV-SNAP-MONTH = 0
007790        MOVE 12                  TO PRV-SNAP-MONTH
007800        SUBTRACT 1               FROM PRV-SNAP-YEAR
007810     END-IF
007820     EXEC SQL
007830         SELECT COUNT(*),
007840                COALESCE(SUM(HOLD_CNT), 0),
007850                COALESCE(SUM(EXPOSURE_AMT), 0),
007860                COALESCE(SUM(AGE_0_3_AMT), 0),
007870                COALESCE(SUM(AGE_4_7_AMT), 0),
007880                COALESCE(SUM(AGE_8_14_AMT), 0),
007890                COALESCE(SUM(AGE_15_30_AMT), 0),
007900                COALESCE(SUM(AGE_OVER_30_AMT), 0),
007910                COALESCE(SUM(DEBIT_AMT), 0),
007920                COALESCE(SUM(CREDIT_AMT), 0),
007930                COALESCE(SUM(PREPAID_AMT), 0),
007940                COALESCE(SUM(OTHER_TYPE_AMT), 0),
007950                COALESCE(SUM(CASE WHEN UTIL_PCT > 100
007960                                  THEN 1 ELSE 0 END), 0)
007970           INTO :PRV-ACCOUNTS, :PRV-HOLDS,
007980                :PRV-EXPOSURE-AMT,
007990                :PRV-AGE-0-3-AMT, :PRV-AGE-4-7-AMT,
008000                :PRV-AGE-8-14-AMT, :PRV-AGE-15-30-AMT,
008010                :PRV-AGE-OVER-30-AMT,
008020                :PRV-DEBIT-AMT, :PRV-CREDIT-AMT,
008030                :PRV-PREPAID-AMT, :PRV-OTHER-TYPE-AMT,
008040                :PRV-OVER-LIMIT
008050           FROM CARDDEMO.PNDEXPHS
008060          WHERE SNAP_YEAR  = :PRV-SNAP-YEAR
008070            AND SNAP_MONTH = :PRV-SNAP-MONTH
008080     END-EXEC
008090     IF SQLCODE NOT = ZERO
008100        MOVE SQLCODE TO WS-SQLCODE
008110        DISPLAY 'PRIOR SNAPSHOT SELECT FAILED, SQLCODE='
008120                WS-SQLCODE
008130        GO TO 5000-EXIT
008140     END-IF
008150     IF PRV-ACCOUNTS > 0
008160        SET PRIOR-SNAPSHOT-FOUND TO TRUE
008170     END-IF
008180     MOVE PRV-ACCOUNTS           TO WS-MTH-MEASURE(2, 1)
008190     MOVE PRV-HOLDS              TO WS-MTH-MEASURE(2, 2)
008200     PERFORM 5100-MOVE-PRIOR-AMT THRU 5100-EXIT
008210         VARYING WS-MSR-IDX FROM 3 BY 1 UNTIL WS-MSR-IDX > 12
008220     MOVE PRV-OVER-LIMIT         TO WS-MTH-MEASURE(2, 13)
008230     .
008240 5000-EXIT.
008250     EXIT.
008260*----------------------------------------------------------------*
008270 5100-MOVE-PRIOR-AMT.
008280*----------------------------------------------------------------*
008290     COMPUTE WS-AGE-IDX = WS-MSR-IDX - 2
008300     MOVE PRV-AMT(WS-AGE-IDX)    TO WS-MTH-MEASURE(2, WS-MSR-IDX)
008310     .
008320 5100-EXIT.
008330     EXIT.
008340*----------------------------------------------------------------*
008350*    HISTORY OLDER THAN THE RETENTION GOES.                      *
008360*----------------------------------------------------------------*
008370 6000-AGE-OUT-HISTORY.
008380*----------------------------------------------------------------*
008390     EXEC SQL
008400         DELETE FROM CARDDEMO.PNDEXPHS
008410          WHERE (SNAP_YEAR * 12 + SNAP_MONTH) <= :WS-CUTOFF-INDEX
008420     END-EXEC
008430     EVALUATE TRUE
008440         WHEN SQLCODE = ZERO
008450             MOVE SQLERRD(3)     TO WS-RPT-ROWS-AGED
008460         WHEN SQLCODE = 100
008470             MOVE 0              TO WS-RPT-ROWS-AGED
008480         WHEN OTHER
008490             MOVE 0              TO WS-RPT-ROWS-AGED
008500             MOVE SQLCODE TO WS-SQLCODE
008510             DISPLAY 'PNDEXPHS RETENTION DELETE FAILED, SQLCODE='
008520                     WS-SQLCODE
008530     END-EVALUATE
008540     .
008550 6000-EXIT.
008560     EXIT.
008570*----------------------------------------------------------------*
008580 7000-WRITE-TRAILER.
008590*----------------------------------------------------------------*
008600     MOVE SPACES                 TO EXPOSURE-EXTRACT-RECORD
008610     SET EXX-TRAILER             TO TRUE
008620     MOVE WS-BUS-CCYYMMDD        TO EXXT-SNAP-DATE
008630     MOVE WS-MTH-MEASURE(1, 1)   TO EXXT-ROW-COUNT
008640     MOVE WS-MTH-MEASURE(1, 3)   TO EXXT-TOT-EXPOSURE
008650     WRITE EXPOSURE-EXTRACT-RECORD
008660     .
008670 7000-EXIT.
008680     EXIT.
008690*----------------------------------------------------------------*
008700 8000-PRINT-MOVEMENT.
008710*----------------------------------------------------------------*
008720     MOVE SPACES TO WS-PRINT-LINE
008730     STRING 'CBEXPSNP MONTH-END PENDING EXPOSURE - SNAPSHOT '
008740            EXH-SNAP-DATE
008750            DELIMITED BY SIZE INTO WS-PRINT-LINE
008760     END-STRING
008770     WRITE SNAPSHOT-REPORT-LINE FROM WS-PRINT-LINE
008780     IF NOT PRIOR-SNAPSHOT-FOUND
008790        MOVE SPACES TO WS-PRINT-LINE
008800        STRING '  NO PRIOR-MONTH SNAPSHOT IN PNDEXPHS - MOVEMENT'
008810               ' IS AGAINST ZERO'
008820               DELIMITED BY SIZE INTO WS-PRINT-LINE
008830        END-STRING
008840        WRITE SNAPSHOT-REPORT-LINE FROM WS-PRINT-LINE
008850     END-IF
008860     MOVE SPACES TO WS-PRINT-LINE
008870     WRITE SNAPSHOT-REPORT-LINE FROM WS-PRINT-LINE
008880     MOVE SPACES TO WS-PRINT-LINE
008890     STRING 'MEASURE                        '
008900            '    THIS MONTH        '
008910            '   PRIOR MONTH        '
008920            '      MOVEMENT'
008930            DELIMITED BY SIZE INTO WS-PRINT-LINE
008940     END-STRING
008950     WRITE SNAPSHOT-REPORT-LINE FROM WS-PRINT-LINE
008960     PERFORM 8100-PRINT-MEASURE  THRU 8100-EXIT
008970         VARYING WS-MSR-IDX FROM 1 BY 1 UNTIL WS-MSR-IDX > 13
008980*
008990     MOVE SPACES TO WS-PRINT-LINE
009000     WRITE SNAPSHOT-REPORT-LINE FROM WS-PRINT-LINE
009010     MOVE WS-RPT-ROOTS-READ TO WS-CNT-DIS
009020     MOVE SPACES TO WS-PRINT-LINE
009030     STRING 'PAUTB ACCOUNTS READ ................: ' WS-CNT-DIS
009040            DELIMITED BY SIZE INTO WS-PRINT-LINE
009050     END-STRING
009060     WRITE SNAPSHOT-REPORT-LINE FROM WS-PRINT-LINE
009070     MOVE WS-RPT-ROWS-KEPT TO WS-CNT-DIS
009080     MOVE SPACES TO WS-PRINT-LINE
009090     STRING 'HISTORY ROWS WRITTEN (PNDEXPHS) ....: ' WS-CNT-DIS
009100            DELIMITED BY SIZE INTO WS-PRINT-LINE
009110     END-STRING
009120     WRITE SNAPSHOT-REPORT-LINE FROM WS-PRINT-LINE
009130     MOVE WS-RPT-UPLIFTS TO WS-CNT-DIS
009140     MOVE SPACES TO WS-PRINT-LINE
009150     STRING 'ACTIVE LIMITOVR UPLIFTS APPLIED ....: ' WS-CNT-DIS
009160            DELIMITED BY SIZE INTO WS-PRINT-LINE
009170     END-STRING
009180     WRITE SNAPSHOT-REPORT-LINE FROM WS-PRINT-LINE
009190     MOVE WS-RPT-NO-ACCT TO WS-CNT-DIS
009200     MOVE SPACES TO WS-PRINT-LINE
009210     STRING 'NOT ON ACCTDAT (NO LIMIT) ..........: ' WS-CNT-DIS
009220            DELIMITED BY SIZE INTO WS-PRINT-LINE
009230     END-STRING
009240     WRITE SNAPSHOT-REPORT-LINE FROM WS-PRINT-LINE
009250     MOVE WS-RPT-ROWS-AGED TO WS-CNT-DIS
009260     MOVE SPACES TO WS-PRINT-LINE
009270     STRING 'HISTORY ROWS PAST RETENTION DELETED : ' WS-CNT-DIS
009280            DELIMITED BY SIZE INTO WS-PRINT-LINE
009290     END-STRING
009300     WRITE SNAPSHOT-REPORT-LINE FROM WS-PRINT-LINE
009310     IF WS-RPT-INSERT-ERRORS > 0
009320        MOVE WS-RPT-INSERT-ERRORS TO WS-CNT-DIS
009330        MOVE SPACES TO WS-PRINT-LINE
009340        STRING '  *** HISTORY INSERT ERRORS ........: ' WS-CNT-DIS
009350               DELIMITED BY SIZE INTO WS-PRINT-LINE
009360        END-STRING
009370        WRITE SNAPSHOT-REPORT-LINE FROM WS-PRINT-LINE
009380     END-IF
009390     .
009400 8000-EXIT.
009410     EXIT.
009420*----------------------------------------------------------------*
009430 8100-PRINT-MEASURE.
009440*----------------------------------------------------------------*
009450     COMPUTE WS-MOVEMENT = WS-MTH-MEASURE(1, WS-MSR-IDX)
009460                         - WS-MTH-MEASURE(2, WS-MSR-IDX)
009470     MOVE WS-MTH-MEASURE(1, WS-MSR-IDX) TO WS-CUR-DIS
009480     MOVE WS-MTH-MEASURE(2, WS-MSR-IDX) TO WS-PRV-DIS
009490     MOVE WS-MOVEMENT                   TO WS-MOV-DIS
009500     MOVE SPACES TO WS-PRINT-LINE
009510     STRING WS-MSR-NAME(WS-MSR-IDX) '  ' WS-CUR-DIS ' ' WS-PRV-DIS
009520            ' ' WS-MOV-DIS
009530            DELIMITED BY SIZE INTO WS-PRINT-LINE
009540     END-STRING
009550     WRITE SNAPSHOT-REPORT-LINE FROM WS-PRINT-LINE
009560     .
009570 8100-EXIT.
009580     EXIT.
009590*----------------------------------------------------------------*
009600 9000-FILE-CLOSE.
009610*----------------------------------------------------------------*
009620     CLOSE ACCT-FILE
009630     IF OVERRIDE-FILE-AVAILABLE
009640        CLOSE OVERRIDE-FILE
009650     END-IF
009660     CLOSE EXTRACT-FILE
009670     IF RUN-CONTROL-AVAILABLE
009680        CLOSE RUN-CONTROL
009690     END-IF
009700     CLOSE SNAPSHOT-REPORT
009710     .
009720 9000-EXIT.
009730     EXIT.
009740*----------------------------------------------------------------*
009750 9999-ABEND.
009760*----------------------------------------------------------------*
009770     DISPLAY 'CBEXPSNP ABENDING DUE TO FILE OPEN ERROR'
009780     MOVE 16 TO RETURN-CODE
009790     GOBACK
009800     .
009810 9999-EXIT.
009820     EXIT.

000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBSNERSC.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-11-28.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBSNERSC - SANCTIONED-ENTITY LOOKBACK RE-SCREEN             *
000090*    RUNS AFTER CBSNELOD. A PARTY ADDED TO THE LIST TODAY MAY    *
000100*    ALREADY HAVE BEEN PAID: THE ADDITIONS AND CHANGES ON        *
000110*    SNCDELTA ARE HELD IN A TABLE AND EVERY PAUTB DETAIL FROM    *
000120*    THE LAST LOOKDAY DAYS (PAUTDATX DATE INDEX) IS SCREENED     *
000130*    AGAINST THEM THROUGH PAUSNMCH, EXACTLY AS COPAUA0C SCREENS  *
000140*    A LIVE AUTHORIZATION. EACH AUTHORIZATION THAT MATCHES GOES  *
000150*    TO SNCAUDIT (CVSNCAUY, ACTION 'L') FOR CBSNCRPT AND IS      *
000160*    LISTED ON SNCRSRPT FOR COMPLIANCE TO INVESTIGATE. NOTHING   *
000170*    ON THE AUTHORIZATION ITSELF IS CHANGED. RETURN CODE 4 WHEN  *
000180*    ANY AUTHORIZATION MATCHED OR THE DELTA OVERFLOWED THE TABLE.*
000190*    SNRPARM (OPTIONAL, ONE KEYWORD PER CARD):                   *
000200*      LOOKDAY=NNN   DAYS OF AUTHORIZATIONS RE-SCREENED (1-180,  *
000210*                    DEFAULT 30)                                 *
000220*----------------------------------------------------------------*
000230*                MODIFICATION HISTORY                            *
000240* DATE       INIT DESCRIPTION                                    *
000250* 2027-11-28  JGM INITIAL VERSION                                *
000260*----------------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-ZOS.
000300 OBJECT-COMPUTER. IBM-ZOS.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT PARM-FILE      ASSIGN TO SNRPARM
000340         ORGANIZATION IS SEQUENTIAL
000350         ACCESS MODE  IS SEQUENTIAL
000360         FILE STATUS  IS WS-PARM-STATUS.
000370*
000380     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE  IS RANDOM
000410         RECORD KEY   IS PCAL-KEY
000420         FILE STATUS  IS WS-PCAL-STATUS.
000430*
000440     SELECT DELTA-FILE     ASSIGN TO SNCDELTA
000450         ORGANIZATION IS SEQUENTIAL
000460         ACCESS MODE  IS SEQUENTIAL
000470         FILE STATUS  IS WS-DELTA-STATUS.
000480*
000490     SELECT AUDIT-FILE     ASSIGN TO SNCAUDIT
000500         ORGANIZATION IS SEQUENTIAL
000510         ACCESS MODE  IS SEQUENTIAL
000520         FILE STATUS  IS WS-AUDIT-STATUS.
000530*
000540     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE  IS RANDOM
000570         RECORD KEY   IS RUNC-JOB-NAME
000580         FILE STATUS  IS WS-RUNC-STATUS.
000590*
000600     SELECT RESCREEN-REPORT ASSIGN TO SNCRSRPT
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
000720 FD  PROC-CALENDAR
000730     RECORDING MODE IS F.
000740 COPY CVPRCALY.
000750*
000760 FD  DELTA-FILE
000770     RECORDING MODE IS F.
000780 COPY CVSNEDLY.
000790*
000800 FD  AUDIT-FILE
000810     RECORDING MODE IS F.
000820 COPY CVSNCAUY.
000830*
000840 FD  RUN-CONTROL
000850     RECORDING MODE IS F.
000860 COPY CVRUNCTY.
000870*
000880 FD  RESCREEN-REPORT
000890     RECORDING MODE IS F.
000900 01  RESCREEN-REPORT-LINE        PIC X(132).
000910*----------------------------------------------------------------*
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------*
000940 01  WS-VARIABLES.
000950     05  WS-PGMNAME                 PIC X(08) VALUE 'CBSNERSC'.
000960     05  WS-MATCH-PGM               PIC X(08) VALUE 'PAUSNMCH'.
000970     05  CURRENT-DATE               PIC 9(06).
000980     05  CURRENT-YYDDD              PIC 9(05).
000990     05  WS-TODAY-CCYYMMDD          PIC X(08).
001000     05  WS-RUN-TIME                PIC 9(08).
001010*
001020 01  WS-FILE-STATUSES.
001030     05  WS-PARM-STATUS             PIC X(02).
001040         88  PARM-EOF                       VALUE '10'.
001050     05  WS-PCAL-STATUS             PIC X(02).
001060     05  WS-DELTA-STATUS            PIC X(02).
001070         88  DELTA-EOF                      VALUE '10'.
001080     05  WS-AUDIT-STATUS            PIC X(02).
001090     05  WS-RUNC-STATUS             PIC X(02).
001100     05  WS-RPT-STATUS              PIC X(02).
001110 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001120     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001130*----------------------------------------------------------------*
001140*    RUN PARAMETERS (PARM-DRIVEN - OPS MAINTAINABLE)             *
001150*----------------------------------------------------------------*
001160 01  WS-RUN-PARMS.
001170     05  WS-LOOKBACK-DAYS           PIC 9(03) VALUE 30.
001180*----------------------------------------------------------------*
001190*    LOOKBACK WINDOW                                             *
001200*----------------------------------------------------------------*
001210 01  WS-WINDOW-FIELDS.
001220     05  WS-TODAY-YY                PIC 9(02).
001230     05  WS-TODAY-DDD               PIC 9(03).
001240     05  WS-OLDEST-YY               PIC 9(02).
001250     05  WS-OLDEST-DDD              PIC 9(03).
001260     05  WS-OLDEST-YYDDD            PIC 9(05).
001270     05  WS-OLDEST-9C               PIC 9(05) COMP-3.
001280     05  WS-AUTH-YYDDD              PIC 9(05).
001290     05  WS-YEAR-DAYS               PIC 9(03).
001300*----------------------------------------------------------------*
001310*    TODAY'S ADDITIONS AND CHANGES FROM SNCDELTA. THE BUCKET IS  *
001320*    THE FIRST FOUR OF THE SKELETON - THE SAME GENERIC KEY THE   *
001330*    ONLINE SCREEN BROWSES SNCENTY ON.                           *
001340*----------------------------------------------------------------*
001350 01  WS-NEW-ENTITY-TABLE.
001360     05  WS-NE-COUNT                PIC S9(4) COMP VALUE 0.
001370     05  WS-NE-MAX                  PIC S9(4) COMP VALUE 2000.
001380     05  WS-NE-SUB                  PIC S9(4) COMP.
001390     05  WS-NE-ENTRY OCCURS 2000 TIMES.
001400         10  WS-NE-SCREEN-TYPE      PIC X(01).
001410         10  WS-NE-BUCKET           PIC X(04).
001420         10  WS-NE-ENTITY-ID        PIC X(10).
001430         10  WS-NE-NAME-NORM        PIC X(40).
001440         10  WS-NE-CITY-NORM        PIC X(40).
001450 01  WS-NE-OVERFLOW-SW              PIC X(01) VALUE 'N'.
001460     88  NE-TABLE-OVERFLOW                  VALUE 'Y'.
001470*----------------------------------------------------------------*
001480*    THE AUTHORIZATION BEING SCREENED, AND ITS BEST HIT          *
001490*----------------------------------------------------------------*
001500 01  WS-CANDIDATE.
001510     05  WS-CAND-NAME-NORM          PIC X(40).
001520     05  WS-CAND-NAME-BUCKET        PIC X(04).
001530     05  WS-CAND-CITY-NORM          PIC X(40).
001540     05  WS-CAND-CITY-BUCKET        PIC X(04).
001550     05  WS-BEST-STRENGTH           PIC X(01).
001560         88  BEST-IS-STRONG                 VALUE 'S'.
001570         88  BEST-IS-WEAK                   VALUE 'W'.
001580         88  BEST-IS-NONE                   VALUE SPACE.
001590     05  WS-BEST-SCORE              PIC 9(03).
001600     05  WS-BEST-TYPE               PIC X(01).
001610     05  WS-BEST-ENTITY-ID          PIC X(10).
001620*
001630 01  WS-COUNTERS.
001640     05  WS-DELTA-READ              PIC S9(9) COMP-3 VALUE 0.
001650     05  WS-DETAILS-READ            PIC S9(9) COMP-3 VALUE 0.
001660     05  WS-DETAILS-SCREENED        PIC S9(9) COMP-3 VALUE 0.
001670     05  WS-HITS-STRONG             PIC S9(9) COMP-3 VALUE 0.
001680     05  WS-HITS-WEAK               PIC S9(9) COMP-3 VALUE 0.
001690*
001700 01  WS-PRINT-LINE                 PIC X(132).
001710 01  WS-DISPLAY-FIELDS.
001720     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
001730     05  WS-AMT-DIS                 PIC ZZZ,ZZZ,ZZ9.99-.
001740     05  WS-DAYS-DIS                PIC ZZ9.
001750*
001760 COPY CVSNENTY.
001770 COPY CVSNMCHY.
001780 COPY CSDAT03Y.
001790*----------------------------------------------------------------*
001800*    DLI / PCB CONTROL INFORMATION                               *
001810*----------------------------------------------------------------*
001820 01  WS-IMS-CONTROL.
001830     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
001840     05  PCB-OFFSET.
001850         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
001860     05  IMS-RETURN-CODE                 PIC X(02).
001870         88  STATUS-OK                    VALUE '  ', 'FW'.
001880         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
001890         88  END-OF-DB                    VALUE 'GB'.
001900     05  WS-END-OF-ROOT-SEG              PIC X(01) VALUE 'N'.
001910         88  ROOT-SEG-EOF                 VALUE 'Y'.
001920     05  DIBSTAT                         PIC X(02).
001930*----------------------------------------------------------------*
001940*    IMS SEGMENT LAYOUT                                          *
001950*----------------------------------------------------------------*
001960*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
001970 01 PENDING-AUTH-DETAILS.
001980 COPY CIPAUDTY.
001990*----------------------------------------------------------------*
002000 LINKAGE SECTION.
002010 01  PAUTBPCB                       PIC X(100).
002020*----------------------------------------------------------------*
002030 PROCEDURE DIVISION                  USING PAUTBPCB.
002040*----------------------------------------------------------------*
002050 MAIN-PARA.
002060     ENTRY 'DLITCBL'                 USING PAUTBPCB.
002070*
002080     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002090*
002100     PERFORM 2000-LOAD-NEXT-DELTA    THRU 2000-EXIT
002110         UNTIL DELTA-EOF
002120*
002130     IF WS-NE-COUNT > 0
002140        PERFORM 1500-SET-LOOKBACK-WINDOW THRU 1500-EXIT
002150        PERFORM 3000-FIND-NEXT-AUTH-DETAIL THRU 3000-EXIT
002160            UNTIL ROOT-SEG-EOF
002170     END-IF
002180*
002190     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
002200     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002210*
002220     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002230     IF WS-HITS-STRONG + WS-HITS-WEAK > 0
002240        OR NE-TABLE-OVERFLOW
002250        MOVE 4 TO RETURN-CODE
002260     END-IF
002270*
002280     GOBACK.
002290*----------------------------------------------------------------*
002300 1000-INITIALIZE.
002310*----------------------------------------------------------------*
002320     ACCEPT CURRENT-DATE     FROM DATE
002330     ACCEPT CURRENT-YYDDD    FROM DAY
002340     ACCEPT WS-RUN-TIME      FROM TIME
002350     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
002360     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
002370     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
002380*
002390     OPEN INPUT  PARM-FILE
002400     IF WS-PARM-STATUS = '00'
002410        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
002420            UNTIL PARM-EOF
002430        CLOSE PARM-FILE
002440     ELSE
002450        DISPLAY 'SNRPARM NOT AVAILABLE - DEFAULTS USED'
002460     END-IF
002470*
002480     OPEN INPUT  DELTA-FILE
002490     IF WS-DELTA-STATUS = SPACES OR '00'
002500        CONTINUE
002510     ELSE
002520        DISPLAY 'ERROR IN OPENING SNCDELTA:' WS-DELTA-STATUS
002530        PERFORM 9999-ABEND THRU 9999-EXIT
002540     END-IF
002550     OPEN EXTEND AUDIT-FILE
002560     IF WS-AUDIT-STATUS = SPACES OR '00'
002570        CONTINUE
002580     ELSE
002590        DISPLAY 'ERROR IN OPENING SNCAUDIT:' WS-AUDIT-STATUS
002600        PERFORM 9999-ABEND THRU 9999-EXIT
002610     END-IF
002620     OPEN OUTPUT RESCREEN-REPORT
002630     IF WS-RPT-STATUS NOT = '00'
002640        DISPLAY 'ERROR IN OPENING SNCRSRPT:' WS-RPT-STATUS
002650        PERFORM 9999-ABEND THRU 9999-EXIT
002660     END-IF
002670     OPEN I-O    RUN-CONTROL
002680     IF WS-RUNC-STATUS = SPACES OR '00'
002690        SET RUN-CONTROL-AVAILABLE TO TRUE
002700        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
002710     ELSE
002720        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
002730     END-IF
002740*
002750     MOVE WS-LOOKBACK-DAYS TO WS-DAYS-DIS
002760     MOVE SPACES TO WS-PRINT-LINE
002770     STRING 'CBSNERSC SANCTIONED-ENTITY LOOKBACK - DATE '
002780            WS-TODAY-CCYYMMDD ' - LAST ' WS-DAYS-DIS ' DAYS'
002790            DELIMITED BY SIZE INTO WS-PRINT-LINE
002800     END-STRING
002810     WRITE RESCREEN-REPORT-LINE FROM WS-PRINT-LINE
002820     MOVE SPACES TO WS-PRINT-LINE
002830     WRITE RESCREEN-REPORT-LINE FROM WS-PRINT-LINE
002840*
002850     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
002860     DISPLAY '*-------------------------------------*'
002870     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
002880     DISPLAY 'LOOKBACK DAYS          :' WS-LOOKBACK-DAYS
002890     .
002900 1000-EXIT.
002910     EXIT.
002920*----------------------------------------------------------------*
002930 1100-READ-NEXT-PARM.
002940*----------------------------------------------------------------*
002950     READ PARM-FILE
002960         AT END GO TO 1100-EXIT
002970     END-READ
002980     EVALUATE PARM-RECORD(1:8)
002990         WHEN 'LOOKDAY='
003000             IF PARM-RECORD(9:3) IS NUMERIC
003010                AND PARM-RECORD(9:3) > '000'
003020                AND PARM-RECORD(9:3) NOT > '180'
003030                MOVE PARM-RECORD(9:3) TO WS-LOOKBACK-DAYS
003040             END-IF
003050         WHEN OTHER
003060             CONTINUE
003070     END-EVALUATE
003080     .
003090 1100-EXIT.
003100     EXIT.
003110*----------------------------------------------------------------*
003120*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
003130*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE.            *
003140*----------------------------------------------------------------*
003150 1250-READ-BUSINESS-DATE.
003160*----------------------------------------------------------------*
003170     OPEN INPUT PROC-CALENDAR
003180     IF WS-PCAL-STATUS = SPACES OR '00'
003190        MOVE 'C'             TO PCAL-REC-TYPE
003200        MOVE '00000000'      TO PCAL-KEY-DATE
003210        READ PROC-CALENDAR
003220        IF WS-PCAL-STATUS = '00'
003230           MOVE PCAL-BUSINESS-DATE(3:6) TO CURRENT-DATE
003240           MOVE PCAL-BUSINESS-DATE      TO WS-TODAY-CCYYMMDD
003250           MOVE PCAL-BUSINESS-DATE      TO WS-BUS-DATE
003260           PERFORM 1370-COMPUTE-BUS-YYDDD THRU 1370-BUS-EXIT
003270           MOVE WS-BUS-YYDDD            TO CURRENT-YYDDD
003280           DISPLAY 'BUSINESS DATE FROM PROCCAL: '
003290                   PCAL-BUSINESS-DATE
003300        END-IF
003310        CLOSE PROC-CALENDAR
003320     ELSE
003330        DISPLAY 'PROCCAL NOT AVAILABLE - USING SYSTEM DATE'
003340     END-IF
003350     .
003360 1250-EXIT.
003370     EXIT.
003380 COPY CSDAT03P.
003390*----------------------------------------------------------------*
003400 1300-MARK-RUN-START.
003410*----------------------------------------------------------------*
003420     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
003430     READ RUN-CONTROL
003440     IF WS-RUNC-STATUS NOT = '00'
003450        MOVE SPACES          TO RUN-CONTROL-RECORD
003460        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003470     END-IF
003480     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
003490     MOVE WS-RUN-TIME        TO RUNC-START-TIME
003500     MOVE SPACES             TO RUNC-END-TIME
003510     SET  RUNC-RUNNING       TO TRUE
003520     MOVE ZEROES             TO RUNC-RECORD-COUNT
003530     IF WS-RUNC-STATUS = '00'
003540        REWRITE RUN-CONTROL-RECORD
003550     ELSE
003560        WRITE RUN-CONTROL-RECORD
003570     END-IF
003580     .
003590 1300-EXIT.
003600     EXIT.
003610*----------------------------------------------------------------*
003620 1400-MARK-RUN-END.
003630*----------------------------------------------------------------*
003640     IF RUN-CONTROL-AVAILABLE
003650        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003660        READ RUN-CONTROL
003670        ACCEPT WS-RUN-TIME   FROM TIME
003680        MOVE WS-RUN-TIME     TO RUNC-END-TIME
003690        SET  RUNC-COMPLETE   TO TRUE
003700        MOVE WS-DETAILS-SCREENED TO RUNC-RECORD-COUNT
003710        REWRITE RUN-CONTROL-RECORD
003720        IF WS-RUNC-STATUS NOT = '00'
003730           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
003740        END-IF
003750     END-IF
003760     .
003770 1400-EXIT.
003780     EXIT.
003790*----------------------------------------------------------------*
003800*    OLDEST DAY IN THE WINDOW (YYDDD). A WINDOW REACHING BACK    *
003810*    INTO LAST YEAR COUNTS THAT YEAR'S DAYS, AS CBEXPSNP AGES A  *
003820*    HOLD. OVER THE CENTURY TURN THE WHOLE DATABASE IS READ AND  *
003830*    THE WINDOW IS APPLIED ON THE DETAIL ALONE.                  *
003840*----------------------------------------------------------------*
003850 1500-SET-LOOKBACK-WINDOW.
003860*----------------------------------------------------------------*
003870     DIVIDE CURRENT-YYDDD BY 1000
003880         GIVING WS-TODAY-YY
003890         REMAINDER WS-TODAY-DDD
003900     IF WS-TODAY-DDD > WS-LOOKBACK-DAYS
003910        MOVE WS-TODAY-YY             TO WS-OLDEST-YY
003920        COMPUTE WS-OLDEST-DDD = WS-TODAY-DDD - WS-LOOKBACK-DAYS
003930     ELSE
003940        IF WS-TODAY-YY = 0
003950           MOVE 99                   TO WS-OLDEST-YY
003960        ELSE
003970           COMPUTE WS-OLDEST-YY = WS-TODAY-YY - 1
003980        END-IF
003990        DIVIDE WS-OLDEST-YY BY 4
004000            GIVING WS-BUS-LEAP-QUOT
004010            REMAINDER WS-BUS-LEAP-REM
004020        IF WS-BUS-LEAP-REM = 0
004030           MOVE 366                  TO WS-YEAR-DAYS
004040        ELSE
004050           MOVE 365                  TO WS-YEAR-DAYS
004060        END-IF
004070        COMPUTE WS-OLDEST-DDD =
004080                WS-YEAR-DAYS + WS-TODAY-DDD - WS-LOOKBACK-DAYS
004090     END-IF
004100     COMPUTE WS-OLDEST-YYDDD = WS-OLDEST-YY * 1000 + WS-OLDEST-DDD
004110     IF WS-OLDEST-YYDDD > CURRENT-YYDDD
004120        MOVE 99999                   TO WS-OLDEST-9C
004130     ELSE
004140        COMPUTE WS-OLDEST-9C = 99999 - WS-OLDEST-YYDDD
004150     END-IF
004160     .
004170 1500-EXIT.
004180     EXIT.
004190*----------------------------------------------------------------*
004200*    REMOVALS NEED NO LOOKBACK; ADDITIONS AND CHANGES ARE HELD.  *
004210*----------------------------------------------------------------*
004220 2000-LOAD-NEXT-DELTA.
004230*----------------------------------------------------------------*
004240     READ DELTA-FILE
004250         AT END GO TO 2000-EXIT
004260     END-READ
004270     ADD 1 TO WS-DELTA-READ
004280     IF SND-REMOVED
004290        GO TO 2000-EXIT
004300     END-IF
004310     IF WS-NE-COUNT >= WS-NE-MAX
004320        IF NOT NE-TABLE-OVERFLOW
004330           SET NE-TABLE-OVERFLOW     TO TRUE
004340           DISPLAY 'SNCDELTA OVER ' WS-NE-MAX
004350                   ' ENTRIES - REMAINDER NOT RE-SCREENED'
004360        END-IF
004370        GO TO 2000-EXIT
004380     END-IF
004390     MOVE SND-ENTITY-DATA            TO SANCTIONED-ENTITY-RECORD
004400     ADD 1                           TO WS-NE-COUNT
004410     MOVE SNE-SCREEN-TYPE   TO WS-NE-SCREEN-TYPE(WS-NE-COUNT)
004420     MOVE SNE-SKEL-KEY(1:4) TO WS-NE-BUCKET(WS-NE-COUNT)
004430     MOVE SNE-ENTITY-ID     TO WS-NE-ENTITY-ID(WS-NE-COUNT)
004440     MOVE SNE-NAME-NORM     TO WS-NE-NAME-NORM(WS-NE-COUNT)
004450     MOVE SNE-CITY-NORM     TO WS-NE-CITY-NORM(WS-NE-COUNT)
004460     .
004470 2000-EXIT.
004480     EXIT.
004490*----------------------------------------------------------------*
004500 3000-FIND-NEXT-AUTH-DETAIL.
004510*----------------------------------------------------------------*
004520*    QUALIFIED ON THE PAUTDATX DATE SECONDARY INDEX (THE         *
004530*    XDFLD OVER PA-AUTH-DATE-9C), SO ONLY THE WINDOW'S DETAIL    *
004540*    SEGMENTS ARE TOUCHED - THE COMPLEMENT RUNS NEWEST FIRST.    *
004550*----------------------------------------------------------------*
004560     EXEC DLI GN USING PCB(PAUT-PCB-NUM)
004570         SEGMENT (PAUTDTL1 (PAUTDATX <= WS-OLDEST-9C))
004580         INTO (PENDING-AUTH-DETAILS)
004590     END-EXEC
004600*
004610     MOVE DIBSTAT                TO IMS-RETURN-CODE
004620     EVALUATE TRUE
004630         WHEN STATUS-OK
004640             PERFORM 4000-SCREEN-IF-IN-WINDOW THRU 4000-EXIT
004650         WHEN END-OF-DB
004660             SET ROOT-SEG-EOF TO TRUE
004670         WHEN SEGMENT-NOT-FOUND
004680             SET ROOT-SEG-EOF TO TRUE
004690         WHEN OTHER
004700             DISPLAY 'ERROR READING DETAIL SEGMENT: '
004710                 IMS-RETURN-CODE
004720             SET ROOT-SEG-EOF TO TRUE
004730     END-EVALUATE
004740     .
004750 3000-EXIT.
004760     EXIT.
004770*----------------------------------------------------------------*
004780 4000-SCREEN-IF-IN-WINDOW.
004790*----------------------------------------------------------------*
004800     ADD 1                           TO WS-DETAILS-READ
004810     COMPUTE WS-AUTH-YYDDD = 99999 - PA-AUTH-DATE-9C
004820     IF WS-AUTH-YYDDD > CURRENT-YYDDD
004830        GO TO 4000-EXIT
004840     END-IF
004850     IF WS-OLDEST-YYDDD NOT > CURRENT-YYDDD
004860        AND WS-AUTH-YYDDD < WS-OLDEST-YYDDD
004870        GO TO 4000-EXIT
004880     END-IF
004890     IF PA-MERCHANT-NAME = SPACES AND PA-MERCHANT-CITY = SPACES
004900        GO TO 4000-EXIT
004910     END-IF
004920     ADD 1                           TO WS-DETAILS-SCREENED
004930*
004940     SET SNM-NORMALIZE               TO TRUE
004950     MOVE PA-MERCHANT-NAME           TO SNM-TEXT-IN
004960     CALL WS-MATCH-PGM USING SANCTION-MATCH-PARMS
004970     END-CALL
004980     MOVE SNM-NORM-OUT               TO WS-CAND-NAME-NORM
004990     MOVE SNM-SKEL-OUT(1:4)          TO WS-CAND-NAME-BUCKET
005000     MOVE PA-MERCHANT-CITY           TO SNM-TEXT-IN
005010     CALL WS-MATCH-PGM USING SANCTION-MATCH-PARMS
005020     END-CALL
005030     MOVE SNM-NORM-OUT               TO WS-CAND-CITY-NORM
005040     MOVE SNM-SKEL-OUT(1:4)          TO WS-CAND-CITY-BUCKET
005050*
005060     MOVE SPACE                      TO WS-BEST-STRENGTH
005070                                        WS-BEST-TYPE
005080     MOVE ZERO                       TO WS-BEST-SCORE
005090     MOVE SPACES                     TO WS-BEST-ENTITY-ID
005100     PERFORM 4100-MATCH-ONE-ENTITY   THRU 4100-EXIT
005110         VARYING WS-NE-SUB FROM 1 BY 1
005120         UNTIL WS-NE-SUB > WS-NE-COUNT
005130     IF NOT BEST-IS-NONE
005140        PERFORM 4200-RECORD-HIT      THRU 4200-EXIT
005150     END-IF
005160     .
005170 4000-EXIT.
005180     EXIT.
005190*----------------------------------------------------------------*
005200*    ONLY ROWS IN THE MERCHANT'S BUCKET ARE SCORED, AS ONLINE.   *
005210*    A STRONG HIT OUTRANKS A WEAK ONE; THEN THE HIGHER SCORE.    *
005220*----------------------------------------------------------------*
005230 4100-MATCH-ONE-ENTITY.
005240*----------------------------------------------------------------*
005250     MOVE WS-NE-SCREEN-TYPE(WS-NE-SUB) TO SNM-SCREEN-TYPE
005260     IF SNM-SCREEN-LOCATION
005270        IF WS-CAND-CITY-NORM = SPACES
005280           OR WS-NE-BUCKET(WS-NE-SUB) NOT = WS-CAND-CITY-BUCKET
005290           GO TO 4100-EXIT
005300        END-IF
005310     ELSE
005320        IF WS-CAND-NAME-NORM = SPACES
005330           OR WS-NE-BUCKET(WS-NE-SUB) NOT = WS-CAND-NAME-BUCKET
005340           GO TO 4100-EXIT
005350        END-IF
005360     END-IF
005370     SET SNM-MATCH                   TO TRUE
005380     MOVE WS-CAND-NAME-NORM          TO SNM-CAND-NAME-NORM
005390     MOVE WS-CAND-CITY-NORM          TO SNM-CAND-CITY-NORM
005400     MOVE WS-NE-NAME-NORM(WS-NE-SUB) TO SNM-LIST-NAME-NORM
005410     MOVE WS-NE-CITY-NORM(WS-NE-SUB) TO SNM-LIST-CITY-NORM
005420     CALL WS-MATCH-PGM USING SANCTION-MATCH-PARMS
005430     END-CALL
005440     IF SNM-NO-MATCH
005450        GO TO 4100-EXIT
005460     END-IF
005470     IF BEST-IS-STRONG AND SNM-WEAK-MATCH
005480        GO TO 4100-EXIT
005490     END-IF
005500     IF SNM-STRENGTH = WS-BEST-STRENGTH
005510        AND SNM-SCORE NOT > WS-BEST-SCORE
005520        GO TO 4100-EXIT
005530     END-IF
005540     MOVE SNM-STRENGTH               TO WS-BEST-STRENGTH
005550     MOVE SNM-SCORE                  TO WS-BEST-SCORE
005560     MOVE WS-NE-ENTITY-ID(WS-NE-SUB) TO WS-BEST-ENTITY-ID
005570     IF SNM-SCREEN-LOCATION
005580        MOVE 'L'                     TO WS-BEST-TYPE
005590     ELSE
005600        MOVE 'E'                     TO WS-BEST-TYPE
005610     END-IF
005620     .
005630 4100-EXIT.
005640     EXIT.
005650*----------------------------------------------------------------*
005660 4200-RECORD-HIT.
005670*----------------------------------------------------------------*
005680     IF BEST-IS-STRONG
005690        ADD 1                        TO WS-HITS-STRONG
005700     ELSE
005710        ADD 1                        TO WS-HITS-WEAK
005720     END-IF
005730     MOVE SPACES                     TO SANCTION-AUDIT-RECORD
005740     MOVE PA-ACQR-COUNTRY-CODE       TO SNCA-COUNTRY-CODE
005750     MOVE 'L'                        TO SNCA-ACTION-TAKEN
005760     MOVE PA-CARD-NUM                TO SNCA-CARD-NUM
005770     MOVE PA-MERCHANT-ID             TO SNCA-MERCHANT-ID
005780     MOVE PA-TRANSACTION-ID          TO SNCA-TRANSACTION-ID
005790     MOVE PA-TRANSACTION-AMT         TO SNCA-TRANSACTION-AMT
005800     MOVE PA-CORRELATION-ID          TO SNCA-CORRELATION-ID
005810     STRING WS-TODAY-CCYYMMDD ' ' WS-RUN-TIME
005820            DELIMITED BY SIZE
005830            INTO SNCA-TIMESTAMP
005840     END-STRING
005850     MOVE WS-BEST-TYPE               TO SNCA-HIT-TYPE
005860     MOVE WS-BEST-STRENGTH           TO SNCA-MATCH-STRENGTH
005870     MOVE WS-BEST-SCORE              TO SNCA-MATCH-SCORE
005880     MOVE WS-BEST-ENTITY-ID          TO SNCA-ENTITY-ID
005890     WRITE SANCTION-AUDIT-RECORD
005900     IF WS-AUDIT-STATUS NOT = '00'
005910        DISPLAY 'ERROR WRITING SNCAUDIT:' WS-AUDIT-STATUS
005920     END-IF
005930*
005940     MOVE PA-TRANSACTION-AMT         TO WS-AMT-DIS
005950     MOVE SPACES                     TO WS-PRINT-LINE
005960     STRING 'HIT ' WS-BEST-STRENGTH
005970            ' ' WS-BEST-TYPE
005980            ' '       WS-BEST-SCORE
005990            ' ENT:'   WS-BEST-ENTITY-ID
006000            ' DATE:'  PA-AUTH-ORIG-DATE
006010            ' CARD:'  PA-CARD-NUM
006020            ' AMT:'   WS-AMT-DIS
006030            ' MRCH:'  PA-MERCHANT-NAME
006040            ' '       PA-MERCHANT-CITY
006050            DELIMITED BY SIZE
006060            INTO WS-PRINT-LINE
006070     END-STRING
006080     WRITE RESCREEN-REPORT-LINE FROM WS-PRINT-LINE
006090     .
006100 4200-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------*
006130 8000-PRINT-RUN-SUMMARY.
006140*----------------------------------------------------------------*
006150     MOVE SPACES TO WS-PRINT-LINE
006160     WRITE RESCREEN-REPORT-LINE FROM WS-PRINT-LINE
006170*
006180     MOVE WS-NE-COUNT TO WS-CNT-DIS
006190     MOVE SPACES TO WS-PRINT-LINE
006200     STRING 'NEW OR CHANGED ENTITIES SCREENED ...: ' WS-CNT-DIS
006210            DELIMITED BY SIZE INTO WS-PRINT-LINE
006220     END-STRING
006230     WRITE RESCREEN-REPORT-LINE FROM WS-PRINT-LINE
006240     IF NE-TABLE-OVERFLOW
006250        MOVE SPACES TO WS-PRINT-LINE
006260        STRING '  *** DELTA EXCEEDED THE TABLE - NOT ALL '
006270               'ENTITIES WERE RE-SCREENED'
006280               DELIMITED BY SIZE INTO WS-PRINT-LINE
006290        END-STRING
006300        WRITE RESCREEN-REPORT-LINE FROM WS-PRINT-LINE
006310     END-IF
006320*
006330     MOVE WS-DETAILS-SCREENED TO WS-CNT-DIS
006340     MOVE SPACES TO WS-PRINT-LINE
006350     STRING 'AUTHORIZATIONS RE-SCREENED .........: ' WS-CNT-DIS
006360            DELIMITED BY SIZE INTO WS-PRINT-LINE
006370     END-STRING
006380     WRITE RESCREEN-REPORT-LINE FROM WS-PRINT-LINE
006390*
006400     MOVE WS-HITS-STRONG TO WS-CNT-DIS
006410     MOVE SPACES TO WS-PRINT-LINE
006420     STRING '  STRONG MATCHES ...................: ' WS-CNT-DIS
006430            DELIMITED BY SIZE INTO WS-PRINT-LINE
006440     END-STRING
006450     WRITE RESCREEN-REPORT-LINE FROM WS-PRINT-LINE
006460*
006470     MOVE WS-HITS-WEAK TO WS-CNT-DIS
006480     MOVE SPACES TO WS-PRINT-LINE
006490     STRING '  WEAK MATCHES .....................: ' WS-CNT-DIS
006500            DELIMITED BY SIZE INTO WS-PRINT-LINE
006510     END-STRING
006520     WRITE RESCREEN-REPORT-LINE FROM WS-PRINT-LINE
006530     .
006540 8000-EXIT.
006550     EXIT.
006560*----------------------------------------------------------------*
006570 9000-FILE-CLOSE.
006580*----------------------------------------------------------------*
006590     CLOSE DELTA-FILE
006600     CLOSE AUDIT-FILE
006610     CLOSE RESCREEN-REPORT
006620     IF RUN-CONTROL-AVAILABLE
006630        CLOSE RUN-CONTROL
006640     END-IF
006650     .
006660 9000-EXIT.
006670     EXIT.
006680*----------------------------------------------------------------*
006690 9999-ABEND.
006700*----------------------------------------------------------------*
006710     DISPLAY 'CBSNERSC ABENDING'
006720     MOVE 16 TO RETURN-CODE
006730     GOBACK
006740     .
006750 9999-EXIT.
006760     EXIT.

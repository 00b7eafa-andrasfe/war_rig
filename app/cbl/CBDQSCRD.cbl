000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBDQSCRD.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-11-14.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBDQSCRD - INTAKE DATA-QUALITY SCORECARD BY CHANNEL         *
000090*    WALKS THE DAY'S PAUTB DETAILS THROUGH THE PAUTDATX DATE     *
000100*    INDEX AND CHECKS THE REFERENCE DATA EACH CHANNEL SENT -     *
000110*    NONE OF IT IS REJECTED AT INTAKE, SO IT IS COUNTED HERE:    *
000120*      - MERCHANT ZIP MISSING OR NOT FIVE DIGITS (DOMESTIC)      *
000130*      - MERCHANT STATE NOT A US POSTAL CODE (DOMESTIC)          *
000140*      - ACQUIRER COUNTRY NOT IN THE CSCTRY1Y TABLE              *
000150*      - MCC MISSING, NOT NUMERIC OR 0000                        *
000160*      - CARD EXPIRY NOT A VALID YYMM                            *
000170*      - MERCHANT NAME OR CITY MISSING                           *
000180*    A MESSAGE PASSING EVERY CHECK IS CLEAN; THE CHANNEL'S SCORE *
000190*    IS CLEAN / MESSAGES. EACH CHANNEL'S FIGURES GO TO THE       *
000200*    CHNQUAL HISTORY (CVCHNQLY) AGAINST THE DQSPARM TARGET, AND  *
000210*    DQSRPT PRINTS THE SCORECARD WITH THE MOVEMENT FROM THE      *
000220*    CHANNEL'S PRIOR ROW AND A SAMPLE OF OFFENDING TRANSACTION   *
000230*    IDS. RETURN CODE 4 WHEN A CHANNEL SCORES BELOW TARGET.      *
000240*    DQSPARM (OPTIONAL, ONE KEYWORD PER CARD):                   *
000250*      TARGET =NNN   TARGET SCORE, WHOLE PERCENT (DEFAULT 95)    *
000260*      SAMPLES=N     OFFENDING IDS LISTED PER CHANNEL (0-5, 5)   *
000270*      KEEPDAY=NNN   CHNQUAL ROWS KEPT PER CHANNEL (DEFAULT 400) *
000280*----------------------------------------------------------------*
000290*                MODIFICATION HISTORY                            *
000300* DATE       INIT DESCRIPTION                                    *
000310* 2027-11-14  RKA INITIAL VERSION                                *
000320*----------------------------------------------------------------*
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SOURCE-COMPUTER. IBM-ZOS.
000360 OBJECT-COMPUTER. IBM-ZOS.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT PARM-FILE      ASSIGN TO DQSPARM
000400         ORGANIZATION IS SEQUENTIAL
000410         ACCESS MODE  IS SEQUENTIAL
000420         FILE STATUS  IS WS-PARM-STATUS.
000430*
000440     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE  IS RANDOM
000470         RECORD KEY   IS PCAL-KEY
000480         FILE STATUS  IS WS-PCAL-STATUS.
000490*
000500     SELECT CHANNEL-MASTER ASSIGN TO CHANLMST
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE  IS RANDOM
000530         RECORD KEY   IS CHN-SOURCE-CODE
000540         FILE STATUS  IS WS-CHNM-STATUS.
000550*
000560     SELECT CHANNEL-QUALITY ASSIGN TO CHNQUAL
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE  IS DYNAMIC
000590         RECORD KEY   IS CHQ-KEY
000600         FILE STATUS  IS WS-CHQ-STATUS.
000610*
000620     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE  IS RANDOM
000650         RECORD KEY   IS RUNC-JOB-NAME
000660         FILE STATUS  IS WS-RUNC-STATUS.
000670*
000680     SELECT QUALITY-REPORT ASSIGN TO DQSRPT
000690         ORGANIZATION IS SEQUENTIAL
000700         ACCESS MODE  IS SEQUENTIAL
000710         FILE STATUS  IS WS-RPT-STATUS.
000720*----------------------------------------------------------------*
000730 DATA DIVISION.
000740*----------------------------------------------------------------*
000750 FILE SECTION.
000760 FD  PARM-FILE
000770     RECORDING MODE IS F.
000780 01  PARM-RECORD                 PIC X(80).
000790*
000800 FD  PROC-CALENDAR
000810     RECORDING MODE IS F.
000820 COPY CVPRCALY.
000830*
000840 FD  CHANNEL-MASTER
000850     RECORDING MODE IS F.
000860 COPY CVCHNMSY.
000870*
000880 FD  CHANNEL-QUALITY
000890     RECORDING MODE IS F.
000900 COPY CVCHNQLY.
000910*
000920 FD  RUN-CONTROL
000930     RECORDING MODE IS F.
000940 COPY CVRUNCTY.
000950*
000960 FD  QUALITY-REPORT
000970     RECORDING MODE IS F.
000980 01  QUALITY-REPORT-LINE         PIC X(132).
000990*----------------------------------------------------------------*
001000 WORKING-STORAGE SECTION.
001010*----------------------------------------------------------------*
001020 01  WS-VARIABLES.
001030     05  WS-PGMNAME                 PIC X(08) VALUE 'CBDQSCRD'.
001040     05  CURRENT-DATE               PIC 9(06).
001050     05  CURRENT-YYDDD              PIC 9(05).
001060     05  WS-AUTH-DATE               PIC 9(05).
001070     05  WS-TODAY-9C                PIC 9(05) COMP-3.
001080     05  WS-TODAY-CCYYMMDD          PIC X(08).
001090     05  WS-RUN-TIME                PIC 9(08).
001100     05  WS-SUB                     PIC S9(4) COMP.
001110*
001120 01  WS-FILE-STATUSES.
001130     05  WS-PARM-STATUS             PIC X(02).
001140         88  PARM-EOF                       VALUE '10'.
001150     05  WS-PCAL-STATUS             PIC X(02).
001160     05  WS-CHNM-STATUS             PIC X(02).
001170         88  CHNM-FOUND                     VALUE '00'.
001180     05  WS-CHQ-STATUS              PIC X(02).
001190         88  CHQ-DUP                        VALUE '22'.
001200     05  WS-RUNC-STATUS             PIC X(02).
001210     05  WS-RPT-STATUS              PIC X(02).
001220 01  WS-CHNM-AVAIL-SW               PIC X(01) VALUE 'N'.
001230     88  CHANNEL-MASTER-AVAILABLE           VALUE 'Y'.
001240 01  WS-CHQ-AVAIL-SW                PIC X(01) VALUE 'N'.
001250     88  CHANNEL-QUALITY-AVAILABLE          VALUE 'Y'.
001260 01  WS-RUNC-AVAIL-SW               PIC X(01) VALUE 'N'.
001270     88  RUN-CONTROL-AVAILABLE              VALUE 'Y'.
001280*----------------------------------------------------------------*
001290*    RUN PARAMETERS (PARM-DRIVEN - OPS MAINTAINABLE)             *
001300*----------------------------------------------------------------*
001310 01  WS-RUN-PARMS.
001320     05  WS-TARGET-PCT              PIC 9(03) VALUE 95.
001330     05  WS-SAMPLE-MAX              PIC 9(01) VALUE 5.
001340     05  WS-KEEP-ROWS               PIC 9(03) VALUE 400.
001350*----------------------------------------------------------------*
001360*    THE SIX CHECKS, IN CHQ-FAIL-COUNT ORDER                     *
001370*----------------------------------------------------------------*
001380 01  WS-CHECK-NAMES.
001390     05  FILLER                     PIC X(26)
001400                        VALUE 'ZIP MISSING/INVALID       '.
001410     05  FILLER                     PIC X(26)
001420                        VALUE 'STATE NOT A US CODE       '.
001430     05  FILLER                     PIC X(26)
001440                        VALUE 'COUNTRY NOT IN TABLE      '.
001450     05  FILLER                     PIC X(26)
001460                        VALUE 'MCC MISSING/0000          '.
001470     05  FILLER                     PIC X(26)
001480                        VALUE 'EXPIRY NOT A VALID YYMM   '.
001490     05  FILLER                     PIC X(26)
001500                        VALUE 'MERCHANT NAME/CITY MISSING'.
001510 01  WS-CHECK-NAME-TAB REDEFINES WS-CHECK-NAMES.
001520     05  WS-CHECK-NAME              PIC X(26) OCCURS 6 TIMES.
001530 01  WS-CHECK-TAGS                  PIC X(24)
001540                        VALUE 'ZIP STATCTRYMCC EXPYMRCH'.
001550 01  WS-CHECK-TAG-TAB REDEFINES WS-CHECK-TAGS.
001560     05  WS-CHECK-TAG               PIC X(04) OCCURS 6 TIMES.
001570 01  WS-CHECK-CONTROL.
001580     05  WS-CK-SUB                  PIC S9(4) COMP.
001590     05  WS-CK-MAX                  PIC S9(4) COMP VALUE 6.
001600     05  WS-FAIL-FLAGS.
001610         10  WS-FAIL-FLAG           PIC X(01) OCCURS 6 TIMES.
001620             88  CHECK-FAILED               VALUE 'Y'.
001630     05  WS-FAIL-ANY-SW             PIC X(01).
001640         88  MESSAGE-FAILED                 VALUE 'Y'.
001650     05  WS-DOMESTIC-SW             PIC X(01).
001660         88  DOMESTIC-MERCHANT              VALUE 'Y'.
001670     05  WS-EXPIRY-MM               PIC 9(02).
001680     05  WS-FAIL-TEXT               PIC X(30).
001690     05  WS-FAIL-PTR                PIC S9(4) COMP.
001700*----------------------------------------------------------------*
001710*    PER-SOURCE SCORE ACCUMULATORS                               *
001720*----------------------------------------------------------------*
001730 01  WS-SOURCE-TOTALS.
001740     05  WS-SR-COUNT                PIC S9(4) COMP VALUE 0.
001750     05  WS-SR-TABLE-MAX            PIC S9(4) COMP VALUE 20.
001760     05  WS-SR-SUB                  PIC S9(4) COMP.
001770     05  WS-SR-ENTRY OCCURS 20 TIMES
001780                     INDEXED BY WS-SR-IDX.
001790         10  WS-SR-SOURCE           PIC X(02).
001800         10  WS-SR-TOTAL            PIC S9(9) COMP-3.
001810         10  WS-SR-CLEAN            PIC S9(9) COMP-3.
001820         10  WS-SR-FAIL-CNT         PIC S9(9) COMP-3
001830                                    OCCURS 6 TIMES.
001840         10  WS-SR-SCORE            PIC S9(3)V9 COMP-3.
001850         10  WS-SR-PRIOR-DATE       PIC X(08).
001860         10  WS-SR-PRIOR-SCORE      PIC S9(3)V9 COMP-3.
001870         10  WS-SR-SAMPLE-CNT       PIC S9(4) COMP.
001880         10  WS-SR-SAMPLE OCCURS 5 TIMES.
001890             15  WS-SR-SAMPLE-ID    PIC X(15).
001900             15  WS-SR-SAMPLE-FAILS PIC X(30).
001910*
001920 01  WS-HISTORY-CONTROL.
001930     05  WS-HS-ROWS                 PIC S9(5) COMP-3.
001940     05  WS-HS-TRIM                 PIC S9(5) COMP-3.
001950     05  WS-HS-SCAN-SW              PIC X(01).
001960         88  HS-SCAN-DONE                   VALUE 'Y'.
001970*
001980 01  WS-COUNTERS.
001990     05  WS-MESSAGES-READ           PIC S9(9) COMP-3 VALUE 0.
002000     05  WS-MESSAGES-CLEAN          PIC S9(9) COMP-3 VALUE 0.
002010     05  WS-BELOW-TARGET            PIC S9(4) COMP-3 VALUE 0.
002020     05  WS-ROWS-TRIMMED            PIC S9(7) COMP-3 VALUE 0.
002030*
002040 01  WS-PRINT-LINE                 PIC X(132).
002050 01  WS-DISPLAY-FIELDS.
002060     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002070     05  WS-PCT-DIS                 PIC ZZ9.9.
002080     05  WS-PCT2-DIS                PIC ZZ9.9.
002090     05  WS-CHG-DIS                 PIC +ZZ9.9.
002100     05  WS-TGT-DIS                 PIC ZZ9.
002110     05  WS-PCT-WORK                PIC S9(3)V9 COMP-3.
002120     05  WS-CHN-NAME                PIC X(30).
002130     05  WS-CHN-CONTACT             PIC X(30).
002140*----------------------------------------------------------------*
002150*    REFERENCE TABLES                                            *
002160*----------------------------------------------------------------*
002170 COPY CSCTRY1Y.
002180 COPY CSUSST1Y.
002190 COPY CSDAT03Y.
002200*----------------------------------------------------------------*
002210*    DLI / PCB CONTROL INFORMATION                               *
002220*----------------------------------------------------------------*
002230 01  WS-IMS-CONTROL.
002240     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
002250     05  PCB-OFFSET.
002260         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
002270     05  IMS-RETURN-CODE                 PIC X(02).
002280         88  STATUS-OK                    VALUE '  ', 'FW'.
002290         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
002300         88  END-OF-DB                    VALUE 'GB'.
002310     05  WS-END-OF-ROOT-SEG              PIC X(01) VALUE 'N'.
002320         88  ROOT-SEG-EOF                 VALUE 'Y'.
002330     05  DIBSTAT                         PIC X(02).
002340*----------------------------------------------------------------*
002350*    IMS SEGMENT LAYOUT                                          *
002360*----------------------------------------------------------------*
002370*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
002380 01 PENDING-AUTH-SUMMARY.
002390 COPY CIPAUSMY.
002400*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
002410 01 PENDING-AUTH-DETAILS.
002420 COPY CIPAUDTY.
002430*----------------------------------------------------------------*
002440 LINKAGE SECTION.
002450 01  PAUTBPCB                       PIC X(100).
002460*----------------------------------------------------------------*
002470 PROCEDURE DIVISION                  USING PAUTBPCB.
002480*----------------------------------------------------------------*
002490 MAIN-PARA.
002500     ENTRY 'DLITCBL'                 USING PAUTBPCB.
002510*
002520     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002530*
002540     PERFORM 2000-FIND-NEXT-AUTH-DETAIL THRU 2000-EXIT
002550         UNTIL ROOT-SEG-EOF
002560*
002570     PERFORM 7000-STORE-CHANNEL-ROW  THRU 7000-EXIT
002580         VARYING WS-SR-SUB FROM 1 BY 1
002590         UNTIL WS-SR-SUB > WS-SR-COUNT
002600*
002610     PERFORM 8000-PRINT-HEADINGS     THRU 8000-EXIT
002620     PERFORM 8100-PRINT-CHANNEL      THRU 8100-EXIT
002630         VARYING WS-SR-SUB FROM 1 BY 1
002640         UNTIL WS-SR-SUB > WS-SR-COUNT
002650     PERFORM 8900-PRINT-TOTALS       THRU 8900-EXIT
002660     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002670*
002680     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002690     IF WS-BELOW-TARGET > 0
002700        MOVE 4 TO RETURN-CODE
002710     END-IF
002720*
002730     GOBACK.
002740*----------------------------------------------------------------*
002750 1000-INITIALIZE.
002760*----------------------------------------------------------------*
002770     ACCEPT CURRENT-DATE     FROM DATE
002780     ACCEPT CURRENT-YYDDD    FROM DAY
002790     ACCEPT WS-RUN-TIME      FROM TIME
002800     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
002810     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
002820     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
002830     COMPUTE WS-TODAY-9C = 99999 - CURRENT-YYDDD
002840*
002850     OPEN INPUT  PARM-FILE
002860     IF WS-PARM-STATUS = '00'
002870        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
002880            UNTIL PARM-EOF
002890        CLOSE PARM-FILE
002900     ELSE
002910        DISPLAY 'DQSPARM NOT AVAILABLE - DEFAULTS USED'
002920     END-IF
002930*
002940     OPEN OUTPUT QUALITY-REPORT
002950     IF WS-RPT-STATUS NOT = '00'
002960        DISPLAY 'ERROR OPENING DQSRPT:' WS-RPT-STATUS
002970        PERFORM 9999-ABEND
002980     END-IF
002990     OPEN INPUT  CHANNEL-MASTER
003000     IF WS-CHNM-STATUS = SPACES OR '00'
003010        SET CHANNEL-MASTER-AVAILABLE TO TRUE
003020     ELSE
003030        DISPLAY 'CHANLMST NOT AVAILABLE - BARE SOURCE CODES'
003040     END-IF
003050     OPEN I-O    CHANNEL-QUALITY
003060     IF WS-CHQ-STATUS = SPACES OR '00' OR '05'
003070        SET CHANNEL-QUALITY-AVAILABLE TO TRUE
003080     ELSE
003090        DISPLAY 'CHNQUAL NOT AVAILABLE - NO HISTORY OR TREND'
003100     END-IF
003110     OPEN I-O    RUN-CONTROL
003120     IF WS-RUNC-STATUS = SPACES OR '00'
003130        SET RUN-CONTROL-AVAILABLE TO TRUE
003140        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
003150     ELSE
003160        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
003170     END-IF
003180*
003190     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
003200     DISPLAY '*-------------------------------------*'
003210     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
003220     DISPLAY 'TARGET SCORE (PCT)     :' WS-TARGET-PCT
003230     .
003240 1000-EXIT.
003250     EXIT.
003260*----------------------------------------------------------------*
003270 1100-READ-NEXT-PARM.
003280*----------------------------------------------------------------*
003290     READ PARM-FILE
003300         AT END GO TO 1100-EXIT
003310     END-READ
003320     EVALUATE PARM-RECORD(1:8)
003330         WHEN 'TARGET ='
003340             IF PARM-RECORD(9:3) IS NUMERIC
003350                AND PARM-RECORD(9:3) NOT > '100'
003360                MOVE PARM-RECORD(9:3) TO WS-TARGET-PCT
003370             END-IF
003380         WHEN 'SAMPLES='
003390             IF PARM-RECORD(9:1) IS NUMERIC
003400                AND PARM-RECORD(9:1) NOT > '5'
003410                MOVE PARM-RECORD(9:1) TO WS-SAMPLE-MAX
003420             END-IF
003430         WHEN 'KEEPDAY='
003440             IF PARM-RECORD(9:3) IS NUMERIC
003450                AND PARM-RECORD(9:3) > '001'
003460                MOVE PARM-RECORD(9:3) TO WS-KEEP-ROWS
003470             END-IF
003480         WHEN OTHER
003490             CONTINUE
003500     END-EVALUATE
003510     .
003520 1100-EXIT.
003530     EXIT.
003540*----------------------------------------------------------------*
003550*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
003560*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE.            *
003570*----------------------------------------------------------------*
003580 1250-READ-BUSINESS-DATE.
003590*----------------------------------------------------------------*
003600     OPEN INPUT PROC-CALENDAR
003610     IF WS-PCAL-STATUS = SPACES OR '00'
003620        MOVE 'C'             TO PCAL-REC-TYPE
003630        MOVE '00000000'      TO PCAL-KEY-DATE
003640        READ PROC-CALENDAR
003650        IF WS-PCAL-STATUS = '00'
003660           MOVE PCAL-BUSINESS-DATE(3:6) TO CURRENT-DATE
003670           MOVE PCAL-BUSINESS-DATE      TO WS-TODAY-CCYYMMDD
003680           MOVE PCAL-BUSINESS-DATE      TO WS-BUS-DATE
003690           PERFORM 1370-COMPUTE-BUS-YYDDD THRU 1370-BUS-EXIT
003700           MOVE WS-BUS-YYDDD            TO CURRENT-YYDDD
003710           DISPLAY 'BUSINESS DATE FROM PROCCAL: '
003720                   PCAL-BUSINESS-DATE
003730        END-IF
003740        CLOSE PROC-CALENDAR
003750     ELSE
003760        DISPLAY 'PROCCAL NOT AVAILABLE - USING SYSTEM DATE'
003770     END-IF
003780     .
003790 1250-EXIT.
003800     EXIT.
003810 COPY CSDAT03P.
003820*----------------------------------------------------------------*
003830 1300-MARK-RUN-START.
003840*----------------------------------------------------------------*
003850     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
003860     READ RUN-CONTROL
003870     IF WS-RUNC-STATUS NOT = '00'
003880        MOVE SPACES          TO RUN-CONTROL-RECORD
003890        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
003900     END-IF
003910     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
003920     MOVE WS-RUN-TIME        TO RUNC-START-TIME
003930     MOVE SPACES             TO RUNC-END-TIME
003940     SET  RUNC-RUNNING       TO TRUE
003950     MOVE ZEROES             TO RUNC-RECORD-COUNT
003960     IF WS-RUNC-STATUS = '00'
003970        REWRITE RUN-CONTROL-RECORD
003980     ELSE
003990        WRITE RUN-CONTROL-RECORD
004000     END-IF
004010     .
004020 1300-EXIT.
004030     EXIT.
004040*----------------------------------------------------------------*
004050 1400-MARK-RUN-END.
004060*----------------------------------------------------------------*
004070     IF RUN-CONTROL-AVAILABLE
004080        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004090        READ RUN-CONTROL
004100        ACCEPT WS-RUN-TIME   FROM TIME
004110        MOVE WS-RUN-TIME     TO RUNC-END-TIME
004120        SET  RUNC-COMPLETE   TO TRUE
004130        MOVE WS-MESSAGES-READ TO RUNC-RECORD-COUNT
004140        REWRITE RUN-CONTROL-RECORD
004150        IF WS-RUNC-STATUS NOT = '00'
004160           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
004170        END-IF
004180     END-IF
004190     .
004200 1400-EXIT.
004210     EXIT.
004220*----------------------------------------------------------------*
004230 2000-FIND-NEXT-AUTH-DETAIL.
004240*----------------------------------------------------------------*
004250*    QUALIFIED ON THE PAUTDATX DATE SECONDARY INDEX (THE         *
004260*    XDFLD OVER PA-AUTH-DATE-9C), SO ONLY TODAY'S DETAIL         *
004270*    SEGMENTS ARE TOUCHED.                                       *
004280*----------------------------------------------------------------*
004290     EXEC DLI GN USING PCB(PAUT-PCB-NUM)
004300         SEGMENT (PAUTDTL1 (PAUTDATX = WS-TODAY-9C))
004310         INTO (PENDING-AUTH-DETAILS)
004320     END-EXEC
004330*
004340     MOVE DIBSTAT                TO IMS-RETURN-CODE
004350     EVALUATE TRUE
004360         WHEN STATUS-OK
004370             PERFORM 4000-SCORE-IF-TODAY THRU 4000-EXIT
004380         WHEN END-OF-DB
004390             SET ROOT-SEG-EOF TO TRUE
004400         WHEN SEGMENT-NOT-FOUND
004410             SET ROOT-SEG-EOF TO TRUE
004420         WHEN OTHER
004430             DISPLAY 'ERROR READING DETAIL SEGMENT: '
004440                 IMS-RETURN-CODE
004450             SET ROOT-SEG-EOF TO TRUE
004460     END-EVALUATE
004470     .
004480 2000-EXIT.
004490     EXIT.
004500*----------------------------------------------------------------*
004510 4000-SCORE-IF-TODAY.
004520*----------------------------------------------------------------*
004530     COMPUTE WS-AUTH-DATE = 99999 - PA-AUTH-DATE-9C
004540     IF WS-AUTH-DATE NOT = CURRENT-YYDDD
004550        GO TO 4000-EXIT
004560     END-IF
004570     PERFORM 4100-FIND-SOURCE-SLOT THRU 4100-EXIT
004580     IF WS-SR-IDX > WS-SR-TABLE-MAX
004590        GO TO 4000-EXIT
004600     END-IF
004610     ADD 1                           TO WS-MESSAGES-READ
004620     ADD 1                           TO WS-SR-TOTAL(WS-SR-IDX)
004630     PERFORM 4200-CHECK-MESSAGE      THRU 4200-EXIT
004640     IF NOT MESSAGE-FAILED
004650        ADD 1                        TO WS-SR-CLEAN(WS-SR-IDX)
004660                                        WS-MESSAGES-CLEAN
004670        GO TO 4000-EXIT
004680     END-IF
004690     PERFORM 4300-COUNT-FAILURE      THRU 4300-EXIT
004700         VARYING WS-CK-SUB FROM 1 BY 1
004710         UNTIL WS-CK-SUB > WS-CK-MAX
004720     IF WS-SR-SAMPLE-CNT(WS-SR-IDX) < WS-SAMPLE-MAX
004730        ADD 1 TO WS-SR-SAMPLE-CNT(WS-SR-IDX)
004740        MOVE WS-SR-SAMPLE-CNT(WS-SR-IDX) TO WS-SUB
004750        MOVE PA-TRANSACTION-ID
004760             TO WS-SR-SAMPLE-ID(WS-SR-IDX WS-SUB)
004770        MOVE WS-FAIL-TEXT
004780             TO WS-SR-SAMPLE-FAILS(WS-SR-IDX WS-SUB)
004790     END-IF
004800     .
004810 4000-EXIT.
004820     EXIT.
004830*----------------------------------------------------------------*
004840*    POSITIONS WS-SR-IDX ON THE SLOT FOR PA-MESSAGE-SOURCE,      *
004850*    CLAIMING A NEW ONE WHEN THE SOURCE IS FIRST SEEN. A FULL    *
004860*    TABLE LEAVES THE INDEX PAST THE MAX AND THE ROW IS DROPPED. *
004870*----------------------------------------------------------------*
004880 4100-FIND-SOURCE-SLOT.
004890*----------------------------------------------------------------*
004900     SET WS-SR-IDX TO 1
004910     SEARCH WS-SR-ENTRY
004920         AT END
004930             CONTINUE
004940         WHEN WS-SR-IDX > WS-SR-COUNT
004950             IF WS-SR-COUNT < WS-SR-TABLE-MAX
004960                ADD 1 TO WS-SR-COUNT
004970                INITIALIZE WS-SR-ENTRY(WS-SR-IDX)
004980                MOVE PA-MESSAGE-SOURCE
004990                    TO WS-SR-SOURCE(WS-SR-IDX)
005000             END-IF
005010         WHEN WS-SR-SOURCE(WS-SR-IDX) = PA-MESSAGE-SOURCE
005020             CONTINUE
005030     END-SEARCH
005040     .
005050 4100-EXIT.
005060     EXIT.
005070*----------------------------------------------------------------*
005080*    SETS ONE FAIL FLAG PER CHECK. ZIP AND STATE ARE DOMESTIC    *
005090*    FIELDS AND ARE CHECKED ONLY FOR A US (OR MISSING) ACQUIRER  *
005100*    COUNTRY; A FOREIGN MERCHANT MAY LEAVE THEM BLANK.           *
005110*----------------------------------------------------------------*
005120 4200-CHECK-MESSAGE.
005130*----------------------------------------------------------------*
005140     MOVE SPACES                     TO WS-FAIL-FLAGS
005150     MOVE 'N'                        TO WS-FAIL-ANY-SW
005160     MOVE 'N'                        TO WS-DOMESTIC-SW
005170     IF PA-ACQR-COUNTRY-CODE = 'USA' OR SPACES OR LOW-VALUES
005180        SET DOMESTIC-MERCHANT        TO TRUE
005190     END-IF
005200*
005210     IF DOMESTIC-MERCHANT
005220        IF PA-MERCHANT-ZIP(1:5) IS NOT NUMERIC
005230           MOVE 'Y'                  TO WS-FAIL-FLAG(1)
005240        END-IF
005250        IF PA-MERCHANT-STATE = SPACES OR LOW-VALUES
005260           MOVE 'Y'                  TO WS-FAIL-FLAG(2)
005270        ELSE
005280           SET WS-USST-IDX           TO 1
005290           SEARCH WS-US-STATE-TAB
005300               AT END
005310                   MOVE 'Y'          TO WS-FAIL-FLAG(2)
005320               WHEN USST-CODE(WS-USST-IDX) = PA-MERCHANT-STATE
005330                   CONTINUE
005340           END-SEARCH
005350        END-IF
005360     END-IF
005370*
005380     IF PA-ACQR-COUNTRY-CODE = SPACES OR LOW-VALUES
005390        MOVE 'Y'                     TO WS-FAIL-FLAG(3)
005400     ELSE
005410        SET WS-CNTRY-IDX             TO 1
005420        SEARCH WS-COUNTRY-TAB
005430            AT END
005440                MOVE 'Y'             TO WS-FAIL-FLAG(3)
005450            WHEN CNTRY-CODE(WS-CNTRY-IDX) = PA-ACQR-COUNTRY-CODE
005460                CONTINUE
005470        END-SEARCH
005480     END-IF
005490*
005500     IF PA-MERCHANT-CATAGORY-CODE IS NOT NUMERIC
005510        OR PA-MERCHANT-CATAGORY-CODE = '0000'
005520        MOVE 'Y'                     TO WS-FAIL-FLAG(4)
005530     END-IF
005540*
005550     IF PA-CARD-EXPIRY-DATE IS NOT NUMERIC
005560        MOVE 'Y'                     TO WS-FAIL-FLAG(5)
005570     ELSE
005580        MOVE PA-CARD-EXPIRY-DATE(3:2) TO WS-EXPIRY-MM
005590        IF WS-EXPIRY-MM < 1 OR WS-EXPIRY-MM > 12
005600           MOVE 'Y'                  TO WS-FAIL-FLAG(5)
005610        END-IF
005620     END-IF
005630*
005640     IF PA-MERCHANT-NAME = SPACES OR LOW-VALUES
005650        OR PA-MERCHANT-CITY = SPACES OR LOW-VALUES
005660        MOVE 'Y'                     TO WS-FAIL-FLAG(6)
005670     END-IF
005680*
005690     IF WS-FAIL-FLAGS NOT = SPACES
005700        SET MESSAGE-FAILED           TO TRUE
005710     END-IF
005720     .
005730 4200-EXIT.
005740     EXIT.
005750*----------------------------------------------------------------*
005760*    TALLIES ONE FAILED CHECK AND ADDS ITS TAG TO THE SAMPLE     *
005770*    TEXT (BUILT FRESH FOR EACH MESSAGE AT THE FIRST CHECK).     *
005780*----------------------------------------------------------------*
005790 4300-COUNT-FAILURE.
005800*----------------------------------------------------------------*
005810     IF WS-CK-SUB = 1
005820        MOVE SPACES                  TO WS-FAIL-TEXT
005830        MOVE 1                       TO WS-FAIL-PTR
005840     END-IF
005850     IF NOT CHECK-FAILED(WS-CK-SUB)
005860        GO TO 4300-EXIT
005870     END-IF
005880     ADD 1 TO WS-SR-FAIL-CNT(WS-SR-IDX WS-CK-SUB)
005890     STRING WS-CHECK-TAG(WS-CK-SUB) ' '
005900            DELIMITED BY SIZE INTO WS-FAIL-TEXT
005910            WITH POINTER WS-FAIL-PTR
005920     END-STRING
005930     .
005940 4300-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------*
005970*    ONE CHANNEL'S DAY: THE SCORE IS WORKED OUT, THE CHANNEL'S   *
005980*    CHNQUAL ROWS ARE BROWSED OLDEST-FIRST TO FIND THE LATEST    *
005990*    EARLIER ROW (THE DAY-OVER-DAY BASE), ROWS PAST THE KEEPDAY  *
006000*    DEPTH ARE TRIMMED FROM THE OLD END, AND TODAY'S ROW IS      *
006010*    WRITTEN (REPLACED ON A RERUN).                              *
006020*----------------------------------------------------------------*
006030 7000-STORE-CHANNEL-ROW.
006040*----------------------------------------------------------------*
006050     SET WS-SR-IDX                   TO WS-SR-SUB
006060     MOVE 0                          TO WS-SR-SCORE(WS-SR-IDX)
006070     IF WS-SR-TOTAL(WS-SR-IDX) > 0
006080        COMPUTE WS-SR-SCORE(WS-SR-IDX) ROUNDED =
006090                WS-SR-CLEAN(WS-SR-IDX) * 100
006100                / WS-SR-TOTAL(WS-SR-IDX)
006110     END-IF
006120     IF WS-SR-SCORE(WS-SR-IDX) < WS-TARGET-PCT
006130        ADD 1 TO WS-BELOW-TARGET
006140     END-IF
006150     MOVE SPACES               TO WS-SR-PRIOR-DATE(WS-SR-IDX)
006160     IF NOT CHANNEL-QUALITY-AVAILABLE
006170        GO TO 7000-EXIT
006180     END-IF
006190*
006200     MOVE 0                          TO WS-HS-ROWS
006210     MOVE 'N'                        TO WS-HS-SCAN-SW
006220     MOVE LOW-VALUES                 TO CHQ-KEY
006230     MOVE WS-SR-SOURCE(WS-SR-IDX)    TO CHQ-SOURCE-CODE
006240     START CHANNEL-QUALITY KEY >= CHQ-KEY
006250     IF WS-CHQ-STATUS NOT = '00'
006260        SET HS-SCAN-DONE             TO TRUE
006270     END-IF
006280     PERFORM 7100-SCAN-NEXT-ROW      THRU 7100-EXIT
006290         UNTIL HS-SCAN-DONE
006300*
006310     COMPUTE WS-HS-TRIM = WS-HS-ROWS - WS-KEEP-ROWS + 1
006320     IF WS-HS-TRIM > 0
006330        MOVE 'N'                     TO WS-HS-SCAN-SW
006340        MOVE LOW-VALUES              TO CHQ-KEY
006350        MOVE WS-SR-SOURCE(WS-SR-IDX) TO CHQ-SOURCE-CODE
006360        START CHANNEL-QUALITY KEY >= CHQ-KEY
006370        IF WS-CHQ-STATUS NOT = '00'
006380           SET HS-SCAN-DONE          TO TRUE
006390        END-IF
006400        PERFORM 7200-TRIM-NEXT-ROW   THRU 7200-EXIT
006410            UNTIL HS-SCAN-DONE
006420     END-IF
006430*
006440     MOVE SPACES                     TO CHANNEL-QUALITY-RECORD
006450     MOVE WS-SR-SOURCE(WS-SR-IDX)    TO CHQ-SOURCE-CODE
006460     MOVE WS-TODAY-CCYYMMDD          TO CHQ-RUN-DATE
006470     MOVE WS-SR-TOTAL(WS-SR-IDX)     TO CHQ-MESSAGES
006480     MOVE WS-SR-CLEAN(WS-SR-IDX)     TO CHQ-CLEAN
006490     MOVE WS-SR-SCORE(WS-SR-IDX)     TO CHQ-SCORE-PCT
006500     MOVE WS-TARGET-PCT              TO CHQ-TARGET-PCT
006510     IF WS-SR-SCORE(WS-SR-IDX) < WS-TARGET-PCT
006520        SET CHQ-TARGET-MISSED        TO TRUE
006530     ELSE
006540        SET CHQ-TARGET-MET           TO TRUE
006550     END-IF
006560     PERFORM 7300-MOVE-FAIL-COUNT    THRU 7300-EXIT
006570         VARYING WS-CK-SUB FROM 1 BY 1
006580         UNTIL WS-CK-SUB > WS-CK-MAX
006590     WRITE CHANNEL-QUALITY-RECORD
006600     IF CHQ-DUP
006610        REWRITE CHANNEL-QUALITY-RECORD
006620     END-IF
006630     IF WS-CHQ-STATUS NOT = '00'
006640        DISPLAY 'ERROR WRITING CHNQUAL:' WS-CHQ-STATUS
006650                ' SOURCE ' CHQ-SOURCE-CODE
006660     END-IF
006670     .
006680 7000-EXIT.
006690     EXIT.
006700*----------------------------------------------------------------*
006710 7100-SCAN-NEXT-ROW.
006720*----------------------------------------------------------------*
006730     READ CHANNEL-QUALITY NEXT
006740         AT END
006750             SET HS-SCAN-DONE TO TRUE
006760             GO TO 7100-EXIT
006770     END-READ
006780     IF WS-CHQ-STATUS NOT = '00'
006790        OR CHQ-SOURCE-CODE NOT = WS-SR-SOURCE(WS-SR-IDX)
006800        OR CHQ-RUN-DATE NOT < WS-TODAY-CCYYMMDD
006810        SET HS-SCAN-DONE TO TRUE
006820        GO TO 7100-EXIT
006830     END-IF
006840     ADD 1                           TO WS-HS-ROWS
006850     MOVE CHQ-RUN-DATE         TO WS-SR-PRIOR-DATE(WS-SR-IDX)
006860     MOVE CHQ-SCORE-PCT        TO WS-SR-PRIOR-SCORE(WS-SR-IDX)
006870     .
006880 7100-EXIT.
006890     EXIT.
006900*----------------------------------------------------------------*
006910 7200-TRIM-NEXT-ROW.
006920*----------------------------------------------------------------*
006930     IF WS-HS-TRIM NOT > 0
006940        SET HS-SCAN-DONE TO TRUE
006950        GO TO 7200-EXIT
006960     END-IF
006970     READ CHANNEL-QUALITY NEXT
006980         AT END
006990             SET HS-SCAN-DONE TO TRUE
007000             GO TO 7200-EXIT
007010     END-READ
007020     IF WS-CHQ-STATUS NOT = '00'
007030        OR CHQ-SOURCE-CODE NOT = WS-SR-SOURCE(WS-SR-IDX)
007040        OR CHQ-RUN-DATE NOT < WS-TODAY-CCYYMMDD
007050        SET HS-SCAN-DONE TO TRUE
007060        GO TO 7200-EXIT
007070     END-IF
007080     DELETE CHANNEL-QUALITY
007090     SUBTRACT 1 FROM WS-HS-TRIM
007100     ADD 1 TO WS-ROWS-TRIMMED
007110     .
007120 7200-EXIT.
007130     EXIT.
007140*----------------------------------------------------------------*
007150 7300-MOVE-FAIL-COUNT.
007160*----------------------------------------------------------------*
007170     MOVE WS-SR-FAIL-CNT(WS-SR-IDX WS-CK-SUB)
007180                                     TO CHQ-FAIL-COUNT(WS-CK-SUB)
007190     .
007200 7300-EXIT.
007210     EXIT.
007220*----------------------------------------------------------------*
007230 8000-PRINT-HEADINGS.
007240*----------------------------------------------------------------*
007250     MOVE SPACES TO WS-PRINT-LINE
007260     STRING 'CBDQSCRD INTAKE DATA-QUALITY SCORECARD - DATE '
007270            WS-TODAY-CCYYMMDD
007280            DELIMITED BY SIZE INTO WS-PRINT-LINE
007290     END-STRING
007300     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
007310     MOVE WS-TARGET-PCT TO WS-TGT-DIS
007320     MOVE SPACES TO WS-PRINT-LINE
007330     STRING 'TARGET SCORE (CLEAN MESSAGES): ' WS-TGT-DIS '%'
007340            DELIMITED BY SIZE INTO WS-PRINT-LINE
007350     END-STRING
007360     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
007370     MOVE SPACES TO WS-PRINT-LINE
007380     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
007390     .
007400 8000-EXIT.
007410     EXIT.
007420*----------------------------------------------------------------*
007430*    ONE CHANNEL'S SCORECARD. THE SECTION OPENS WITH 'SOURCE '   *
007440*    AND THE CODE IN COLUMN 8, AS ON CBCHNRPT, SO THE REPORT     *
007450*    DISTRIBUTION CAN SEND EACH CHANNEL ITS OWN CARD.            *
007460*----------------------------------------------------------------*
007470 8100-PRINT-CHANNEL.
007480*----------------------------------------------------------------*
007490     SET WS-SR-IDX                   TO WS-SR-SUB
007500     MOVE SPACES                     TO WS-CHN-NAME
007510                                        WS-CHN-CONTACT
007520     IF CHANNEL-MASTER-AVAILABLE
007530        MOVE WS-SR-SOURCE(WS-SR-IDX) TO CHN-SOURCE-CODE
007540        READ CHANNEL-MASTER
007550        IF CHNM-FOUND
007560           MOVE CHN-NAME             TO WS-CHN-NAME
007570           MOVE CHN-OWNER-CONTACT    TO WS-CHN-CONTACT
007580        ELSE
007590           MOVE '** NOT ON CHANLMST **' TO WS-CHN-NAME
007600        END-IF
007610     END-IF
007620     MOVE SPACES TO WS-PRINT-LINE
007630     STRING 'SOURCE ' WS-SR-SOURCE(WS-SR-IDX) '  ' WS-CHN-NAME
007640            '  OWNER: ' WS-CHN-CONTACT
007650            DELIMITED BY SIZE INTO WS-PRINT-LINE
007660     END-STRING
007670     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
007680*
007690     MOVE WS-SR-TOTAL(WS-SR-IDX) TO WS-CNT-DIS
007700     MOVE SPACES TO WS-PRINT-LINE
007710     STRING '  MESSAGES SCORED ..................: ' WS-CNT-DIS
007720            DELIMITED BY SIZE INTO WS-PRINT-LINE
007730     END-STRING
007740     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
007750     MOVE WS-SR-CLEAN(WS-SR-IDX) TO WS-CNT-DIS
007760     MOVE WS-SR-SCORE(WS-SR-IDX) TO WS-PCT-DIS
007770     MOVE SPACES TO WS-PRINT-LINE
007780     STRING '  CLEAN MESSAGES ...................: ' WS-CNT-DIS
007790            '   SCORE ' WS-PCT-DIS '%'
007800            DELIMITED BY SIZE INTO WS-PRINT-LINE
007810     END-STRING
007820     IF WS-SR-SCORE(WS-SR-IDX) < WS-TARGET-PCT
007830        MOVE '** BELOW TARGET **'    TO WS-PRINT-LINE(70:18)
007840     END-IF
007850     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
007860*
007870     MOVE SPACES TO WS-PRINT-LINE
007880     IF WS-SR-PRIOR-DATE(WS-SR-IDX) = SPACES
007890        STRING '  PRIOR SCORE ......................: '
007900               'NONE ON FILE'
007910               DELIMITED BY SIZE INTO WS-PRINT-LINE
007920        END-STRING
007930     ELSE
007940        MOVE WS-SR-PRIOR-SCORE(WS-SR-IDX) TO WS-PCT2-DIS
007950        COMPUTE WS-PCT-WORK = WS-SR-SCORE(WS-SR-IDX)
007960                            - WS-SR-PRIOR-SCORE(WS-SR-IDX)
007970        MOVE WS-PCT-WORK             TO WS-CHG-DIS
007980        STRING '  PRIOR SCORE ('
007990               WS-SR-PRIOR-DATE(WS-SR-IDX)
008000               ') .........: ' WS-PCT2-DIS
008010               '%   CHANGE ' WS-CHG-DIS
008020               DELIMITED BY SIZE INTO WS-PRINT-LINE
008030        END-STRING
008040     END-IF
008050     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
008060*
008070     PERFORM 8200-PRINT-CHECK-LINE   THRU 8200-EXIT
008080         VARYING WS-CK-SUB FROM 1 BY 1
008090         UNTIL WS-CK-SUB > WS-CK-MAX
008100     PERFORM 8300-PRINT-SAMPLE       THRU 8300-EXIT
008110         VARYING WS-SUB FROM 1 BY 1
008120         UNTIL WS-SUB > WS-SR-SAMPLE-CNT(WS-SR-IDX)
008130     MOVE SPACES TO WS-PRINT-LINE
008140     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
008150     .
008160 8100-EXIT.
008170     EXIT.
008180*----------------------------------------------------------------*
008190 8200-PRINT-CHECK-LINE.
008200*----------------------------------------------------------------*
008210     MOVE WS-SR-FAIL-CNT(WS-SR-IDX WS-CK-SUB) TO WS-CNT-DIS
008220     MOVE 0                          TO WS-PCT-WORK
008230     IF WS-SR-TOTAL(WS-SR-IDX) > 0
008240        COMPUTE WS-PCT-WORK ROUNDED =
008250                WS-SR-FAIL-CNT(WS-SR-IDX WS-CK-SUB) * 100
008260                / WS-SR-TOTAL(WS-SR-IDX)
008270     END-IF
008280     MOVE WS-PCT-WORK                TO WS-PCT-DIS
008290     MOVE SPACES TO WS-PRINT-LINE
008300     STRING '    ' WS-CHECK-NAME(WS-CK-SUB) ' .....: ' WS-CNT-DIS
008310            '   ' WS-PCT-DIS '%'
008320            DELIMITED BY SIZE INTO WS-PRINT-LINE
008330     END-STRING
008340     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
008350     .
008360 8200-EXIT.
008370     EXIT.
008380*----------------------------------------------------------------*
008390 8300-PRINT-SAMPLE.
008400*----------------------------------------------------------------*
008410     MOVE SPACES TO WS-PRINT-LINE
008420     STRING '    SAMPLE TRAN ' WS-SR-SAMPLE-ID(WS-SR-IDX WS-SUB)
008430            '  FAILED: ' WS-SR-SAMPLE-FAILS(WS-SR-IDX WS-SUB)
008440            DELIMITED BY SIZE INTO WS-PRINT-LINE
008450     END-STRING
008460     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
008470     .
008480 8300-EXIT.
008490     EXIT.
008500*----------------------------------------------------------------*
008510 8900-PRINT-TOTALS.
008520*----------------------------------------------------------------*
008530     MOVE WS-SR-COUNT TO WS-CNT-DIS
008540     MOVE SPACES TO WS-PRINT-LINE
008550     STRING 'CHANNELS SCORED ....................: ' WS-CNT-DIS
008560            DELIMITED BY SIZE INTO WS-PRINT-LINE
008570     END-STRING
008580     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
008590     MOVE WS-MESSAGES-READ TO WS-CNT-DIS
008600     MOVE SPACES TO WS-PRINT-LINE
008610     STRING 'MESSAGES SCORED ....................: ' WS-CNT-DIS
008620            DELIMITED BY SIZE INTO WS-PRINT-LINE
008630     END-STRING
008640     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
008650     MOVE WS-MESSAGES-CLEAN TO WS-CNT-DIS
008660     MOVE SPACES TO WS-PRINT-LINE
008670     STRING 'CLEAN MESSAGES .....................: ' WS-CNT-DIS
008680            DELIMITED BY SIZE INTO WS-PRINT-LINE
008690     END-STRING
008700     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
008710     MOVE WS-BELOW-TARGET TO WS-CNT-DIS
008720     MOVE SPACES TO WS-PRINT-LINE
008730     STRING 'CHANNELS BELOW TARGET ..............: ' WS-CNT-DIS
008740            DELIMITED BY SIZE INTO WS-PRINT-LINE
008750     END-STRING
008760     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
008770     MOVE WS-ROWS-TRIMMED TO WS-CNT-DIS
008780     MOVE SPACES TO WS-PRINT-LINE
008790     STRING 'CHNQUAL ROWS TRIMMED ...............: ' WS-CNT-DIS
008800            DELIMITED BY SIZE INTO WS-PRINT-LINE
008810     END-STRING
008820     WRITE QUALITY-REPORT-LINE FROM WS-PRINT-LINE
008830     .
008840 8900-EXIT.
008850     EXIT.
008860*----------------------------------------------------------------*
008870 9000-FILE-CLOSE.
008880*----------------------------------------------------------------*
008890     CLOSE QUALITY-REPORT
008900     IF CHANNEL-MASTER-AVAILABLE
008910        CLOSE CHANNEL-MASTER
008920     END-IF
008930     IF CHANNEL-QUALITY-AVAILABLE
008940        CLOSE CHANNEL-QUALITY
008950     END-IF
008960     IF RUN-CONTROL-AVAILABLE
008970        CLOSE RUN-CONTROL
008980     END-IF
008990     .
009000 9000-EXIT.
009010     EXIT.
009020*----------------------------------------------------------------*
009030 9999-ABEND.
009040*----------------------------------------------------------------*
009050     DISPLAY 'CBDQSCRD ABENDING'
009060     MOVE 16 TO RETURN-CODE
009070     GOBACK
009080     .
009090 9999-EXIT.
009100     EXIT.

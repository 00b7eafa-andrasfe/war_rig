000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBATOSCN.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-09-12.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBATOSCN - NIGHTLY ACCOUNT-TAKEOVER PATTERN SCAN            *
000090*    A TAKEOVER LEAVES ITS PIECES IN DIFFERENT PLACES: THE       *
000100*    CONTACT EMAIL OR PHONE IS CHANGED ON COPAUSDC (CCUS         *
000110*    JOURNAL, HARDENED TO CUSAUDIT), THE CARD IS ADDED OR MOVED  *
000120*    ON PAUXRF (CXRF JOURNAL, XRFAUDIT) OR REISSUED LOST/STOLEN  *
000130*    (REISSUE FEED, CBCRDRSS), AND THEN HIGH-VALUE CARD-NOT-     *
000140*    PRESENT APPROVALS FOLLOW WITHIN DAYS. THIS JOB:             *
000150*      1. PICKS UP THE DAY'S JOURNAL AND REISSUE EVENTS INTO THE *
000160*         ATOEVNTS STORE, KEYED BY CUSTOMER;                     *
000170*      2. SCORES EVERY HIGH-VALUE CNP APPROVAL OF THE BUSINESS   *
000180*         DAY AGAINST ITS CUSTOMER'S EVENTS OF THE LAST N DAYS - *
000190*         A CONTACT CHANGE COUNTS FOR ALL THE CUSTOMER'S         *
000200*         ACCOUNTS, A CARD EVENT ONLY FOR ITS OWN ACCOUNT - AND  *
000210*         QUEUES ANYTHING AT OR OVER THE MINIMUM SCORE ON        *
000220*         FRDWORKQ WITH A TAKEOVER REASON, SO IT IS WORKED ON   *
000230*         THE PAUFWQ QUEUE (COPAUSJC) WITH CBFRSCOR'S ITEMS;     *
000240*      3. AGES EVENTS OLDER THAN THE WINDOW OFF THE STORE.       *
000250*    ATOPARMS: WINDOW =NNN      DAYS AN EVENT STAYS LIVE (7)     *
000260*              HIGHAMT=NNNNNNN  HIGH-VALUE FLOOR, WHOLE UNITS    *
000270*              SCOREMN=NNN      MINIMUM SCORE TO QUEUE (40)      *
000280*              PTSCONT=NNN      EMAIL OR PHONE CHANGE (25 EACH)  *
000290*              PTSCARD=NNN      CARD MOVE OR REISSUE (25 EACH)   *
000300*              PTSBOTH=NNN      CONTACT AND CARD TOGETHER (30)   *
000310*----------------------------------------------------------------*
000320*                MODIFICATION HISTORY                            *
000330* DATE       INIT DESCRIPTION                                    *
000340* 2027-09-12  RKA INITIAL VERSION                                *
000350*----------------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-ZOS.
000390 OBJECT-COMPUTER. IBM-ZOS.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PARM-FILE      ASSIGN TO ATOPARMS
000430         ORGANIZATION IS SEQUENTIAL
000440         ACCESS MODE  IS SEQUENTIAL
000450         FILE STATUS  IS WS-PARM-STATUS.
000460*
000470     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE  IS RANDOM
000500         RECORD KEY   IS PCAL-KEY
000510         FILE STATUS  IS WS-PCAL-STATUS.
000520*
000530     SELECT CUST-JOURNAL   ASSIGN TO CUSAUDIT
000540         ORGANIZATION IS SEQUENTIAL
000550         ACCESS MODE  IS SEQUENTIAL
000560         FILE STATUS  IS WS-CUSA-STATUS.
000570*
000580     SELECT XREF-JOURNAL   ASSIGN TO XRFAUDIT
000590         ORGANIZATION IS SEQUENTIAL
000600         ACCESS MODE  IS SEQUENTIAL
000610         FILE STATUS  IS WS-XRFA-STATUS.
000620*
000630     SELECT REISSUE-FILE   ASSIGN TO REISSUE
000640         ORGANIZATION IS SEQUENTIAL
000650         ACCESS MODE  IS SEQUENTIAL
000660         FILE STATUS  IS WS-RISS-STATUS.
000670*
000680     SELECT XREF-FILE      ASSIGN TO CARDXREF
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE  IS RANDOM
000710         RECORD KEY   IS XREF-CARD-NUM OF XREF-RECORD
000720         FILE STATUS  IS WS-XREF-STATUS.
000730*
000740     SELECT EVENT-STORE    ASSIGN TO ATOEVNTS
000750         ORGANIZATION IS INDEXED
000760         ACCESS MODE  IS DYNAMIC
000770         RECORD KEY   IS ATOE-KEY
000780         FILE STATUS  IS WS-ATOE-STATUS.
000790*
000800     SELECT WORKQ-FILE     ASSIGN TO FRDWORKQ
000810         ORGANIZATION IS INDEXED
000820         ACCESS MODE  IS RANDOM
000830         RECORD KEY   IS FWQ-KEY
000840         FILE STATUS  IS WS-FWQ-STATUS.
000850*
000860     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000870         ORGANIZATION IS INDEXED
000880         ACCESS MODE  IS RANDOM
000890         RECORD KEY   IS RUNC-JOB-NAME
000900         FILE STATUS  IS WS-RUNC-STATUS.
000910*
000920     SELECT SCAN-REPORT    ASSIGN TO ATOSCNRP
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
001040 FD  PROC-CALENDAR
001050     RECORDING MODE IS F.
001060 COPY CVPRCALY.
001070*
001080 FD  CUST-JOURNAL
001090     RECORDING MODE IS F.
001100 COPY CVCUSAUY.
001110*
001120 FD  XREF-JOURNAL
001130     RECORDING MODE IS F.
001140 COPY CVXRFAUY.
001150*
001160 FD  REISSUE-FILE
001170     RECORDING MODE IS F.
001180 COPY CVREISSY.
001190*
001200 FD  XREF-FILE
001210     RECORDING MODE IS F.
001220 01  XREF-RECORD.
001230 COPY CVACT03Y.
001240*
001250 FD  EVENT-STORE
001260     RECORDING MODE IS F.
001270 COPY CVATOEVY.
001280*
001290 FD  WORKQ-FILE
001300     RECORDING MODE IS F.
001310 COPY CVFRWKQY.
001320*
001330 FD  RUN-CONTROL
001340     RECORDING MODE IS F.
001350 COPY CVRUNCTY.
001360*
001370 FD  SCAN-REPORT
001380     RECORDING MODE IS F.
001390 01  SCAN-REPORT-LINE            PIC X(132).
001400*----------------------------------------------------------------*
001410 WORKING-STORAGE SECTION.
001420*----------------------------------------------------------------*
001430 01  WS-VARIABLES.
001440     05  WS-PGMNAME                 PIC X(08) VALUE 'CBATOSCN'.
001450     05  CURRENT-DATE               PIC 9(06).
001460     05  WS-TODAY-CCYYMMDD          PIC X(08).
001470     05  WS-BUS-CCYYMMDD            PIC X(08).
001480     05  WS-RUN-TIME                PIC 9(08).
001490     05  WS-WORK-NUM                PIC 9(07).
001500     05  WS-SCORE                   PIC S9(4) COMP.
001510     05  WS-REASON-TEXT             PIC X(30).
001520     05  WS-AUTH-CUST-ID            PIC 9(09).
001530*
001540 01  WS-FILE-STATUSES.
001550     05  WS-PARM-STATUS             PIC X(02).
001560     05  WS-PCAL-STATUS             PIC X(02).
001570     05  WS-CUSA-STATUS             PIC X(02).
001580     05  WS-XRFA-STATUS             PIC X(02).
001590     05  WS-RISS-STATUS             PIC X(02).
001600     05  WS-XREF-STATUS             PIC X(02).
001610     05  WS-ATOE-STATUS             PIC X(02).
001620     05  WS-FWQ-STATUS              PIC X(02).
001630     05  WS-RUNC-STATUS             PIC X(02).
001640     05  WS-RPT-STATUS              PIC X(02).
001650*
001660 01  WS-SWITCHES.
001670     05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
001680         88  PARM-EOF                       VALUE 'Y'.
001690     05  WS-FEED-EOF-SW             PIC X(01).
001700         88  FEED-EOF                       VALUE 'Y'.
001710     05  WS-EVENT-EOF-SW            PIC X(01).
001720         88  EVENT-EOF                      VALUE 'Y'.
001730     05  WS-RUNC-AVAIL-SW           PIC X(01) VALUE 'N'.
001740         88  RUN-CONTROL-AVAILABLE          VALUE 'Y'.
001750     05  WS-CNP-POS-ENTRY-MODE      PIC X(02).
001760         88  CNP-ENTRY-MODE                 VALUE '01', '81'.
001770*----------------------------------------------------------------*
001780*    SCAN PARMS (ATOPARMS)                                       *
001790*----------------------------------------------------------------*
001800 01  WS-RUN-PARMS.
001810     05  WS-WINDOW-DAYS             PIC S9(4) COMP VALUE 7.
001820     05  WS-HIGH-AMT                PIC S9(07)V99 COMP-3
001830                                              VALUE +500.00.
001840     05  WS-SCORE-MIN               PIC S9(4) COMP VALUE 40.
001850     05  WS-PTS-CONTACT             PIC S9(4) COMP VALUE 25.
001860     05  WS-PTS-CARD                PIC S9(4) COMP VALUE 25.
001870     05  WS-PTS-BOTH                PIC S9(4) COMP VALUE 30.
001880*----------------------------------------------------------------*
001890*    THE EVENT BEING STORED, AND THE EVENTS FOUND FOR THE AUTH   *
001900*    BEING SCORED.                                               *
001910*----------------------------------------------------------------*
001920 01  WS-EVENT-WORK.
001930     05  WS-EVENT-DATE              PIC X(08).
001940     05  WS-EVENT-AGE-DAYS          PIC S9(5) COMP-3.
001950     05  WS-OLD-PHONE               PIC X(15).
001960     05  WS-OLD-EMAIL               PIC X(50).
001970     05  WS-JOURNAL-TS.
001980         10  WS-JTS-MM              PIC X(02).
001990         10  FILLER                 PIC X(01).
002000         10  WS-JTS-DD              PIC X(02).
002010         10  FILLER                 PIC X(01).
002020         10  WS-JTS-YY              PIC X(02).
002030         10  FILLER                 PIC X(01).
002040         10  WS-JTS-TIME            PIC X(08).
002050         10  FILLER                 PIC X(09).
002060 01  WS-EVENTS-FOUND.
002070     05  WS-EMAIL-HIT-SW            PIC X(01).
002080         88  EMAIL-CHANGED                  VALUE 'Y'.
002090     05  WS-PHONE-HIT-SW            PIC X(01).
002100         88  PHONE-CHANGED                  VALUE 'Y'.
002110     05  WS-XREF-HIT-SW             PIC X(01).
002120         88  CARD-MOVED                     VALUE 'Y'.
002130     05  WS-REISSUE-HIT-SW          PIC X(01).
002140         88  CARD-REISSUED                  VALUE 'Y'.
002150     05  WS-FIRST-EVENT-DATE        PIC X(08).
002160*----------------------------------------------------------------*
002170*    A CARDXREF IMAGE FROM THE CXRF JOURNAL                      *
002180*----------------------------------------------------------------*
002190 01  WS-XREF-IMAGE.
002200 COPY CVACT03Y.
002210*----------------------------------------------------------------*
002220*    A CUSTDAT IMAGE FROM THE CCUS JOURNAL                       *
002230*----------------------------------------------------------------*
002240 COPY CVCUS01Y.
002250*----------------------------------------------------------------*
002260*    EVENT AGE - BOTH DATES TAKEN TO JULIAN YYDDD THROUGH        *
002270*    CSDAT03P; WHOLE YEARS BETWEEN THEM COUNT 365 DAYS EACH.     *
002280*----------------------------------------------------------------*
002290 01  WS-AGE-FIELDS.
002300     05  WS-TODAY-YYDDD             PIC 9(05).
002310     05  WS-TODAY-YYDDD-R REDEFINES WS-TODAY-YYDDD.
002320         10  WS-TODAY-YY            PIC 9(02).
002330         10  WS-TODAY-DDD           PIC 9(03).
002340     05  WS-EVENT-YYDDD             PIC 9(05).
002350     05  WS-EVENT-YYDDD-R REDEFINES WS-EVENT-YYDDD.
002360         10  WS-EVENT-YY            PIC 9(02).
002370         10  WS-EVENT-DDD           PIC 9(03).
002380 COPY CSDAT03Y.
002390*----------------------------------------------------------------*
002400 01  WS-REPORT-COUNTERS.
002410     05  WS-RPT-CUSA-READ           PIC S9(9) COMP-3 VALUE 0.
002420     05  WS-RPT-XRFA-READ           PIC S9(9) COMP-3 VALUE 0.
002430     05  WS-RPT-RISS-READ           PIC S9(9) COMP-3 VALUE 0.
002440     05  WS-RPT-EVENTS-STORED       PIC S9(9) COMP-3 VALUE 0.
002450     05  WS-RPT-EVENTS-DUP          PIC S9(9) COMP-3 VALUE 0.
002460     05  WS-RPT-EVENTS-STALE        PIC S9(9) COMP-3 VALUE 0.
002470     05  WS-RPT-RISS-NO-XREF        PIC S9(9) COMP-3 VALUE 0.
002480     05  WS-RPT-DETAILS-READ        PIC S9(9) COMP-3 VALUE 0.
002490     05  WS-RPT-CANDIDATES          PIC S9(9) COMP-3 VALUE 0.
002500     05  WS-RPT-WITH-EVENTS         PIC S9(9) COMP-3 VALUE 0.
002510     05  WS-RPT-QUEUED              PIC S9(9) COMP-3 VALUE 0.
002520     05  WS-RPT-ALREADY-QUEUED      PIC S9(9) COMP-3 VALUE 0.
002530     05  WS-RPT-QUEUE-ERRORS        PIC S9(9) COMP-3 VALUE 0.
002540     05  WS-RPT-EVENTS-AGED         PIC S9(9) COMP-3 VALUE 0.
002550*----------------------------------------------------------------*
002560 01  WS-PRINT-LINE                 PIC X(132).
002570 01  WS-DISPLAY-FIELDS.
002580     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002590     05  WS-AMT-DIS                 PIC Z,ZZZ,ZZ9.99-.
002600*----------------------------------------------------------------*
002610*    DLI / PCB CONTROL INFORMATION                               *
002620*----------------------------------------------------------------*
002630 01  WS-IMS-CONTROL.
002640     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
002650     05  PCB-OFFSET.
002660         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
002670     05  IMS-RETURN-CODE                 PIC X(02).
002680         88  STATUS-OK                    VALUE '  ', 'FW'.
002690         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
002700         88  END-OF-DB                    VALUE 'GB'.
002710     05  WS-END-OF-ROOT-SEG              PIC X(01) VALUE 'N'.
002720         88  ROOT-SEG-EOF                 VALUE 'Y'.
002730     05  WS-DETAIL-EOF-SW                PIC X(01).
002740         88  DETAIL-SEG-EOF               VALUE 'Y'.
002750     05  DIBSTAT                         PIC X(02).
002760*----------------------------------------------------------------*
002770*    IMS SEGMENT LAYOUT                                          *
002780*----------------------------------------------------------------*
002790*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
002800 01 PENDING-AUTH-SUMMARY.
002810 COPY CIPAUSMY.
002820*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
002830 01 PENDING-AUTH-DETAILS.
002840 COPY CIPAUDTY.
002850*----------------------------------------------------------------*
002860 LINKAGE SECTION.
002870 01  PAUTBPCB                       PIC X(100).
002880*----------------------------------------------------------------*
002890 PROCEDURE DIVISION                  USING PAUTBPCB.
002900*----------------------------------------------------------------*
002910 MAIN-PARA.
002920     ENTRY 'DLITCBL'                 USING PAUTBPCB.
002930*
002940     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002950*
002960     PERFORM 2000-LOAD-EVENTS        THRU 2000-EXIT
002970*
002980     PERFORM 3000-SCAN-NEXT-ROOT     THRU 3000-EXIT
002990         UNTIL ROOT-SEG-EOF
003000*
003010     PERFORM 6000-AGE-EVENTS         THRU 6000-EXIT
003020*
003030     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
003040     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
003050*
003060     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
003070*
003080     IF WS-RPT-QUEUE-ERRORS > 0
003090        MOVE 4 TO RETURN-CODE
003100     END-IF
003110     GOBACK.
003120*----------------------------------------------------------------*
003130 1000-INITIALIZE.
003140*----------------------------------------------------------------*
003150     ACCEPT CURRENT-DATE     FROM DATE
003160     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
003170     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
003180     MOVE WS-TODAY-CCYYMMDD  TO WS-BUS-CCYYMMDD
003190     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
003200     MOVE WS-BUS-CCYYMMDD    TO WS-BUS-DATE
003210     PERFORM 1370-COMPUTE-BUS-YYDDD THRU 1370-BUS-EXIT
003220     MOVE WS-BUS-YYDDD       TO WS-TODAY-YYDDD
003230*
003240     OPEN INPUT  PARM-FILE
003250     IF WS-PARM-STATUS = '00'
003260        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
003270            UNTIL PARM-EOF
003280        CLOSE PARM-FILE
003290     ELSE
003300        DISPLAY 'ATOPARMS NOT AVAILABLE - USING DEFAULTS'
003310     END-IF
003320*
003330     OPEN INPUT  XREF-FILE
003340     IF WS-XREF-STATUS = SPACES OR '00'
003350        CONTINUE
003360     ELSE
003370        DISPLAY 'ERROR IN OPENING CARDXREF:' WS-XREF-STATUS
003380        PERFORM 9999-ABEND THRU 9999-EXIT
003390     END-IF
003400     OPEN I-O    EVENT-STORE
003410     IF WS-ATOE-STATUS = SPACES OR '00'
003420        CONTINUE
003430     ELSE
003440        DISPLAY 'ERROR IN OPENING ATOEVNTS:' WS-ATOE-STATUS
003450        PERFORM 9999-ABEND THRU 9999-EXIT
003460     END-IF
003470     OPEN I-O    WORKQ-FILE
003480     IF WS-FWQ-STATUS = SPACES OR '00' OR '05'
003490        CONTINUE
003500     ELSE
003510        DISPLAY 'ERROR IN OPENING FRDWORKQ:' WS-FWQ-STATUS
003520        PERFORM 9999-ABEND THRU 9999-EXIT
003530     END-IF
003540     OPEN OUTPUT SCAN-REPORT
003550*
003560     OPEN I-O RUN-CONTROL
003570     IF WS-RUNC-STATUS = SPACES OR '00'
003580        SET RUN-CONTROL-AVAILABLE TO TRUE
003590        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
003600     ELSE
003610        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
003620     END-IF
003630*
003640     MOVE SPACES TO WS-PRINT-LINE
003650     STRING 'CBATOSCN ACCOUNT-TAKEOVER PATTERN SCAN - '
003660            'BUSINESS DATE '
003670            WS-BUS-CCYYMMDD
003680            DELIMITED BY SIZE INTO WS-PRINT-LINE
003690     END-STRING
003700     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
003710     MOVE SPACES TO WS-PRINT-LINE
003720     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
003730*
003740     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
003750     DISPLAY '*-------------------------------------*'
003760     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
003770     DISPLAY 'EVENT WINDOW DAYS      :' WS-WINDOW-DAYS
003780     DISPLAY 'MINIMUM QUEUING SCORE  :' WS-SCORE-MIN
003790     .
003800 1000-EXIT.
003810     EXIT.
003820*----------------------------------------------------------------*
003830 1100-READ-NEXT-PARM.
003840*----------------------------------------------------------------*
003850     READ PARM-FILE
003860         AT END
003870             SET PARM-EOF TO TRUE
003880             GO TO 1100-EXIT
003890     END-READ
003900     EVALUATE PARM-RECORD(1:8)
003910         WHEN 'WINDOW ='
003920             IF PARM-RECORD(9:3) IS NUMERIC
003930                MOVE PARM-RECORD(9:3) TO WS-WORK-NUM
003940                IF WS-WORK-NUM > 0
003950                   MOVE WS-WORK-NUM TO WS-WINDOW-DAYS
003960                END-IF
003970             END-IF
003980         WHEN 'HIGHAMT='
003990             IF PARM-RECORD(9:7) IS NUMERIC
004000                MOVE PARM-RECORD(9:7) TO WS-WORK-NUM
004010                MOVE WS-WORK-NUM TO WS-HIGH-AMT
004020             END-IF
004030         WHEN 'SCOREMN='
004040             IF PARM-RECORD(9:3) IS NUMERIC
004050                MOVE PARM-RECORD(9:3) TO WS-WORK-NUM
004060                MOVE WS-WORK-NUM TO WS-SCORE-MIN
004070             END-IF
004080         WHEN 'PTSCONT='
004090             IF PARM-RECORD(9:3) IS NUMERIC
004100                MOVE PARM-RECORD(9:3) TO WS-WORK-NUM
004110                MOVE WS-WORK-NUM TO WS-PTS-CONTACT
004120             END-IF
004130         WHEN 'PTSCARD='
004140             IF PARM-RECORD(9:3) IS NUMERIC
004150                MOVE PARM-RECORD(9:3) TO WS-WORK-NUM
004160                MOVE WS-WORK-NUM TO WS-PTS-CARD
004170             END-IF
004180         WHEN 'PTSBOTH='
004190             IF PARM-RECORD(9:3) IS NUMERIC
004200                MOVE PARM-RECORD(9:3) TO WS-WORK-NUM
004210                MOVE WS-WORK-NUM TO WS-PTS-BOTH
004220             END-IF
004230         WHEN OTHER
004240             CONTINUE
004250     END-EVALUATE
004260     .
004270 1100-EXIT.
004280     EXIT.
004290*----------------------------------------------------------------*
004300*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
004310*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE.            *
004320*----------------------------------------------------------------*
004330 1250-READ-BUSINESS-DATE.
004340*----------------------------------------------------------------*
004350     OPEN INPUT PROC-CALENDAR
004360     IF WS-PCAL-STATUS = SPACES OR '00'
004370        MOVE 'C'             TO PCAL-REC-TYPE
004380        MOVE '00000000'      TO PCAL-KEY-DATE
004390        READ PROC-CALENDAR
004400        IF WS-PCAL-STATUS = '00'
004410           MOVE PCAL-BUSINESS-DATE      TO WS-BUS-CCYYMMDD
004420           DISPLAY 'BUSINESS DATE FROM PROCCAL: '
004430                   PCAL-BUSINESS-DATE
004440        END-IF
004450        CLOSE PROC-CALENDAR
004460     ELSE
004470        DISPLAY 'PROCCAL NOT AVAILABLE - USING SYSTEM DATE'
004480     END-IF
004490     .
004500 1250-EXIT.
004510     EXIT.
004520*----------------------------------------------------------------*
004530*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START; THE RESULT    *
004540*    IS STAMPED AT END.                                          *
004550*----------------------------------------------------------------*
004560 1300-MARK-RUN-START.
004570*----------------------------------------------------------------*
004580     ACCEPT WS-RUN-TIME      FROM TIME
004590     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
004600     READ RUN-CONTROL
004610     IF WS-RUNC-STATUS NOT = '00'
004620        MOVE SPACES          TO RUN-CONTROL-RECORD
004630        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004640     END-IF
004650     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
004660     MOVE WS-RUN-TIME        TO RUNC-START-TIME
004670     MOVE SPACES             TO RUNC-END-TIME
004680     SET  RUNC-RUNNING       TO TRUE
004690     MOVE ZEROES             TO RUNC-RECORD-COUNT
004700     IF WS-RUNC-STATUS = '00'
004710        REWRITE RUN-CONTROL-RECORD
004720     ELSE
004730        WRITE RUN-CONTROL-RECORD
004740     END-IF
004750     .
004760 1300-EXIT.
004770     EXIT.
004780*----------------------------------------------------------------*
004790 1400-MARK-RUN-END.
004800*----------------------------------------------------------------*
004810     IF RUN-CONTROL-AVAILABLE
004820        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004830        READ RUN-CONTROL
004840        ACCEPT WS-RUN-TIME   FROM TIME
004850        MOVE WS-RUN-TIME     TO RUNC-END-TIME
004860        IF WS-RPT-QUEUE-ERRORS > 0
004870           SET RUNC-FAILED   TO TRUE
004880        ELSE
004890           SET RUNC-COMPLETE TO TRUE
004900        END-IF
004910        MOVE WS-RPT-QUEUED   TO RUNC-RECORD-COUNT
004920        REWRITE RUN-CONTROL-RECORD
004930        IF WS-RUNC-STATUS NOT = '00'
004940           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
004950        END-IF
004960     END-IF
004970     .
004980 1400-EXIT.
004990     EXIT.
005000*----------------------------------------------------------------*
005010*    EACH FEED IS OPTIONAL - A MISSING ONE ONLY MEANS NO NEW     *
005020*    EVENTS OF THAT KIND TONIGHT; THE STORE STILL HOLDS THE      *
005030*    EARLIER DAYS' EVENTS.                                       *
005040*----------------------------------------------------------------*
005050 2000-LOAD-EVENTS.
005060*----------------------------------------------------------------*
005070     OPEN INPUT CUST-JOURNAL
005080     IF WS-CUSA-STATUS = SPACES OR '00'
005090        MOVE 'N'                 TO WS-FEED-EOF-SW
005100        PERFORM 2100-LOAD-NEXT-CUST-CHANGE THRU 2100-EXIT
005110            UNTIL FEED-EOF
005120        CLOSE CUST-JOURNAL
005130     ELSE
005140        DISPLAY 'CUSAUDIT NOT AVAILABLE - NO CONTACT EVENTS'
005150     END-IF
005160     OPEN INPUT XREF-JOURNAL
005170     IF WS-XRFA-STATUS = SPACES OR '00'
005180        MOVE 'N'                 TO WS-FEED-EOF-SW
005190        PERFORM 2200-LOAD-NEXT-XREF-CHANGE THRU 2200-EXIT
005200            UNTIL FEED-EOF
005210        CLOSE XREF-JOURNAL
005220     ELSE
005230        DISPLAY 'XRFAUDIT NOT AVAILABLE - NO CARD-MOVE EVENTS'
005240     END-IF
005250     OPEN INPUT REISSUE-FILE
005260     IF WS-RISS-STATUS = SPACES OR '00'
005270        MOVE 'N'                 TO WS-FEED-EOF-SW
005280        PERFORM 2300-LOAD-NEXT-REISSUE THRU 2300-EXIT
005290            UNTIL FEED-EOF
005300        CLOSE REISSUE-FILE
005310     ELSE
005320        DISPLAY 'REISSUE NOT AVAILABLE - NO REISSUE EVENTS'
005330     END-IF
005340     .
005350 2000-EXIT.
005360     EXIT.
005370*----------------------------------------------------------------*
005380*    A CONTACT CHANGE IS AN EMAIL OR PHONE THAT DIFFERS BETWEEN  *
005390*    THE BEFORE AND AFTER IMAGES - ONE EVENT FOR EACH.           *
005400*----------------------------------------------------------------*
005410 2100-LOAD-NEXT-CUST-CHANGE.
005420*----------------------------------------------------------------*
005430     READ CUST-JOURNAL
005440         AT END
005450             SET FEED-EOF        TO TRUE
005460             GO TO 2100-EXIT
005470     END-READ
005480     ADD 1 TO WS-RPT-CUSA-READ
005490     MOVE CUSA-TIMESTAMP         TO WS-JOURNAL-TS
005500     PERFORM 2800-JOURNAL-EVENT-DATE THRU 2800-EXIT
005510     IF WS-EVENT-DATE = SPACES
005520        GO TO 2100-EXIT
005530     END-IF
005540     MOVE CUSA-OLD-IMAGE         TO CUSTOMER-RECORD
005550     MOVE CUST-PHONE-NUM-1       TO WS-OLD-PHONE
005560     MOVE CUST-EMAIL-ADDRESS     TO WS-OLD-EMAIL
005570     MOVE CUSA-NEW-IMAGE         TO CUSTOMER-RECORD
005580*
005590     MOVE SPACES                 TO ATO-EVENT-RECORD
005600     MOVE CUSA-CUST-ID           TO ATOE-CUST-ID
005610     MOVE WS-EVENT-DATE          TO ATOE-EVENT-DATE
005620     MOVE ZERO                   TO ATOE-ACCT-ID
005630     MOVE WS-JTS-TIME            TO ATOE-EVENT-TIME
005640     MOVE CUSA-USER-ID           TO ATOE-USER-ID
005650     IF CUST-EMAIL-ADDRESS NOT = WS-OLD-EMAIL
005660        SET ATOE-EMAIL-CHANGE    TO TRUE
005670        PERFORM 2900-STORE-EVENT THRU 2900-EXIT
005680     END-IF
005690     IF CUST-PHONE-NUM-1 NOT = WS-OLD-PHONE
005700        SET ATOE-PHONE-CHANGE    TO TRUE
005710        PERFORM 2900-STORE-EVENT THRU 2900-EXIT
005720     END-IF
005730     .
005740 2100-EXIT.
005750     EXIT.
005760*----------------------------------------------------------------*
005770*    A CARD ADDED TO OR MOVED BETWEEN ACCOUNTS - THE AFTER IMAGE *
005780*    NAMES THE CUSTOMER AND ACCOUNT IT NOW BELONGS TO. AN END-   *
005790*    DATING IS NOT A TAKEOVER SIGNAL.                            *
005800*----------------------------------------------------------------*
005810 2200-LOAD-NEXT-XREF-CHANGE.
005820*----------------------------------------------------------------*
005830     READ XREF-JOURNAL
005840         AT END
005850             SET FEED-EOF        TO TRUE
005860             GO TO 2200-EXIT
005870     END-READ
005880     ADD 1 TO WS-RPT-XRFA-READ
005890     IF NOT XRFA-ACTION-ADD
005900        AND NOT XRFA-ACTION-MOVE
005910        GO TO 2200-EXIT
005920     END-IF
005930     MOVE XRFA-TIMESTAMP         TO WS-JOURNAL-TS
005940     PERFORM 2800-JOURNAL-EVENT-DATE THRU 2800-EXIT
005950     IF WS-EVENT-DATE = SPACES
005960        GO TO 2200-EXIT
005970     END-IF
005980     MOVE XRFA-NEW-IMAGE         TO WS-XREF-IMAGE
005990     MOVE SPACES                 TO ATO-EVENT-RECORD
006000     MOVE XREF-CUST-ID OF WS-XREF-IMAGE TO ATOE-CUST-ID
006010     MOVE WS-EVENT-DATE          TO ATOE-EVENT-DATE
006020     SET  ATOE-XREF-CHANGE       TO TRUE
006030     MOVE XRFA-CARD-NUM          TO ATOE-CARD-NUM
006040     MOVE XREF-ACCT-ID OF WS-XREF-IMAGE TO ATOE-ACCT-ID
006050     MOVE WS-JTS-TIME            TO ATOE-EVENT-TIME
006060     MOVE XRFA-USER-ID           TO ATOE-USER-ID
006070     MOVE XRFA-ACTION            TO ATOE-DETAIL
006080     PERFORM 2900-STORE-EVENT    THRU 2900-EXIT
006090     .
006100 2200-EXIT.
006110     EXIT.
006120*----------------------------------------------------------------*
006130*    A LOST OR STOLEN REISSUE. CBCRDRSS HAS ALREADY CARRIED THE  *
006140*    CARDXREF LINK OVER TO THE NEW NUMBER; THE OLD NUMBER IS THE *
006150*    FALLBACK. ROUTINE EXPIRY REISSUES ARE NOT EVENTS.           *
006160*----------------------------------------------------------------*
006170 2300-LOAD-NEXT-REISSUE.
006180*----------------------------------------------------------------*
006190     READ REISSUE-FILE
006200         AT END
006210             SET FEED-EOF        TO TRUE
006220             GO TO 2300-EXIT
006230     END-READ
006240     ADD 1 TO WS-RPT-RISS-READ
006250     IF NOT RIS-REASON-LOST
006260        AND NOT RIS-REASON-STOLEN
006270        GO TO 2300-EXIT
006280     END-IF
006290     MOVE RIS-NEW-CARD-NUM       TO XREF-CARD-NUM OF XREF-RECORD
006300     READ XREF-FILE
006310     IF WS-XREF-STATUS NOT = '00'
006320        MOVE RIS-OLD-CARD-NUM    TO XREF-CARD-NUM OF XREF-RECORD
006330        READ XREF-FILE
006340     END-IF
006350     IF WS-XREF-STATUS NOT = '00'
006360        ADD 1 TO WS-RPT-RISS-NO-XREF
006370        GO TO 2300-EXIT
006380     END-IF
006390     MOVE RIS-REISSUE-DATE       TO WS-EVENT-DATE
006400     PERFORM 2850-CHECK-EVENT-AGE THRU 2850-EXIT
006410     IF WS-EVENT-DATE = SPACES
006420        GO TO 2300-EXIT
006430     END-IF
006440     MOVE SPACES                 TO ATO-EVENT-RECORD
006450     MOVE XREF-CUST-ID OF XREF-RECORD TO ATOE-CUST-ID
006460     MOVE WS-EVENT-DATE          TO ATOE-EVENT-DATE
006470     SET  ATOE-REISSUE           TO TRUE
006480     MOVE RIS-NEW-CARD-NUM       TO ATOE-CARD-NUM
006490     MOVE XREF-ACCT-ID OF XREF-RECORD TO ATOE-ACCT-ID
006500     MOVE 'CBCRDRSS'             TO ATOE-USER-ID
006510     MOVE RIS-REASON             TO ATOE-DETAIL
006520     PERFORM 2900-STORE-EVENT    THRU 2900-EXIT
006530     .
006540 2300-EXIT.
006550     EXIT.
006560*----------------------------------------------------------------*
006570*    THE JOURNALS STAMP MM/DD/YY HH:MM:SS. WS-EVENT-DATE COMES   *
006580*    BACK CCYYMMDD, OR SPACES WHEN THE STAMP IS UNUSABLE OR THE  *
006590*    EVENT IS ALREADY OUTSIDE THE WINDOW.                        *
006600*----------------------------------------------------------------*
006610 2800-JOURNAL-EVENT-DATE.
006620*----------------------------------------------------------------*
006630     MOVE SPACES                 TO WS-EVENT-DATE
006640     IF WS-JTS-MM IS NOT NUMERIC
006650        OR WS-JTS-DD IS NOT NUMERIC
006660        OR WS-JTS-YY IS NOT NUMERIC
006670        ADD 1 TO WS-RPT-EVENTS-STALE
006680        GO TO 2800-EXIT
006690     END-IF
006700     STRING '20' WS-JTS-YY WS-JTS-MM WS-JTS-DD
006710            DELIMITED BY SIZE INTO WS-EVENT-DATE
006720     END-STRING
006730     PERFORM 2850-CHECK-EVENT-AGE THRU 2850-EXIT
006740     .
006750 2800-EXIT.
006760     EXIT.
006770*----------------------------------------------------------------*
006780 2850-CHECK-EVENT-AGE.
006790*----------------------------------------------------------------*
006800     IF WS-EVENT-DATE IS NOT NUMERIC
006810        OR WS-EVENT-DATE > WS-BUS-CCYYMMDD
006820        MOVE SPACES              TO WS-EVENT-DATE
006830        ADD 1 TO WS-RPT-EVENTS-STALE
006840        GO TO 2850-EXIT
006850     END-IF
006860     PERFORM 2870-COMPUTE-EVENT-AGE THRU 2870-EXIT
006870     IF WS-EVENT-AGE-DAYS > WS-WINDOW-DAYS
006880        MOVE SPACES              TO WS-EVENT-DATE
006890        ADD 1 TO WS-RPT-EVENTS-STALE
006900     END-IF
006910     .
006920 2850-EXIT.
006930     EXIT.
006940*----------------------------------------------------------------*
006950*    DAYS FROM WS-EVENT-DATE TO THE BUSINESS DATE.               *
006960*----------------------------------------------------------------*
006970 2870-COMPUTE-EVENT-AGE.
006980*----------------------------------------------------------------*
006990     MOVE WS-EVENT-DATE          TO WS-BUS-DATE
007000     PERFORM 1370-COMPUTE-BUS-YYDDD THRU 1370-BUS-EXIT
007010     MOVE WS-BUS-YYDDD           TO WS-EVENT-YYDDD
007020     COMPUTE WS-EVENT-AGE-DAYS =
007030             (WS-TODAY-YY - WS-EVENT-YY) * 365
007040           + WS-TODAY-DDD - WS-EVENT-DDD
007050     .
007060 2870-EXIT.
007070     EXIT.
007080*----------------------------------------------------------------*
007090*    A DUPLICATE KEY IS THE SAME EVENT PICKED UP BY A RERUN OR   *
007100*    A SECOND CHANGE OF THE SAME KIND THE SAME DAY - EITHER WAY  *
007110*    THE STORE ALREADY HAS IT.                                   *
007120*----------------------------------------------------------------*
007130 2900-STORE-EVENT.
007140*----------------------------------------------------------------*
007150     MOVE WS-TODAY-CCYYMMDD      TO ATOE-LOADED-DATE
007160     WRITE ATO-EVENT-RECORD
007170     EVALUATE WS-ATOE-STATUS
007180         WHEN '00'
007190             ADD 1 TO WS-RPT-EVENTS-STORED
007200         WHEN '22'
007210             ADD 1 TO WS-RPT-EVENTS-DUP
007220         WHEN OTHER
007230             DISPLAY 'ERROR WRITING ATOEVNTS FOR CUSTOMER '
007240                     ATOE-CUST-ID ':' WS-ATOE-STATUS
007250     END-EVALUATE
007260     .
007270 2900-EXIT.
007280     EXIT.
007290*----------------------------------------------------------------*
007300 3000-SCAN-NEXT-ROOT.
007310*----------------------------------------------------------------*
007320     EXEC DLI GN USING PCB(PAUT-PCB-NUM)
007330          SEGMENT (PAUTSMRY)
007340          INTO   (PENDING-AUTH-SUMMARY)
007350     END-EXEC
007360     MOVE DIBSTAT                TO IMS-RETURN-CODE
007370     IF END-OF-DB OR SEGMENT-NOT-FOUND
007380        SET ROOT-SEG-EOF         TO TRUE
007390        GO TO 3000-EXIT
007400     END-IF
007410     IF NOT STATUS-OK
007420        DISPLAY 'ERROR READING SUMMARY SEGMENT: ' IMS-RETURN-CODE
007430        SET ROOT-SEG-EOF         TO TRUE
007440        GO TO 3000-EXIT
007450     END-IF
007460     MOVE 'N'                    TO WS-DETAIL-EOF-SW
007470     PERFORM 3100-SCAN-NEXT-DETAIL THRU 3100-EXIT
007480         UNTIL DETAIL-SEG-EOF
007490     .
007500 3000-EXIT.
007510     EXIT.
007520*----------------------------------------------------------------*
007530*    ONLY THE BUSINESS DAY'S HIGH-VALUE CARD-NOT-PRESENT         *
007540*    APPROVALS ARE CANDIDATES - THE MONEY A TAKEOVER IS AFTER.   *
007550*----------------------------------------------------------------*
007560 3100-SCAN-NEXT-DETAIL.
007570*----------------------------------------------------------------*
007580     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
007590         SEGMENT (PAUTDTL1)
007600         INTO (PENDING-AUTH-DETAILS)
007610     END-EXEC
007620     MOVE DIBSTAT                TO IMS-RETURN-CODE
007630     IF NOT STATUS-OK
007640        SET DETAIL-SEG-EOF       TO TRUE
007650        GO TO 3100-EXIT
007660     END-IF
007670     IF PA-AUTH-ORIG-DATE NOT = WS-BUS-CCYYMMDD
007680        GO TO 3100-EXIT
007690     END-IF
007700     ADD 1 TO WS-RPT-DETAILS-READ
007710     MOVE PA-POS-ENTRY-MODE      TO WS-CNP-POS-ENTRY-MODE
007720     IF NOT PA-AUTH-APPROVED
007730        OR NOT CNP-ENTRY-MODE
007740        OR PA-APPROVED-AMT < WS-HIGH-AMT
007750        GO TO 3100-EXIT
007760     END-IF
007770     ADD 1 TO WS-RPT-CANDIDATES
007780*
007790     MOVE PA-CARD-NUM            TO XREF-CARD-NUM OF XREF-RECORD
007800     READ XREF-FILE
007810     IF WS-XREF-STATUS = '00'
007820        MOVE XREF-CUST-ID OF XREF-RECORD TO WS-AUTH-CUST-ID
007830     ELSE
007840        MOVE PA-CUST-ID          TO WS-AUTH-CUST-ID
007850     END-IF
007860     IF WS-AUTH-CUST-ID = ZERO
007870        GO TO 3100-EXIT
007880     END-IF
007890     PERFORM 3200-FIND-CUSTOMER-EVENTS THRU 3200-EXIT
007900     IF WS-FIRST-EVENT-DATE = HIGH-VALUES
007910        GO TO 3100-EXIT
007920     END-IF
007930     ADD 1 TO WS-RPT-WITH-EVENTS
007940     PERFORM 3300-SCORE-TAKEOVER THRU 3300-EXIT
007950     IF WS-SCORE >= WS-SCORE-MIN
007960        PERFORM 4000-WRITE-WORKQ-ROW THRU 4000-EXIT
007970     END-IF
007980     .
007990 3100-EXIT.
008000     EXIT.
008010*----------------------------------------------------------------*
008020*    BROWSE THE CUSTOMER'S EVENTS. AN EVENT COUNTS WHEN IT CAME  *
008030*    ON OR BEFORE THE AUTH, NO MORE THAN THE WINDOW BEFORE IT,   *
008040*    AND - FOR A CARD EVENT - ON THE AUTH'S OWN ACCOUNT.         *
008050*----------------------------------------------------------------*
008060 3200-FIND-CUSTOMER-EVENTS.
008070*----------------------------------------------------------------*
008080     MOVE 'N'                    TO WS-EMAIL-HIT-SW
008090                                    WS-PHONE-HIT-SW
008100                                    WS-XREF-HIT-SW
008110                                    WS-REISSUE-HIT-SW
008120     MOVE HIGH-VALUES            TO WS-FIRST-EVENT-DATE
008130     MOVE WS-AUTH-CUST-ID        TO ATOE-CUST-ID
008140     MOVE LOW-VALUES             TO ATOE-EVENT-DATE
008150                                    ATOE-EVENT-TYPE
008160                                    ATOE-CARD-NUM
008170     START EVENT-STORE KEY IS NOT < ATOE-KEY
008180     IF WS-ATOE-STATUS NOT = '00'
008190        GO TO 3200-EXIT
008200     END-IF
008210     MOVE 'N'                    TO WS-EVENT-EOF-SW
008220     PERFORM 3250-CHECK-NEXT-EVENT THRU 3250-EXIT
008230         UNTIL EVENT-EOF
008240     .
008250 3200-EXIT.
008260     EXIT.
008270*----------------------------------------------------------------*
008280 3250-CHECK-NEXT-EVENT.
008290*----------------------------------------------------------------*
008300     READ EVENT-STORE NEXT
008310     IF WS-ATOE-STATUS NOT = '00'
008320        OR ATOE-CUST-ID NOT = WS-AUTH-CUST-ID
008330        SET EVENT-EOF            TO TRUE
008340        GO TO 3250-EXIT
008350     END-IF
008360     IF ATOE-EVENT-DATE > PA-AUTH-ORIG-DATE
008370        GO TO 3250-EXIT
008380     END-IF
008390     MOVE ATOE-EVENT-DATE        TO WS-EVENT-DATE
008400     PERFORM 2870-COMPUTE-EVENT-AGE THRU 2870-EXIT
008410     IF WS-EVENT-AGE-DAYS > WS-WINDOW-DAYS
008420        GO TO 3250-EXIT
008430     END-IF
008440     IF ATOE-CARD-EVENT
008450        AND ATOE-ACCT-ID NOT = PA-ACCOUNT-ID
008460        GO TO 3250-EXIT
008470     END-IF
008480     EVALUATE TRUE
008490         WHEN ATOE-EMAIL-CHANGE   SET EMAIL-CHANGED TO TRUE
008500         WHEN ATOE-PHONE-CHANGE   SET PHONE-CHANGED TO TRUE
008510         WHEN ATOE-XREF-CHANGE    SET CARD-MOVED    TO TRUE
008520         WHEN ATOE-REISSUE        SET CARD-REISSUED TO TRUE
008530     END-EVALUATE
008540     IF ATOE-EVENT-DATE < WS-FIRST-EVENT-DATE
008550        MOVE ATOE-EVENT-DATE     TO WS-FIRST-EVENT-DATE
008560     END-IF
008570     .
008580 3250-EXIT.
008590     EXIT.
008600*----------------------------------------------------------------*
008610*    EACH KIND OF EVENT SCORES ONCE; A CONTACT CHANGE AND A CARD *
008620*    EVENT TOGETHER - THE FULL TAKEOVER SHAPE - SCORE EXTRA.     *
008630*----------------------------------------------------------------*
008640 3300-SCORE-TAKEOVER.
008650*----------------------------------------------------------------*
008660     MOVE 0                      TO WS-SCORE
008670     MOVE SPACES                 TO WS-REASON-TEXT
008680     MOVE 'TAKEOVER'             TO WS-REASON-TEXT(1:8)
008690     IF EMAIL-CHANGED
008700        ADD WS-PTS-CONTACT       TO WS-SCORE
008710        MOVE 'EML'               TO WS-REASON-TEXT(10:3)
008720     END-IF
008730     IF PHONE-CHANGED
008740        ADD WS-PTS-CONTACT       TO WS-SCORE
008750        MOVE 'PHN'               TO WS-REASON-TEXT(14:3)
008760     END-IF
008770     IF CARD-MOVED
008780        ADD WS-PTS-CARD          TO WS-SCORE
008790        MOVE 'XRF'               TO WS-REASON-TEXT(18:3)
008800     END-IF
008810     IF CARD-REISSUED
008820        ADD WS-PTS-CARD          TO WS-SCORE
008830        MOVE 'RSS'               TO WS-REASON-TEXT(22:3)
008840     END-IF
008850     IF (EMAIL-CHANGED OR PHONE-CHANGED)
008860        AND (CARD-MOVED OR CARD-REISSUED)
008870        ADD WS-PTS-BOTH          TO WS-SCORE
008880     END-IF
008890     IF WS-SCORE > 999
008900        MOVE 999                 TO WS-SCORE
008910     END-IF
008920     .
008930 3300-EXIT.
008940     EXIT.
008950*----------------------------------------------------------------*
008960*    SAME ROW SHAPE CBFRSCOR QUEUES, SO THE WORK-QUEUE SCREEN    *
008970*    SERVES TAKEOVER ITEMS IN SCORE ORDER WITH EVERYTHING ELSE.  *
008980*----------------------------------------------------------------*
008990 4000-WRITE-WORKQ-ROW.
009000*----------------------------------------------------------------*
009010     MOVE SPACES                 TO FRAUD-WORKQ-RECORD
009020     COMPUTE FWQ-SCORE-INV = 999 - WS-SCORE
009030     MOVE PA-TRANSACTION-ID      TO FWQ-TRANSACTION-ID
009040     MOVE WS-SCORE               TO FWQ-SCORE
009050     MOVE PA-CARD-NUM            TO FWQ-CARD-NUM
009060     MOVE PA-ACCOUNT-ID          TO FWQ-ACCT-ID
009070     MOVE PA-AUTH-KEY            TO FWQ-AUTH-KEY
009080     MOVE WS-REASON-TEXT         TO FWQ-REASONS
009090     MOVE PA-AUTH-ORIG-DATE      TO FWQ-AUTH-DATE
009100     MOVE PA-APPROVED-AMT        TO FWQ-AMOUNT
009110     SET  FWQ-OPEN               TO TRUE
009120     MOVE WS-TODAY-CCYYMMDD      TO FWQ-SCORED-DATE
009130     WRITE FRAUD-WORKQ-RECORD
009140*    A DUPLICATE MEANS A RERUN ALREADY QUEUED THIS AUTH AT THE
009150*    SAME SCORE - NOT AN ERROR.
009160     EVALUATE WS-FWQ-STATUS
009170         WHEN '00'
009180             ADD 1 TO WS-RPT-QUEUED
009190         WHEN '22'
009200             ADD 1 TO WS-RPT-ALREADY-QUEUED
009210             GO TO 4000-EXIT
009220         WHEN OTHER
009230             DISPLAY 'ERROR WRITING FRDWORKQ:' WS-FWQ-STATUS
009240             ADD 1 TO WS-RPT-QUEUE-ERRORS
009250             GO TO 4000-EXIT
009260     END-EVALUATE
009270     MOVE PA-APPROVED-AMT        TO WS-AMT-DIS
009280     MOVE SPACES                 TO WS-PRINT-LINE
009290     STRING 'QUEUED SCORE:' FWQ-SCORE
009300            ' ACCT:' PA-ACCOUNT-ID
009310            ' CARD:' FWQ-CARD-NUM
009320            ' TRAN:' FWQ-TRANSACTION-ID
009330            ' AMT:' WS-AMT-DIS
009340            ' FIRST EVENT:' WS-FIRST-EVENT-DATE
009350            ' ' FWQ-REASONS
009360            DELIMITED BY SIZE
009370            INTO WS-PRINT-LINE
009380     END-STRING
009390     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
009400     .
009410 4000-EXIT.
009420     EXIT.
009430*----------------------------------------------------------------*
009440*    EVENTS OLDER THAN THE WINDOW CAN NO LONGER MATCH AN AUTH.   *
009450*----------------------------------------------------------------*
009460 6000-AGE-EVENTS.
009470*----------------------------------------------------------------*
009480     MOVE LOW-VALUES             TO ATOE-KEY
009490     START EVENT-STORE KEY IS NOT < ATOE-KEY
009500     IF WS-ATOE-STATUS NOT = '00'
009510        GO TO 6000-EXIT
009520     END-IF
009530     MOVE 'N'                    TO WS-EVENT-EOF-SW
009540     PERFORM 6100-AGE-NEXT-EVENT THRU 6100-EXIT
009550         UNTIL EVENT-EOF
009560     .
009570 6000-EXIT.
009580     EXIT.
009590*----------------------------------------------------------------*
009600 6100-AGE-NEXT-EVENT.
009610*----------------------------------------------------------------*
009620     READ EVENT-STORE NEXT
009630     IF WS-ATOE-STATUS NOT = '00'
009640        SET EVENT-EOF            TO TRUE
009650        GO TO 6100-EXIT
009660     END-IF
009670     MOVE ATOE-EVENT-DATE        TO WS-EVENT-DATE
009680     PERFORM 2870-COMPUTE-EVENT-AGE THRU 2870-EXIT
009690     IF WS-EVENT-AGE-DAYS > WS-WINDOW-DAYS
009700        DELETE EVENT-STORE
009710        IF WS-ATOE-STATUS = '00'
009720           ADD 1 TO WS-RPT-EVENTS-AGED
009730        END-IF
009740     END-IF
009750     .
009760 6100-EXIT.
009770     EXIT.
009780*----------------------------------------------------------------*
009790 8000-PRINT-RUN-SUMMARY.
009800*----------------------------------------------------------------*
009810     MOVE SPACES TO WS-PRINT-LINE
009820     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
009830     MOVE WS-RPT-CUSA-READ TO WS-CNT-DIS
009840     MOVE SPACES TO WS-PRINT-LINE
009850     STRING 'CCUS JOURNAL RECORDS READ ..........: ' WS-CNT-DIS
009860            DELIMITED BY SIZE INTO WS-PRINT-LINE
009870     END-STRING
009880     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
009890     MOVE WS-RPT-XRFA-READ TO WS-CNT-DIS
009900     MOVE SPACES TO WS-PRINT-LINE
009910     STRING 'CXRF JOURNAL RECORDS READ ..........: ' WS-CNT-DIS
009920            DELIMITED BY SIZE INTO WS-PRINT-LINE
009930     END-STRING
009940     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
009950     MOVE WS-RPT-RISS-READ TO WS-CNT-DIS
009960     MOVE SPACES TO WS-PRINT-LINE
009970     STRING 'REISSUE RECORDS READ ...............: ' WS-CNT-DIS
009980            DELIMITED BY SIZE INTO WS-PRINT-LINE
009990     END-STRING
010000     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
010010     MOVE WS-RPT-EVENTS-STORED TO WS-CNT-DIS
010020     MOVE SPACES TO WS-PRINT-LINE
010030     STRING 'EVENTS STORED ......................: ' WS-CNT-DIS
010040            DELIMITED BY SIZE INTO WS-PRINT-LINE
010050     END-STRING
010060     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
010070     MOVE WS-RPT-EVENTS-DUP TO WS-CNT-DIS
010080     MOVE SPACES TO WS-PRINT-LINE
010090     STRING '  ALREADY ON THE STORE .............: ' WS-CNT-DIS
010100            DELIMITED BY SIZE INTO WS-PRINT-LINE
010110     END-STRING
010120     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
010130     MOVE WS-RPT-EVENTS-STALE TO WS-CNT-DIS
010140     MOVE SPACES TO WS-PRINT-LINE
010150     STRING '  OUTSIDE WINDOW OR BAD DATE .......: ' WS-CNT-DIS
010160            DELIMITED BY SIZE INTO WS-PRINT-LINE
010170     END-STRING
010180     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
010190     MOVE WS-RPT-RISS-NO-XREF TO WS-CNT-DIS
010200     MOVE SPACES TO WS-PRINT-LINE
010210     STRING '  REISSUES NOT ON CARDXREF .........: ' WS-CNT-DIS
010220            DELIMITED BY SIZE INTO WS-PRINT-LINE
010230     END-STRING
010240     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
010250     MOVE WS-RPT-DETAILS-READ TO WS-CNT-DIS
010260     MOVE SPACES TO WS-PRINT-LINE
010270     STRING 'AUTHORIZATIONS ON BUSINESS DATE ....: ' WS-CNT-DIS
010280            DELIMITED BY SIZE INTO WS-PRINT-LINE
010290     END-STRING
010300     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
010310     MOVE WS-RPT-CANDIDATES TO WS-CNT-DIS
010320     MOVE SPACES TO WS-PRINT-LINE
010330     STRING '  HIGH-VALUE CNP APPROVALS .........: ' WS-CNT-DIS
010340            DELIMITED BY SIZE INTO WS-PRINT-LINE
010350     END-STRING
010360     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
010370     MOVE WS-RPT-WITH-EVENTS TO WS-CNT-DIS
010380     MOVE SPACES TO WS-PRINT-LINE
010390     STRING '  WITH RECENT MAINTENANCE EVENTS ...: ' WS-CNT-DIS
010400            DELIMITED BY SIZE INTO WS-PRINT-LINE
010410     END-STRING
010420     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
010430     MOVE WS-RPT-QUEUED TO WS-CNT-DIS
010440     MOVE SPACES TO WS-PRINT-LINE
010450     STRING '  QUEUED ON FRDWORKQ ...............: ' WS-CNT-DIS
010460            DELIMITED BY SIZE INTO WS-PRINT-LINE
010470     END-STRING
010480     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
010490     MOVE WS-RPT-ALREADY-QUEUED TO WS-CNT-DIS
010500     MOVE SPACES TO WS-PRINT-LINE
010510     STRING '  ALREADY QUEUED (RERUN) ...........: ' WS-CNT-DIS
010520            DELIMITED BY SIZE INTO WS-PRINT-LINE
010530     END-STRING
010540     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
010550     MOVE WS-RPT-EVENTS-AGED TO WS-CNT-DIS
010560     MOVE SPACES TO WS-PRINT-LINE
010570     STRING 'EVENTS AGED OFF THE STORE ..........: ' WS-CNT-DIS
010580            DELIMITED BY SIZE INTO WS-PRINT-LINE
010590     END-STRING
010600     WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
010610     IF WS-RPT-QUEUE-ERRORS > 0
010620        MOVE WS-RPT-QUEUE-ERRORS TO WS-CNT-DIS
010630        MOVE SPACES TO WS-PRINT-LINE
010640        STRING '*** FRDWORKQ WRITE ERRORS: ' WS-CNT-DIS
010650               DELIMITED BY SIZE INTO WS-PRINT-LINE
010660        END-STRING
010670        WRITE SCAN-REPORT-LINE FROM WS-PRINT-LINE
010680     END-IF
010690     .
010700 8000-EXIT.
010710     EXIT.
010720*----------------------------------------------------------------*
010730 9000-FILE-CLOSE.
010740*----------------------------------------------------------------*
010750     CLOSE XREF-FILE
010760     CLOSE EVENT-STORE
010770     CLOSE WORKQ-FILE
010780     IF RUN-CONTROL-AVAILABLE
010790        CLOSE RUN-CONTROL
010800     END-IF
010810     CLOSE SCAN-REPORT
010820     .
010830 9000-EXIT.
010840     EXIT.
010850*----------------------------------------------------------------*
010860 9999-ABEND.
010870*----------------------------------------------------------------*
010880     DISPLAY 'CBATOSCN ABENDING DUE TO FILE OPEN ERROR'
010890     MOVE 16 TO RETURN-CODE
010900     GOBACK
010910     .
010920 9999-EXIT.
010930     EXIT.
010940*----------------------------------------------------------------*
010950*    BUSINESS-DATE-TO-JULIAN ROUTINE                             *
010960*----------------------------------------------------------------*
010970 COPY CSDAT03P.

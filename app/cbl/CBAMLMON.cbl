000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.    CBAMLMON.
000030 AUTHOR.        CARDDEMO APPLICATION DEVELOPMENT.
000040 INSTALLATION.  CARDDEMO AUTHORIZATION SUBSYSTEM.
000050 DATE-WRITTEN.  2027-09-05.
000060 DATE-COMPILED.
000070*----------------------------------------------------------------*
000080*    CBAMLMON - NIGHTLY AML CASH-ACTIVITY MONITOR.               *
000090*    WALKS THE PENDING-AUTH DATABASE FOR THE APPROVED CASH       *
000100*    ADVANCES (PROCESSING CODE 01) OF THE PROCCAL BUSINESS DAY - *
000110*    EVERYTHING AFTER THE PRIOR BUSINESS DATE UP TO AND          *
000120*    INCLUDING THE BUSINESS DATE, SO WEEKEND AND HOLIDAY CASH    *
000130*    LANDS ON THE NEXT BUSINESS DAY - AND ROLLS THEM UP BY       *
000140*    CUSTOMER THROUGH CARDXREF, ACROSS ALL OF THE CUSTOMER'S     *
000150*    ACCOUNTS. THEN, FOR EACH CUSTOMER:                          *
000160*      - OVER THE REPORTING THRESHOLD: A CTR CANDIDATE ON       *
000170*        AMLCTRX FOR COMPLIANCE'S CURRENCY TRANSACTION REPORT    *
000180*        FILING;                                                 *
000190*      - IN THE BAND JUST UNDER IT: A STRUCTURING ALERT WHEN THE *
000200*        CUSTOMER HAS BEEN IN THE BAND ON ENOUGH OF THE LAST FEW *
000210*        BUSINESS DAYS (TYPE D), OR DREW THE CASH ACROSS SEVERAL *
000220*        ACCOUNTS (TYPE A). ALERTS OPEN A CASE ON AMLCASE.       *
000230*    THE DAY'S TOTALS ARE KEPT ON AMLCASH FOR THE LOOKBACK AND   *
000240*    PURGED ONCE OLDER THAN THE RETENTION. EVERY CTR CANDIDATE   *
000250*    AND ALERT IS LISTED ON THE DAILY REPORT (AMLRPT).           *
000260*    AMLPARMS: THRESHLD=NNNNNNNNN  (WHOLE UNITS, DEFAULT 10000)  *
000270*              BANDPCT =NNN  (BAND FLOOR, % OF THRESHOLD, 80)    *
000280*              LOOKBACK=NNN  (BUSINESS DAYS, DEFAULT 5)          *
000290*              MINDAYS =NNN  (BAND DAYS IN LOOKBACK, DEFAULT 3)  *
000300*              MINACCTS=NNN  (ACCOUNTS IN ONE DAY, DEFAULT 2)    *
000310*              RETAIN  =NNN  (BUSINESS DAYS KEPT, DEFAULT 90)    *
000320*----------------------------------------------------------------*
000330*                MODIFICATION HISTORY                            *
000340* DATE       INIT DESCRIPTION                                    *
000350* 2027-09-05  JGM INITIAL VERSION                                *
000360*----------------------------------------------------------------*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. IBM-ZOS.
000400 OBJECT-COMPUTER. IBM-ZOS.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PARM-FILE      ASSIGN TO AMLPARMS
000440         ORGANIZATION IS SEQUENTIAL
000450         ACCESS MODE  IS SEQUENTIAL
000460         FILE STATUS  IS WS-PARM-STATUS.
000470*
000480     SELECT PROC-CALENDAR  ASSIGN TO PROCCAL
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE  IS RANDOM
000510         RECORD KEY   IS PCAL-KEY
000520         FILE STATUS  IS WS-PCAL-STATUS.
000530*
000540     SELECT XREF-FILE      ASSIGN TO CARDXREF
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE  IS RANDOM
000570         RECORD KEY   IS XREF-CARD-NUM
000580         FILE STATUS  IS WS-XREF-STATUS.
000590*
000600     SELECT CUST-FILE      ASSIGN TO CUSTDAT
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE  IS RANDOM
000630         RECORD KEY   IS CUST-ID
000640         FILE STATUS  IS WS-CUST-STATUS.
000650*
000660     SELECT AML-HISTORY    ASSIGN TO AMLCASH
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE  IS DYNAMIC
000690         RECORD KEY   IS AMLH-KEY
000700         FILE STATUS  IS WS-AMLH-STATUS.
000710*
000720     SELECT AML-CASE-FILE  ASSIGN TO AMLCASE
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE  IS RANDOM
000750         RECORD KEY   IS AMLC-KEY
000760         FILE STATUS  IS WS-AMLC-STATUS.
000770*
000780     SELECT CTR-EXTRACT    ASSIGN TO AMLCTRX
000790         ORGANIZATION IS SEQUENTIAL
000800         ACCESS MODE  IS SEQUENTIAL
000810         FILE STATUS  IS WS-CTRX-STATUS.
000820*
000830     SELECT RUN-CONTROL    ASSIGN TO PAURUNCT
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE  IS RANDOM
000860         RECORD KEY   IS RUNC-JOB-NAME
000870         FILE STATUS  IS WS-RUNC-STATUS.
000880*
000890     SELECT AML-REPORT     ASSIGN TO AMLRPT
000900         ORGANIZATION IS SEQUENTIAL
000910         ACCESS MODE  IS SEQUENTIAL
000920         FILE STATUS  IS WS-RPT-STATUS.
000930*----------------------------------------------------------------*
000940 DATA DIVISION.
000950*----------------------------------------------------------------*
000960 FILE SECTION.
000970 FD  PARM-FILE
000980     RECORDING MODE IS F.
000990 01  PARM-RECORD                 PIC X(80).
001000*
001010 FD  PROC-CALENDAR
001020     RECORDING MODE IS F.
001030 COPY CVPRCALY.
001040*
001050 FD  XREF-FILE
001060     RECORDING MODE IS F.
001070 01  XREF-RECORD.
001080 COPY CVACT03Y.
001090*
001100 FD  CUST-FILE
001110     RECORDING MODE IS F.
001120 COPY CVCUS01Y.
001130*
001140 FD  AML-HISTORY
001150     RECORDING MODE IS F.
001160 COPY CVAMLHSY.
001170*
001180 FD  AML-CASE-FILE
001190     RECORDING MODE IS F.
001200 COPY CVAMLCSY.
001210*
001220 FD  CTR-EXTRACT
001230     RECORDING MODE IS F.
001240 COPY CVAMLCTY.
001250*
001260 FD  RUN-CONTROL
001270     RECORDING MODE IS F.
001280 COPY CVRUNCTY.
001290*
001300 FD  AML-REPORT
001310     RECORDING MODE IS F.
001320 01  AML-REPORT-LINE             PIC X(132).
001330*----------------------------------------------------------------*
001340 WORKING-STORAGE SECTION.
001350*----------------------------------------------------------------*
001360 01  WS-VARIABLES.
001370     05  WS-PGMNAME                 PIC X(08) VALUE 'CBAMLMON'.
001380     05  CURRENT-DATE               PIC 9(06).
001390     05  WS-TODAY-CCYYMMDD          PIC X(08).
001400     05  WS-BUS-CCYYMMDD            PIC X(08).
001410     05  WS-PRIOR-BUS-DATE          PIC X(08).
001420     05  WS-RUN-TIME                PIC 9(08).
001430     05  WS-CASH-CUST-ID            PIC 9(09).
001440     05  WS-DAY-SEQ                 PIC 9(07).
001450     05  WS-WINDOW-LOW-SEQ          PIC S9(09) COMP-3.
001460     05  WS-PURGE-BELOW-SEQ         PIC S9(09) COMP-3.
001470     05  WS-BAND-DAYS               PIC S9(4) COMP.
001480     05  WS-WINDOW-CASH-AMT         PIC S9(11)V99 COMP-3.
001490     05  WS-PARM-NUM3               PIC 9(03).
001500     05  WS-PARM-NUM9               PIC 9(09).
001510*
001520 01  WS-FILE-STATUSES.
001530     05  WS-PARM-STATUS             PIC X(02).
001540     05  WS-PCAL-STATUS             PIC X(02).
001550     05  WS-XREF-STATUS             PIC X(02).
001560     05  WS-CUST-STATUS             PIC X(02).
001570     05  WS-AMLH-STATUS             PIC X(02).
001580     05  WS-AMLC-STATUS             PIC X(02).
001590     05  WS-CTRX-STATUS             PIC X(02).
001600     05  WS-RUNC-STATUS             PIC X(02).
001610     05  WS-RPT-STATUS              PIC X(02).
001620*
001630 01  WS-SWITCHES.
001640     05  WS-PARM-EOF-SW             PIC X(01) VALUE 'N'.
001650         88  PARM-EOF                       VALUE 'Y'.
001660     05  WS-CALENDAR-SW             PIC X(01) VALUE 'N'.
001670         88  CALENDAR-AVAILABLE             VALUE 'Y'.
001680     05  WS-RUNC-AVAIL-SW           PIC X(01) VALUE 'N'.
001690         88  RUN-CONTROL-AVAILABLE          VALUE 'Y'.
001700     05  WS-CUST-AVAIL-SW           PIC X(01) VALUE 'N'.
001710         88  CUST-FILE-AVAILABLE            VALUE 'Y'.
001720     05  WS-HIST-EOF-SW             PIC X(01).
001730         88  HISTORY-EOF                    VALUE 'Y'.
001740     05  WS-HIST-FOUND-SW           PIC X(01).
001750         88  HISTORY-ROW-FOUND              VALUE 'Y'.
001760     05  WS-DAY-CLASS               PIC X(01).
001770         88  DAY-OVER-THRESHOLD             VALUE 'C'.
001780         88  DAY-IN-BAND                    VALUE 'Y'.
001790         88  DAY-BELOW-BAND                 VALUE 'N'.
001800*----------------------------------------------------------------*
001810*    MONITOR PARAMETERS (AMLPARMS) AND THE DERIVED BAND FLOOR    *
001820*----------------------------------------------------------------*
001830 01  WS-AML-PARMS.
001840     05  WS-THRESHOLD-AMT           PIC S9(11)V99 COMP-3
001850                                            VALUE 10000.00.
001860     05  WS-BAND-PCT                PIC S9(4) COMP VALUE 80.
001870     05  WS-LOOKBACK-DAYS           PIC S9(4) COMP VALUE 5.
001880     05  WS-MIN-BAND-DAYS           PIC S9(4) COMP VALUE 3.
001890     05  WS-MIN-ACCOUNTS            PIC S9(4) COMP VALUE 2.
001900     05  WS-RETAIN-DAYS             PIC S9(4) COMP VALUE 90.
001910     05  WS-BAND-FLOOR-AMT          PIC S9(11)V99 COMP-3.
001920*----------------------------------------------------------------*
001930*    THE BUSINESS DAY'S CASH BY CUSTOMER, AND WITHIN EACH        *
001940*    CUSTOMER BY ACCOUNT. CASH ON AN ELEVENTH ACCOUNT STILL      *
001950*    COUNTS TO THE CUSTOMER'S TOTAL.                             *
001960*----------------------------------------------------------------*
001970 01  WS-CUSTOMER-TOTALS.
001980     05  WS-CU-COUNT                PIC S9(4) COMP VALUE 0.
001990     05  WS-CU-TABLE-MAX            PIC S9(4) COMP VALUE 3000.
002000     05  WS-CU-ENTRY OCCURS 3000 TIMES
002010                     INDEXED BY WS-CU-IDX.
002020         10  WS-CU-CUST-ID          PIC 9(09).
002030         10  WS-CU-CASH-AMT         PIC S9(11)V99 COMP-3.
002040         10  WS-CU-CASH-CNT         PIC S9(05) COMP-3.
002050         10  WS-CU-ACCT-COUNT       PIC S9(4) COMP.
002060         10  WS-CU-ACCT OCCURS 10 TIMES
002070                        INDEXED BY WS-CA-IDX.
002080             15  WS-CA-ACCT-ID      PIC 9(11).
002090             15  WS-CA-CASH-AMT     PIC S9(11)V99 COMP-3.
002100             15  WS-CA-CASH-CNT     PIC S9(05) COMP-3.
002110     05  WS-CA-TABLE-MAX            PIC S9(4) COMP VALUE 10.
002120*----------------------------------------------------------------*
002130 01  WS-REPORT-COUNTERS.
002140     05  WS-RPT-DETAILS-READ        PIC S9(9) COMP-3 VALUE 0.
002150     05  WS-RPT-CASH-AUTHS          PIC S9(9) COMP-3 VALUE 0.
002160     05  WS-RPT-CASH-AMT            PIC S9(13)V99 COMP-3 VALUE 0.
002170     05  WS-RPT-NO-XREF             PIC S9(9) COMP-3 VALUE 0.
002180     05  WS-RPT-UNRESOLVED          PIC S9(9) COMP-3 VALUE 0.
002190     05  WS-RPT-CUST-OVERFLOW       PIC S9(9) COMP-3 VALUE 0.
002200     05  WS-RPT-ACCT-OVERFLOW       PIC S9(9) COMP-3 VALUE 0.
002210     05  WS-RPT-IN-BAND             PIC S9(9) COMP-3 VALUE 0.
002220     05  WS-RPT-CTR-CUSTS           PIC S9(9) COMP-3 VALUE 0.
002230     05  WS-RPT-CTR-AMT             PIC S9(13)V99 COMP-3 VALUE 0.
002240     05  WS-RPT-ALERTS-DAY          PIC S9(9) COMP-3 VALUE 0.
002250     05  WS-RPT-ALERTS-ACCT         PIC S9(9) COMP-3 VALUE 0.
002260     05  WS-RPT-CASES-EXISTING      PIC S9(9) COMP-3 VALUE 0.
002270     05  WS-RPT-HIST-ERRORS         PIC S9(9) COMP-3 VALUE 0.
002280     05  WS-RPT-CASE-ERRORS         PIC S9(9) COMP-3 VALUE 0.
002290     05  WS-RPT-PURGED              PIC S9(9) COMP-3 VALUE 0.
002300*----------------------------------------------------------------*
002310 01  WS-PRINT-LINE                 PIC X(132).
002320 01  WS-DISPLAY-FIELDS.
002330     05  WS-CNT-DIS                 PIC ZZZ,ZZZ,ZZ9.
002340     05  WS-CNT2-DIS                PIC ZZ9.
002350     05  WS-CNT3-DIS                PIC ZZ9.
002360     05  WS-AMT-DIS                 PIC ZZZ,ZZZ,ZZ9.99-.
002370     05  WS-AMT2-DIS                PIC ZZZ,ZZZ,ZZ9.99-.
002380*----------------------------------------------------------------*
002390*    DLI / PCB CONTROL INFORMATION                               *
002400*----------------------------------------------------------------*
002410 01  WS-IMS-CONTROL.
002420     05  PSB-NAME                       PIC X(8) VALUE 'PSBPAUTR'.
002430     05  PCB-OFFSET.
002440         10 PAUT-PCB-NUM                 PIC S9(4) COMP VALUE +1.
002450     05  IMS-RETURN-CODE                 PIC X(02).
002460         88  STATUS-OK                    VALUE '  ', 'FW'.
002470         88  SEGMENT-NOT-FOUND            VALUE 'GE'.
002480         88  END-OF-DB                    VALUE 'GB'.
002490     05  WS-END-OF-ROOT-SEG              PIC X(01) VALUE 'N'.
002500         88  ROOT-SEG-EOF                 VALUE 'Y'.
002510     05  WS-DETAIL-EOF-SW                PIC X(01).
002520         88  DETAIL-SEG-EOF               VALUE 'Y'.
002530     05  DIBSTAT                         PIC X(02).
002540*----------------------------------------------------------------*
002550*    IMS SEGMENT LAYOUT                                          *
002560*----------------------------------------------------------------*
002570*- PENDING AUTHORIZATION SUMMARY SEGMENT - ROOT
002580 01 PENDING-AUTH-SUMMARY.
002590 COPY CIPAUSMY.
002600*- PENDING AUTHORIZATION DETAILS SEGMENT - CHILD
002610 01 PENDING-AUTH-DETAILS.
002620 COPY CIPAUDTY.
002630*----------------------------------------------------------------*
002640 LINKAGE SECTION.
002650 01  PAUTBPCB                       PIC X(100).
002660*----------------------------------------------------------------*
002670 PROCEDURE DIVISION                  USING PAUTBPCB.
002680*----------------------------------------------------------------*
002690 MAIN-PARA.
002700     ENTRY 'DLITCBL'                 USING PAUTBPCB.
002710*
002720     PERFORM 1000-INITIALIZE         THRU 1000-EXIT
002730*
002740     PERFORM 2000-CHECK-NEXT-ROOT    THRU 2000-EXIT
002750         UNTIL ROOT-SEG-EOF
002760*
002770     PERFORM 4000-SET-DAY-SEQUENCE   THRU 4000-EXIT
002780     PERFORM 5000-ASSESS-CUSTOMER    THRU 5000-EXIT
002790         VARYING WS-CU-IDX FROM 1 BY 1
002800           UNTIL WS-CU-IDX > WS-CU-COUNT
002810     PERFORM 5900-WRITE-CTR-TRAILER  THRU 5900-EXIT
002820     PERFORM 6000-PURGE-HISTORY      THRU 6000-EXIT
002830*
002840     PERFORM 8000-PRINT-RUN-SUMMARY  THRU 8000-EXIT
002850     PERFORM 1400-MARK-RUN-END       THRU 1400-EXIT
002860*
002870     PERFORM 9000-FILE-CLOSE         THRU 9000-EXIT
002880*
002890     IF WS-RPT-CUST-OVERFLOW > 0
002900        OR WS-RPT-HIST-ERRORS > 0
002910        OR WS-RPT-CASE-ERRORS > 0
002920        MOVE 4 TO RETURN-CODE
002930     END-IF
002940     GOBACK.
002950*----------------------------------------------------------------*
002960 1000-INITIALIZE.
002970*----------------------------------------------------------------*
002980     ACCEPT CURRENT-DATE     FROM DATE
002990     MOVE '20'               TO WS-TODAY-CCYYMMDD(1:2)
003000     MOVE CURRENT-DATE       TO WS-TODAY-CCYYMMDD(3:6)
003010     MOVE WS-TODAY-CCYYMMDD  TO WS-BUS-CCYYMMDD
003020                                WS-PRIOR-BUS-DATE
003030     PERFORM 1250-READ-BUSINESS-DATE THRU 1250-EXIT
003040*
003050     OPEN INPUT  PARM-FILE
003060     IF WS-PARM-STATUS = '00'
003070        PERFORM 1100-READ-NEXT-PARM THRU 1100-EXIT
003080            UNTIL PARM-EOF
003090        CLOSE PARM-FILE
003100     ELSE
003110        DISPLAY 'AMLPARMS NOT AVAILABLE - USING DEFAULTS'
003120     END-IF
003130     IF WS-MIN-BAND-DAYS > WS-LOOKBACK-DAYS
003140        MOVE WS-LOOKBACK-DAYS TO WS-MIN-BAND-DAYS
003150     END-IF
003160     IF WS-RETAIN-DAYS < WS-LOOKBACK-DAYS
003170        MOVE WS-LOOKBACK-DAYS TO WS-RETAIN-DAYS
003180     END-IF
003190     COMPUTE WS-BAND-FLOOR-AMT ROUNDED =
003200             WS-THRESHOLD-AMT * WS-BAND-PCT / 100
003210*
003220     OPEN INPUT  XREF-FILE
003230     IF WS-XREF-STATUS = SPACES OR '00'
003240        CONTINUE
003250     ELSE
003260        DISPLAY 'ERROR IN OPENING CARDXREF:' WS-XREF-STATUS
003270        PERFORM 9999-ABEND THRU 9999-EXIT
003280     END-IF
003290     OPEN INPUT  CUST-FILE
003300     IF WS-CUST-STATUS = SPACES OR '00'
003310        SET CUST-FILE-AVAILABLE TO TRUE
003320     ELSE
003330        DISPLAY 'CUSTDAT NOT AVAILABLE - CTR NAMES LEFT BLANK'
003340     END-IF
003350     OPEN I-O    AML-HISTORY
003360     IF WS-AMLH-STATUS = SPACES OR '00'
003370        CONTINUE
003380     ELSE
003390        DISPLAY 'ERROR IN OPENING AMLCASH:' WS-AMLH-STATUS
003400        PERFORM 9999-ABEND THRU 9999-EXIT
003410     END-IF
003420     OPEN I-O    AML-CASE-FILE
003430     IF WS-AMLC-STATUS = SPACES OR '00'
003440        CONTINUE
003450     ELSE
003460        DISPLAY 'ERROR IN OPENING AMLCASE:' WS-AMLC-STATUS
003470        PERFORM 9999-ABEND THRU 9999-EXIT
003480     END-IF
003490     OPEN OUTPUT CTR-EXTRACT
003500     IF WS-CTRX-STATUS = SPACES OR '00'
003510        CONTINUE
003520     ELSE
003530        DISPLAY 'ERROR IN OPENING AMLCTRX:' WS-CTRX-STATUS
003540        PERFORM 9999-ABEND THRU 9999-EXIT
003550     END-IF
003560     OPEN OUTPUT AML-REPORT
003570*
003580     OPEN I-O RUN-CONTROL
003590     IF WS-RUNC-STATUS = SPACES OR '00'
003600        SET RUN-CONTROL-AVAILABLE TO TRUE
003610        PERFORM 1300-MARK-RUN-START THRU 1300-EXIT
003620     ELSE
003630        DISPLAY 'PAURUNCT NOT AVAILABLE - RUN NOT STAMPED'
003640     END-IF
003650*
003660     MOVE WS-THRESHOLD-AMT   TO WS-AMT-DIS
003670     MOVE WS-BAND-FLOOR-AMT  TO WS-AMT2-DIS
003680     MOVE SPACES TO WS-PRINT-LINE
003690     STRING 'CBAMLMON AML CASH-ACTIVITY MONITOR - BUSINESS DATE '
003700            WS-BUS-CCYYMMDD ' - CTR THRESHOLD ' WS-AMT-DIS
003710            ' - BAND FROM ' WS-AMT2-DIS
003720            DELIMITED BY SIZE INTO WS-PRINT-LINE
003730     END-STRING
003740     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
003750     MOVE SPACES TO WS-PRINT-LINE
003760     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
003770*
003780     DISPLAY 'STARTING PROGRAM ' WS-PGMNAME
003790     DISPLAY '*-------------------------------------*'
003800     DISPLAY 'TODAYS DATE            :' CURRENT-DATE
003810     DISPLAY 'BUSINESS DATE          :' WS-BUS-CCYYMMDD
003820     DISPLAY 'LOOKBACK BUSINESS DAYS :' WS-LOOKBACK-DAYS
003830     .
003840 1000-EXIT.
003850     EXIT.
003860*----------------------------------------------------------------*
003870 1100-READ-NEXT-PARM.
003880*----------------------------------------------------------------*
003890     READ PARM-FILE
003900         AT END
003910             SET PARM-EOF TO TRUE
003920             GO TO 1100-EXIT
003930     END-READ
003940     EVALUATE PARM-RECORD(1:9)
003950         WHEN 'THRESHLD='
003960             IF PARM-RECORD(10:9) IS NUMERIC
003970                MOVE PARM-RECORD(10:9) TO WS-PARM-NUM9
003980                IF WS-PARM-NUM9 > 0
003990                   MOVE WS-PARM-NUM9   TO WS-THRESHOLD-AMT
004000                END-IF
004010             END-IF
004020         WHEN 'BANDPCT ='
004030             IF PARM-RECORD(10:3) IS NUMERIC
004040                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004050                IF WS-PARM-NUM3 > 0 AND WS-PARM-NUM3 < 100
004060                   MOVE WS-PARM-NUM3   TO WS-BAND-PCT
004070                END-IF
004080             END-IF
004090         WHEN 'LOOKBACK='
004100             IF PARM-RECORD(10:3) IS NUMERIC
004110                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004120                IF WS-PARM-NUM3 > 1
004130                   MOVE WS-PARM-NUM3   TO WS-LOOKBACK-DAYS
004140                END-IF
004150             END-IF
004160         WHEN 'MINDAYS ='
004170             IF PARM-RECORD(10:3) IS NUMERIC
004180                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004190                IF WS-PARM-NUM3 > 1
004200                   MOVE WS-PARM-NUM3   TO WS-MIN-BAND-DAYS
004210                END-IF
004220             END-IF
004230         WHEN 'MINACCTS='
004240             IF PARM-RECORD(10:3) IS NUMERIC
004250                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004260                IF WS-PARM-NUM3 > 1
004270                   AND WS-PARM-NUM3 NOT > WS-CA-TABLE-MAX
004280                   MOVE WS-PARM-NUM3   TO WS-MIN-ACCOUNTS
004290                END-IF
004300             END-IF
004310         WHEN 'RETAIN  ='
004320             IF PARM-RECORD(10:3) IS NUMERIC
004330                MOVE PARM-RECORD(10:3) TO WS-PARM-NUM3
004340                IF WS-PARM-NUM3 > 0
004350                   MOVE WS-PARM-NUM3   TO WS-RETAIN-DAYS
004360                END-IF
004370             END-IF
004380         WHEN OTHER
004390             CONTINUE
004400     END-EVALUATE
004410     .
004420 1100-EXIT.
004430     EXIT.
004440*----------------------------------------------------------------*
004450*    THE CYCLE'S EXPLICIT BUSINESS DATE OVERRIDES THE WALL       *
004460*    CLOCK WHEN THE PROCESSING CALENDAR IS AVAILABLE, AND ITS    *
004470*    PRIOR BUSINESS DATE OPENS THE DAY'S WINDOW. WITHOUT IT ONLY *
004480*    TODAY'S OWN AUTHS ARE TAKEN.                                *
004490*----------------------------------------------------------------*
004500 1250-READ-BUSINESS-DATE.
004510*----------------------------------------------------------------*
004520     OPEN INPUT PROC-CALENDAR
004530     IF WS-PCAL-STATUS = SPACES OR '00'
004540        MOVE 'C'             TO PCAL-REC-TYPE
004550        MOVE '00000000'      TO PCAL-KEY-DATE
004560        READ PROC-CALENDAR
004570        IF WS-PCAL-STATUS = '00'
004580           SET CALENDAR-AVAILABLE       TO TRUE
004590           MOVE PCAL-BUSINESS-DATE      TO WS-BUS-CCYYMMDD
004600           MOVE PCAL-PRIOR-BUS-DATE     TO WS-PRIOR-BUS-DATE
004610           DISPLAY 'BUSINESS DATE FROM PROCCAL: '
004620                   PCAL-BUSINESS-DATE
004630        END-IF
004640        CLOSE PROC-CALENDAR
004650     ELSE
004660        DISPLAY 'PROCCAL NOT AVAILABLE - USING SYSTEM DATE'
004670     END-IF
004680     .
004690 1250-EXIT.
004700     EXIT.
004710*----------------------------------------------------------------*
004720*    RUN-CONTROL: STAMP THIS JOB RUNNING AT START; THE RESULT    *
004730*    IS STAMPED AT END.                                          *
004740*----------------------------------------------------------------*
004750 1300-MARK-RUN-START.
004760*----------------------------------------------------------------*
004770     ACCEPT WS-RUN-TIME      FROM TIME
004780     MOVE WS-PGMNAME         TO RUNC-JOB-NAME
004790     READ RUN-CONTROL
004800     IF WS-RUNC-STATUS NOT = '00'
004810        MOVE SPACES          TO RUN-CONTROL-RECORD
004820        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
004830     END-IF
004840     MOVE CURRENT-DATE       TO RUNC-RUN-DATE
004850     MOVE WS-RUN-TIME        TO RUNC-START-TIME
004860     MOVE SPACES             TO RUNC-END-TIME
004870     SET  RUNC-RUNNING       TO TRUE
004880     MOVE ZEROES             TO RUNC-RECORD-COUNT
004890     IF WS-RUNC-STATUS = '00'
004900        REWRITE RUN-CONTROL-RECORD
004910     ELSE
004920        WRITE RUN-CONTROL-RECORD
004930     END-IF
004940     .
004950 1300-EXIT.
004960     EXIT.
004970*----------------------------------------------------------------*
004980 1400-MARK-RUN-END.
004990*----------------------------------------------------------------*
005000     IF RUN-CONTROL-AVAILABLE
005010        MOVE WS-PGMNAME      TO RUNC-JOB-NAME
005020        READ RUN-CONTROL
005030        ACCEPT WS-RUN-TIME   FROM TIME
005040        MOVE WS-RUN-TIME     TO RUNC-END-TIME
005050        IF WS-RPT-CUST-OVERFLOW > 0
005060           OR WS-RPT-HIST-ERRORS > 0
005070           OR WS-RPT-CASE-ERRORS > 0
005080           SET RUNC-FAILED   TO TRUE
005090        ELSE
005100           SET RUNC-COMPLETE TO TRUE
005110        END-IF
005120        MOVE WS-CU-COUNT     TO RUNC-RECORD-COUNT
005130        REWRITE RUN-CONTROL-RECORD
005140        IF WS-RUNC-STATUS NOT = '00'
005150           DISPLAY 'ERROR REWRITING PAURUNCT:' WS-RUNC-STATUS
005160        END-IF
005170     END-IF
005180     .
005190 1400-EXIT.
005200     EXIT.
005210*----------------------------------------------------------------*
005220 2000-CHECK-NEXT-ROOT.
005230*----------------------------------------------------------------*
005240     EXEC DLI GN USING PCB(PAUT-PCB-NUM)
005250          SEGMENT (PAUTSMRY)
005260          INTO   (PENDING-AUTH-SUMMARY)
005270     END-EXEC
005280     MOVE DIBSTAT                TO IMS-RETURN-CODE
005290     IF END-OF-DB OR SEGMENT-NOT-FOUND
005300        SET ROOT-SEG-EOF         TO TRUE
005310        GO TO 2000-EXIT
005320     END-IF
005330     IF NOT STATUS-OK
005340        DISPLAY 'ERROR READING SUMMARY SEGMENT: ' IMS-RETURN-CODE
005350        SET ROOT-SEG-EOF         TO TRUE
005360        GO TO 2000-EXIT
005370     END-IF
005380     MOVE 'N'                    TO WS-DETAIL-EOF-SW
005390     PERFORM 2100-CHECK-NEXT-DETAIL THRU 2100-EXIT
005400         UNTIL DETAIL-SEG-EOF
005410     .
005420 2000-EXIT.
005430     EXIT.
005440*----------------------------------------------------------------*
005450*    AN APPROVED CASH ADVANCE OF THE BUSINESS DAY IS TALLIED TO  *
005460*    THE CUSTOMER CARDXREF OWNS THE CARD UNDER; THE CUSTOMER ON  *
005470*    THE AUTH ITSELF IS THE FALLBACK.                            *
005480*----------------------------------------------------------------*
005490 2100-CHECK-NEXT-DETAIL.
005500*----------------------------------------------------------------*
005510     EXEC DLI GNP USING PCB(PAUT-PCB-NUM)
005520         SEGMENT (PAUTDTL1)
005530         INTO (PENDING-AUTH-DETAILS)
005540     END-EXEC
005550     MOVE DIBSTAT                TO IMS-RETURN-CODE
005560     IF NOT STATUS-OK
005570        SET DETAIL-SEG-EOF       TO TRUE
005580        GO TO 2100-EXIT
005590     END-IF
005600     ADD 1 TO WS-RPT-DETAILS-READ
005610     IF PA-PROCESSING-CODE(1:2) NOT = '01'
005620        OR NOT PA-AUTH-APPROVED
005630        GO TO 2100-EXIT
005640     END-IF
005650     IF PA-AUTH-ORIG-DATE > WS-BUS-CCYYMMDD
005660        GO TO 2100-EXIT
005670     END-IF
005680     IF CALENDAR-AVAILABLE
005690        IF PA-AUTH-ORIG-DATE NOT > WS-PRIOR-BUS-DATE
005700           GO TO 2100-EXIT
005710        END-IF
005720     ELSE
005730        IF PA-AUTH-ORIG-DATE NOT = WS-BUS-CCYYMMDD
005740           GO TO 2100-EXIT
005750        END-IF
005760     END-IF
005770*
005780     MOVE PA-CARD-NUM            TO XREF-CARD-NUM
005790     READ XREF-FILE
005800     IF WS-XREF-STATUS = '00'
005810        MOVE XREF-CUST-ID        TO WS-CASH-CUST-ID
005820     ELSE
005830        ADD 1 TO WS-RPT-NO-XREF
005840        MOVE PA-CUST-ID          TO WS-CASH-CUST-ID
005850     END-IF
005860     IF WS-CASH-CUST-ID = ZERO
005870        ADD 1 TO WS-RPT-UNRESOLVED
005880        GO TO 2100-EXIT
005890     END-IF
005900     ADD 1                       TO WS-RPT-CASH-AUTHS
005910     ADD PA-APPROVED-AMT         TO WS-RPT-CASH-AMT
005920     PERFORM 2200-TALLY-BY-CUSTOMER THRU 2200-EXIT
005930     .
005940 2100-EXIT.
005950     EXIT.
005960*----------------------------------------------------------------*
005970 2200-TALLY-BY-CUSTOMER.
005980*----------------------------------------------------------------*
005990     SET WS-CU-IDX TO 1
006000     SEARCH WS-CU-ENTRY
006010         AT END
006020             ADD 1 TO WS-RPT-CUST-OVERFLOW
006030         WHEN WS-CU-IDX > WS-CU-COUNT
006040             IF WS-CU-COUNT < WS-CU-TABLE-MAX
006050                ADD 1 TO WS-CU-COUNT
006060                MOVE WS-CASH-CUST-ID TO WS-CU-CUST-ID(WS-CU-IDX)
006070                MOVE 0 TO WS-CU-CASH-AMT(WS-CU-IDX)
006080                          WS-CU-CASH-CNT(WS-CU-IDX)
006090                          WS-CU-ACCT-COUNT(WS-CU-IDX)
006100                PERFORM 2250-ADD-CUSTOMER-CASH THRU 2250-EXIT
006110             ELSE
006120                ADD 1 TO WS-RPT-CUST-OVERFLOW
006130             END-IF
006140         WHEN WS-CU-CUST-ID(WS-CU-IDX) = WS-CASH-CUST-ID
006150             PERFORM 2250-ADD-CUSTOMER-CASH THRU 2250-EXIT
006160     END-SEARCH
006170     .
006180 2200-EXIT.
006190     EXIT.
006200*----------------------------------------------------------------*
006210 2250-ADD-CUSTOMER-CASH.
006220*----------------------------------------------------------------*
006230     ADD PA-APPROVED-AMT         TO WS-CU-CASH-AMT(WS-CU-IDX)
006240     ADD 1                       TO WS-CU-CASH-CNT(WS-CU-IDX)
006250     SET WS-CA-IDX TO 1
006260     SEARCH WS-CU-ACCT
006270         AT END
006280             ADD 1 TO WS-RPT-ACCT-OVERFLOW
006290         WHEN WS-CA-IDX > WS-CU-ACCT-COUNT(WS-CU-IDX)
006300             ADD 1 TO WS-CU-ACCT-COUNT(WS-CU-IDX)
006310             MOVE PA-ACCOUNT-ID
006320                        TO WS-CA-ACCT-ID(WS-CU-IDX, WS-CA-IDX)
006330             MOVE PA-APPROVED-AMT
006340                        TO WS-CA-CASH-AMT(WS-CU-IDX, WS-CA-IDX)
006350             MOVE 1     TO WS-CA-CASH-CNT(WS-CU-IDX, WS-CA-IDX)
006360         WHEN WS-CA-ACCT-ID(WS-CU-IDX, WS-CA-IDX) = PA-ACCOUNT-ID
006370             ADD PA-APPROVED-AMT
006380                        TO WS-CA-CASH-AMT(WS-CU-IDX, WS-CA-IDX)
006390             ADD 1      TO WS-CA-CASH-CNT(WS-CU-IDX, WS-CA-IDX)
006400     END-SEARCH
006410     .
006420 2250-EXIT.
006430     EXIT.
006440*----------------------------------------------------------------*
006450*    THE CONTROL ROW NUMBERS THE BUSINESS DAYS THE MONITOR HAS   *
006460*    SEEN. A NEW BUSINESS DATE TAKES THE NEXT NUMBER; A RERUN OF *
006470*    THE SAME DATE KEEPS ITS NUMBER.                             *
006480*----------------------------------------------------------------*
006490 4000-SET-DAY-SEQUENCE.
006500*----------------------------------------------------------------*
006510     MOVE ZERO                   TO AMLH-CUST-ID
006520     MOVE '00000000'             TO AMLH-BUS-DATE
006530     READ AML-HISTORY
006540     IF WS-AMLH-STATUS NOT = '00'
006550        MOVE SPACES              TO AML-CASH-HISTORY-RECORD
006560        MOVE ZERO                TO AMLH-CUST-ID
006570        MOVE '00000000'          TO AMLH-BUS-DATE
006580        MOVE ZERO                TO AMLH-CASH-AMT AMLH-CASH-CNT
006590                                    AMLH-ACCT-CNT
006600        MOVE 1                   TO WS-DAY-SEQ
006610        MOVE WS-DAY-SEQ          TO AMLH-DAY-SEQ
006620        MOVE WS-BUS-CCYYMMDD     TO AMLH-LOAD-DATE
006630        WRITE AML-CASH-HISTORY-RECORD
006640        GO TO 4000-CHECK
006650     END-IF
006660     EVALUATE TRUE
006670         WHEN AMLH-LOAD-DATE = WS-BUS-CCYYMMDD
006680             MOVE AMLH-DAY-SEQ   TO WS-DAY-SEQ
006690             DISPLAY 'RERUN OF BUSINESS DATE ' WS-BUS-CCYYMMDD
006700         WHEN AMLH-LOAD-DATE < WS-BUS-CCYYMMDD
006710             COMPUTE WS-DAY-SEQ = AMLH-DAY-SEQ + 1
006720             MOVE WS-DAY-SEQ     TO AMLH-DAY-SEQ
006730             MOVE WS-BUS-CCYYMMDD TO AMLH-LOAD-DATE
006740             REWRITE AML-CASH-HISTORY-RECORD
006750         WHEN OTHER
006760             MOVE AMLH-DAY-SEQ   TO WS-DAY-SEQ
006770             DISPLAY 'BUSINESS DATE ' WS-BUS-CCYYMMDD
006780                     ' IS BEFORE LAST LOADED ' AMLH-LOAD-DATE
006790     END-EVALUATE
006800     .
006810 4000-CHECK.
006820     IF WS-AMLH-STATUS NOT = '00'
006830        DISPLAY 'ERROR UPDATING AMLCASH CONTROL ROW:'
006840                WS-AMLH-STATUS
006850        ADD 1 TO WS-RPT-HIST-ERRORS
006860     END-IF
006870     COMPUTE WS-WINDOW-LOW-SEQ  = WS-DAY-SEQ - WS-LOOKBACK-DAYS
006880     COMPUTE WS-PURGE-BELOW-SEQ = WS-DAY-SEQ - WS-RETAIN-DAYS
006890     DISPLAY 'BUSINESS DAY SEQUENCE  :' WS-DAY-SEQ
006900     .
006910 4000-EXIT.
006920     EXIT.
006930*----------------------------------------------------------------*
006940*    RECORD THE CUSTOMER'S DAY, THEN FILE A CTR CANDIDATE OVER   *
006950*    THE THRESHOLD OR TEST FOR STRUCTURING IN THE BAND.          *
006960*----------------------------------------------------------------*
006970 5000-ASSESS-CUSTOMER.
006980*----------------------------------------------------------------*
006990     EVALUATE TRUE
007000         WHEN WS-CU-CASH-AMT(WS-CU-IDX) > WS-THRESHOLD-AMT
007010             SET DAY-OVER-THRESHOLD  TO TRUE
007020         WHEN WS-CU-CASH-AMT(WS-CU-IDX) NOT < WS-BAND-FLOOR-AMT
007030             SET DAY-IN-BAND         TO TRUE
007040         WHEN OTHER
007050             SET DAY-BELOW-BAND      TO TRUE
007060     END-EVALUATE
007070     PERFORM 5050-RECORD-CASH-DAY    THRU 5050-EXIT
007080*
007090     IF DAY-OVER-THRESHOLD
007100        PERFORM 5100-WRITE-CTR-CANDIDATE THRU 5100-EXIT
007110        GO TO 5000-EXIT
007120     END-IF
007130     IF NOT DAY-IN-BAND
007140        GO TO 5000-EXIT
007150     END-IF
007160     ADD 1 TO WS-RPT-IN-BAND
007170     PERFORM 5200-COUNT-BAND-DAYS    THRU 5200-EXIT
007180     IF WS-BAND-DAYS NOT < WS-MIN-BAND-DAYS
007190        MOVE 'D'                     TO AMLC-ALERT-TYPE
007200        PERFORM 5300-OPEN-CASE       THRU 5300-EXIT
007210     END-IF
007220     IF WS-CU-ACCT-COUNT(WS-CU-IDX) NOT < WS-MIN-ACCOUNTS
007230        MOVE 'A'                     TO AMLC-ALERT-TYPE
007240        PERFORM 5300-OPEN-CASE       THRU 5300-EXIT
007250     END-IF
007260     .
007270 5000-EXIT.
007280     EXIT.
007290*----------------------------------------------------------------*
007300 5050-RECORD-CASH-DAY.
007310*----------------------------------------------------------------*
007320     MOVE WS-CU-CUST-ID(WS-CU-IDX)    TO AMLH-CUST-ID
007330     MOVE WS-BUS-CCYYMMDD             TO AMLH-BUS-DATE
007340     READ AML-HISTORY
007350     IF WS-AMLH-STATUS = '00'
007360        SET HISTORY-ROW-FOUND         TO TRUE
007370     ELSE
007380        MOVE 'N'                      TO WS-HIST-FOUND-SW
007390        MOVE SPACES                   TO AML-CASH-HISTORY-RECORD
007400        MOVE WS-CU-CUST-ID(WS-CU-IDX) TO AMLH-CUST-ID
007410        MOVE WS-BUS-CCYYMMDD          TO AMLH-BUS-DATE
007420     END-IF
007430     MOVE WS-DAY-SEQ                  TO AMLH-DAY-SEQ
007440     MOVE WS-CU-CASH-AMT(WS-CU-IDX)   TO AMLH-CASH-AMT
007450     MOVE WS-CU-CASH-CNT(WS-CU-IDX)   TO AMLH-CASH-CNT
007460     MOVE WS-CU-ACCT-COUNT(WS-CU-IDX) TO AMLH-ACCT-CNT
007470     MOVE WS-DAY-CLASS                TO AMLH-BAND-IND
007480     MOVE WS-TODAY-CCYYMMDD           TO AMLH-LOAD-DATE
007490     IF HISTORY-ROW-FOUND
007500        REWRITE AML-CASH-HISTORY-RECORD
007510     ELSE
007520        WRITE AML-CASH-HISTORY-RECORD
007530     END-IF
007540     IF WS-AMLH-STATUS NOT = '00'
007550        DISPLAY 'ERROR WRITING AMLCASH FOR CUSTOMER '
007560                WS-CU-CUST-ID(WS-CU-IDX) ':' WS-AMLH-STATUS
007570        ADD 1 TO WS-RPT-HIST-ERRORS
007580     END-IF
007590     .
007600 5050-EXIT.
007610     EXIT.
007620*----------------------------------------------------------------*
007630*    ONE 'C' ROW FOR THE CUSTOMER AND ONE 'A' ROW PER ACCOUNT    *
007640*    THE CASH CAME FROM.                                         *
007650*----------------------------------------------------------------*
007660 5100-WRITE-CTR-CANDIDATE.
007670*----------------------------------------------------------------*
007680     MOVE SPACES                      TO AML-CTR-RECORD
007690     SET  AMLX-CUSTOMER               TO TRUE
007700     MOVE WS-BUS-CCYYMMDD             TO AMLX-BUS-DATE
007710     MOVE WS-CU-CUST-ID(WS-CU-IDX)    TO AMLX-CUST-ID
007720     IF CUST-FILE-AVAILABLE
007730        MOVE WS-CU-CUST-ID(WS-CU-IDX) TO CUST-ID
007740        READ CUST-FILE
007750        IF WS-CUST-STATUS = '00'
007760           MOVE CUST-FIRST-NAME       TO AMLX-FIRST-NAME
007770           MOVE CUST-LAST-NAME        TO AMLX-LAST-NAME
007780        END-IF
007790     END-IF
007800     MOVE WS-CU-CASH-AMT(WS-CU-IDX)   TO AMLX-CASH-AMT
007810     MOVE WS-CU-CASH-CNT(WS-CU-IDX)   TO AMLX-CASH-CNT
007820     MOVE WS-CU-ACCT-COUNT(WS-CU-IDX) TO AMLX-ACCT-CNT
007830     WRITE AML-CTR-RECORD
007840     ADD 1                            TO WS-RPT-CTR-CUSTS
007850     ADD WS-CU-CASH-AMT(WS-CU-IDX)    TO WS-RPT-CTR-AMT
007860*
007870     MOVE WS-CU-CASH-AMT(WS-CU-IDX)   TO WS-AMT-DIS
007880     MOVE WS-CU-CASH-CNT(WS-CU-IDX)   TO WS-CNT2-DIS
007890     MOVE WS-CU-ACCT-COUNT(WS-CU-IDX) TO WS-CNT3-DIS
007900     MOVE SPACES TO WS-PRINT-LINE
007910     STRING 'CTR CANDIDATE  CUST:' AMLX-CUST-ID
007920            ' ' AMLX-LAST-NAME(1:20) ' ' AMLX-FIRST-NAME(1:15)
007930            ' CASH:' WS-AMT-DIS
007940            ' AUTHS:' WS-CNT2-DIS ' ACCTS:' WS-CNT3-DIS
007950            DELIMITED BY SIZE INTO WS-PRINT-LINE
007960     END-STRING
007970     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
007980*
007990     PERFORM 5150-WRITE-CTR-ACCOUNT   THRU 5150-EXIT
008000         VARYING WS-CA-IDX FROM 1 BY 1
008010           UNTIL WS-CA-IDX > WS-CU-ACCT-COUNT(WS-CU-IDX)
008020     .
008030 5100-EXIT.
008040     EXIT.
008050*----------------------------------------------------------------*
008060 5150-WRITE-CTR-ACCOUNT.
008070*----------------------------------------------------------------*
008080     MOVE SPACES                      TO AML-CTR-RECORD
008090     SET  AMLX-ACCOUNT                TO TRUE
008100     MOVE WS-BUS-CCYYMMDD             TO AMLXA-BUS-DATE
008110     MOVE WS-CU-CUST-ID(WS-CU-IDX)    TO AMLXA-CUST-ID
008120     MOVE WS-CA-ACCT-ID(WS-CU-IDX, WS-CA-IDX)  TO AMLXA-ACCT-ID
008130     MOVE WS-CA-CASH-AMT(WS-CU-IDX, WS-CA-IDX) TO AMLXA-CASH-AMT
008140     MOVE WS-CA-CASH-CNT(WS-CU-IDX, WS-CA-IDX) TO AMLXA-CASH-CNT
008150     WRITE AML-CTR-RECORD
008160*
008170     MOVE WS-CA-CASH-AMT(WS-CU-IDX, WS-CA-IDX) TO WS-AMT-DIS
008180     MOVE WS-CA-CASH-CNT(WS-CU-IDX, WS-CA-IDX) TO WS-CNT2-DIS
008190     MOVE SPACES TO WS-PRINT-LINE
008200     STRING '                 ACCT:' AMLXA-ACCT-ID
008210            ' CASH:' WS-AMT-DIS ' AUTHS:' WS-CNT2-DIS
008220            DELIMITED BY SIZE INTO WS-PRINT-LINE
008230     END-STRING
008240     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
008250     .
008260 5150-EXIT.
008270     EXIT.
008280*----------------------------------------------------------------*
008290*    BROWSE THE CUSTOMER'S HISTORY AND COUNT THE IN-BAND DAYS    *
008300*    INSIDE THE LOOKBACK WINDOW - TODAY'S ROW INCLUDED.          *
008310*----------------------------------------------------------------*
008320 5200-COUNT-BAND-DAYS.
008330*----------------------------------------------------------------*
008340     MOVE ZERO                        TO WS-BAND-DAYS
008350                                         WS-WINDOW-CASH-AMT
008360     MOVE WS-CU-CUST-ID(WS-CU-IDX)    TO AMLH-CUST-ID
008370     MOVE LOW-VALUES                  TO AMLH-BUS-DATE
008380     START AML-HISTORY KEY IS NOT < AMLH-KEY
008390     IF WS-AMLH-STATUS NOT = '00'
008400        GO TO 5200-EXIT
008410     END-IF
008420     MOVE 'N'                         TO WS-HIST-EOF-SW
008430     PERFORM 5250-READ-NEXT-HISTORY   THRU 5250-EXIT
008440         UNTIL HISTORY-EOF
008450     .
008460 5200-EXIT.
008470     EXIT.
008480*----------------------------------------------------------------*
008490 5250-READ-NEXT-HISTORY.
008500*----------------------------------------------------------------*
008510     READ AML-HISTORY NEXT
008520     IF WS-AMLH-STATUS NOT = '00'
008530        OR AMLH-CUST-ID NOT = WS-CU-CUST-ID(WS-CU-IDX)
008540        SET HISTORY-EOF               TO TRUE
008550        GO TO 5250-EXIT
008560     END-IF
008570     IF AMLH-IN-BAND
008580        AND AMLH-DAY-SEQ > WS-WINDOW-LOW-SEQ
008590        AND AMLH-DAY-SEQ NOT > WS-DAY-SEQ
008600        ADD 1                         TO WS-BAND-DAYS
008610        ADD AMLH-CASH-AMT             TO WS-WINDOW-CASH-AMT
008620     END-IF
008630     .
008640 5250-EXIT.
008650     EXIT.
008660*----------------------------------------------------------------*
008670*    OPEN A COMPLIANCE CASE FOR THE ALERT TYPE ALREADY IN        *
008680*    AMLC-ALERT-TYPE. A RERUN FINDS THE CASE ALREADY OPEN.       *
008690*----------------------------------------------------------------*
008700 5300-OPEN-CASE.
008710*----------------------------------------------------------------*
008720     MOVE WS-CU-CUST-ID(WS-CU-IDX)    TO AMLC-CUST-ID
008730     MOVE WS-BUS-CCYYMMDD             TO AMLC-BUS-DATE
008740     SET  AMLC-OPEN                   TO TRUE
008750     MOVE WS-CU-CASH-AMT(WS-CU-IDX)   TO AMLC-DAY-CASH-AMT
008760     MOVE WS-CU-CASH-CNT(WS-CU-IDX)   TO AMLC-DAY-CASH-CNT
008770     MOVE WS-CU-ACCT-COUNT(WS-CU-IDX) TO AMLC-ACCT-CNT
008780     MOVE WS-BAND-DAYS                TO AMLC-BAND-DAYS
008790     MOVE WS-LOOKBACK-DAYS            TO AMLC-LOOKBACK-DAYS
008800     MOVE WS-WINDOW-CASH-AMT          TO AMLC-WINDOW-CASH-AMT
008810     MOVE WS-THRESHOLD-AMT            TO AMLC-THRESHOLD-AMT
008820     MOVE WS-TODAY-CCYYMMDD           TO AMLC-OPENED-DATE
008830     MOVE SPACES                      TO AMLC-WORKED-BY
008840                                         AMLC-WORKED-DATE
008850     WRITE AML-CASE-RECORD
008860     EVALUATE WS-AMLC-STATUS
008870         WHEN '00'
008880             IF AMLC-MULTI-DAY
008890                ADD 1 TO WS-RPT-ALERTS-DAY
008900             ELSE
008910                ADD 1 TO WS-RPT-ALERTS-ACCT
008920             END-IF
008930         WHEN '22'
008940             ADD 1 TO WS-RPT-CASES-EXISTING
008950         WHEN OTHER
008960             DISPLAY 'ERROR WRITING AMLCASE FOR CUSTOMER '
008970                     AMLC-CUST-ID ':' WS-AMLC-STATUS
008980             ADD 1 TO WS-RPT-CASE-ERRORS
008990             GO TO 5300-EXIT
009000     END-EVALUATE
009010*
009020     MOVE WS-CU-CASH-AMT(WS-CU-IDX)   TO WS-AMT-DIS
009030     MOVE WS-CU-ACCT-COUNT(WS-CU-IDX) TO WS-CNT3-DIS
009040     MOVE SPACES TO WS-PRINT-LINE
009050     IF AMLC-MULTI-DAY
009060        MOVE WS-BAND-DAYS             TO WS-CNT2-DIS
009070        MOVE WS-LOOKBACK-DAYS         TO WS-CNT3-DIS
009080        MOVE WS-WINDOW-CASH-AMT       TO WS-AMT2-DIS
009090        STRING 'STRUCTURING-D  CUST:' AMLC-CUST-ID
009100               ' DAY CASH:' WS-AMT-DIS
009110               ' BAND DAYS:' WS-CNT2-DIS ' OF LAST '
009120               WS-CNT3-DIS ' - WINDOW CASH:' WS-AMT2-DIS
009130               DELIMITED BY SIZE INTO WS-PRINT-LINE
009140        END-STRING
009150     ELSE
009160        STRING 'STRUCTURING-A  CUST:' AMLC-CUST-ID
009170               ' DAY CASH:' WS-AMT-DIS
009180               ' DRAWN ACROSS ' WS-CNT3-DIS ' ACCOUNTS'
009190               DELIMITED BY SIZE INTO WS-PRINT-LINE
009200        END-STRING
009210     END-IF
009220     IF WS-AMLC-STATUS = '22'
009230        MOVE '(CASE ALREADY OPEN)'    TO WS-PRINT-LINE(110:19)
009240     END-IF
009250     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
009260     .
009270 5300-EXIT.
009280     EXIT.
009290*----------------------------------------------------------------*
009300 5900-WRITE-CTR-TRAILER.
009310*----------------------------------------------------------------*
009320     MOVE SPACES                      TO AML-CTR-RECORD
009330     SET  AMLX-TRAILER                TO TRUE
009340     MOVE WS-BUS-CCYYMMDD             TO AMLXT-BUS-DATE
009350     MOVE WS-RPT-CTR-CUSTS            TO AMLXT-CUST-COUNT
009360     MOVE WS-RPT-CTR-AMT              TO AMLXT-TOT-CASH-AMT
009370     WRITE AML-CTR-RECORD
009380     .
009390 5900-EXIT.
009400     EXIT.
009410*----------------------------------------------------------------*
009420*    DROP HISTORY ROWS OLDER THAN THE RETENTION, IN BUSINESS     *
009430*    DAYS. THE CONTROL ROW (CUSTOMER ZERO) IS NEVER TOUCHED.     *
009440*----------------------------------------------------------------*
009450 6000-PURGE-HISTORY.
009460*----------------------------------------------------------------*
009470     IF WS-PURGE-BELOW-SEQ < 1
009480        GO TO 6000-EXIT
009490     END-IF
009500     MOVE 1                           TO AMLH-CUST-ID
009510     MOVE LOW-VALUES                  TO AMLH-BUS-DATE
009520     START AML-HISTORY KEY IS NOT < AMLH-KEY
009530     IF WS-AMLH-STATUS NOT = '00'
009540        GO TO 6000-EXIT
009550     END-IF
009560     MOVE 'N'                         TO WS-HIST-EOF-SW
009570     PERFORM 6100-PURGE-NEXT-HISTORY  THRU 6100-EXIT
009580         UNTIL HISTORY-EOF
009590     .
009600 6000-EXIT.
009610     EXIT.
009620*----------------------------------------------------------------*
009630 6100-PURGE-NEXT-HISTORY.
009640*----------------------------------------------------------------*
009650     READ AML-HISTORY NEXT
009660     IF WS-AMLH-STATUS NOT = '00'
009670        SET HISTORY-EOF               TO TRUE
009680        GO TO 6100-EXIT
009690     END-IF
009700     IF AMLH-DAY-SEQ NOT > WS-PURGE-BELOW-SEQ
009710        DELETE AML-HISTORY
009720        IF WS-AMLH-STATUS = '00'
009730           ADD 1 TO WS-RPT-PURGED
009740        END-IF
009750     END-IF
009760     .
009770 6100-EXIT.
009780     EXIT.
009790*----------------------------------------------------------------*
009800 8000-PRINT-RUN-SUMMARY.
009810*----------------------------------------------------------------*
009820     MOVE SPACES TO WS-PRINT-LINE
009830     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
009840     MOVE WS-RPT-DETAILS-READ TO WS-CNT-DIS
009850     MOVE SPACES TO WS-PRINT-LINE
009860     STRING 'AUTH DETAILS READ ..................: ' WS-CNT-DIS
009870            DELIMITED BY SIZE INTO WS-PRINT-LINE
009880     END-STRING
009890     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
009900     MOVE WS-RPT-CASH-AUTHS TO WS-CNT-DIS
009910     MOVE WS-RPT-CASH-AMT   TO WS-AMT-DIS
009920     MOVE SPACES TO WS-PRINT-LINE
009930     STRING 'APPROVED CASH ADVANCES .............: ' WS-CNT-DIS
009940            '  AMOUNT ' WS-AMT-DIS
009950            DELIMITED BY SIZE INTO WS-PRINT-LINE
009960     END-STRING
009970     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
009980     MOVE WS-CU-COUNT TO WS-CNT-DIS
009990     MOVE SPACES TO WS-PRINT-LINE
010000     STRING 'CUSTOMERS WITH CASH ................: ' WS-CNT-DIS
010010            DELIMITED BY SIZE INTO WS-PRINT-LINE
010020     END-STRING
010030     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
010040     MOVE WS-RPT-CTR-CUSTS TO WS-CNT-DIS
010050     MOVE WS-RPT-CTR-AMT   TO WS-AMT-DIS
010060     MOVE SPACES TO WS-PRINT-LINE
010070     STRING '  CTR CANDIDATES ...................: ' WS-CNT-DIS
010080            '  AMOUNT ' WS-AMT-DIS
010090            DELIMITED BY SIZE INTO WS-PRINT-LINE
010100     END-STRING
010110     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
010120     MOVE WS-RPT-IN-BAND TO WS-CNT-DIS
010130     MOVE SPACES TO WS-PRINT-LINE
010140     STRING '  JUST UNDER THE THRESHOLD .........: ' WS-CNT-DIS
010150            DELIMITED BY SIZE INTO WS-PRINT-LINE
010160     END-STRING
010170     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
010180     MOVE WS-RPT-ALERTS-DAY TO WS-CNT-DIS
010190     MOVE SPACES TO WS-PRINT-LINE
010200     STRING 'CASES OPENED - ACROSS DAYS .........: ' WS-CNT-DIS
010210            DELIMITED BY SIZE INTO WS-PRINT-LINE
010220     END-STRING
010230     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
010240     MOVE WS-RPT-ALERTS-ACCT TO WS-CNT-DIS
010250     MOVE SPACES TO WS-PRINT-LINE
010260     STRING 'CASES OPENED - ACROSS ACCOUNTS .....: ' WS-CNT-DIS
010270            DELIMITED BY SIZE INTO WS-PRINT-LINE
010280     END-STRING
010290     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
010300     MOVE WS-RPT-CASES-EXISTING TO WS-CNT-DIS
010310     MOVE SPACES TO WS-PRINT-LINE
010320     STRING 'CASES ALREADY OPEN (RERUN) .........: ' WS-CNT-DIS
010330            DELIMITED BY SIZE INTO WS-PRINT-LINE
010340     END-STRING
010350     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
010360     MOVE WS-RPT-NO-XREF TO WS-CNT-DIS
010370     MOVE SPACES TO WS-PRINT-LINE
010380     STRING 'CARDS NOT ON CARDXREF ..............: ' WS-CNT-DIS
010390            DELIMITED BY SIZE INTO WS-PRINT-LINE
010400     END-STRING
010410     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
010420     MOVE WS-RPT-UNRESOLVED TO WS-CNT-DIS
010430     MOVE SPACES TO WS-PRINT-LINE
010440     STRING '  NO CUSTOMER - NOT MONITORED ......: ' WS-CNT-DIS
010450            DELIMITED BY SIZE INTO WS-PRINT-LINE
010460     END-STRING
010470     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
010480     MOVE WS-RPT-ACCT-OVERFLOW TO WS-CNT-DIS
010490     MOVE SPACES TO WS-PRINT-LINE
010500     STRING 'CASH BEYOND 10 ACCOUNTS PER CUST ...: ' WS-CNT-DIS
010510            DELIMITED BY SIZE INTO WS-PRINT-LINE
010520     END-STRING
010530     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
010540     MOVE WS-RPT-PURGED TO WS-CNT-DIS
010550     MOVE SPACES TO WS-PRINT-LINE
010560     STRING 'HISTORY ROWS PURGED ................: ' WS-CNT-DIS
010570            DELIMITED BY SIZE INTO WS-PRINT-LINE
010580     END-STRING
010590     WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
010600     IF WS-RPT-CUST-OVERFLOW > 0
010610        MOVE WS-RPT-CUST-OVERFLOW TO WS-CNT-DIS
010620        MOVE SPACES TO WS-PRINT-LINE
010630        STRING '*** CASH AUTHS NOT MONITORED - CUSTOMER '
010640               'TABLE FULL: ' WS-CNT-DIS
010650               DELIMITED BY SIZE INTO WS-PRINT-LINE
010660        END-STRING
010670        WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
010680     END-IF
010690     IF WS-RPT-HIST-ERRORS > 0 OR WS-RPT-CASE-ERRORS > 0
010700        COMPUTE WS-CNT-DIS =
010710                WS-RPT-HIST-ERRORS + WS-RPT-CASE-ERRORS
010720        MOVE SPACES TO WS-PRINT-LINE
010730        STRING '*** AMLCASH / AMLCASE WRITE ERRORS: ' WS-CNT-DIS
010740               DELIMITED BY SIZE INTO WS-PRINT-LINE
010750        END-STRING
010760        WRITE AML-REPORT-LINE FROM WS-PRINT-LINE
010770     END-IF
010780     .
010790 8000-EXIT.
010800     EXIT.
010810*----------------------------------------------------------------*
010820 9000-FILE-CLOSE.
010830*----------------------------------------------------------------*
010840     CLOSE XREF-FILE
010850     IF CUST-FILE-AVAILABLE
010860        CLOSE CUST-FILE
010870     END-IF
010880     CLOSE AML-HISTORY
010890     CLOSE AML-CASE-FILE
010900     CLOSE CTR-EXTRACT
010910     IF RUN-CONTROL-AVAILABLE
010920        CLOSE RUN-CONTROL
010930     END-IF
010940     CLOSE AML-REPORT
010950     .
010960 9000-EXIT.
010970     EXIT.
010980*----------------------------------------------------------------*
010990 9999-ABEND.
011000*----------------------------------------------------------------*
011010     DISPLAY 'CBAMLMON ABENDING DUE TO FILE OPEN ERROR'
011020     MOVE 16 TO RETURN-CODE
011030     GOBACK
011040     .
011050 9999-EXIT.
011060     EXIT.
